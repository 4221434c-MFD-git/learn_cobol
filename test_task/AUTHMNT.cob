       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUTHMNT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *----------------------------------------------------------*
      *    AUTH-FILE - THE PER-OPERATOR AUTHORITY LETTERS READ BY   *
      *    MAINT, POST, CONSOLE, ERASE AND RELMNT.  THIS RUN IS THE  *
      *    ONE PLACE IT IS CHANGED; THE WHOLE FILE IS REWRITTEN      *
      *    FROM THE TABLE AFTER EVERY APPLIED TRANSACTION.           *
      *----------------------------------------------------------*
           SELECT AUTH-FILE ASSIGN TO './maint_auth.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUTH-STATUS.

      *----------------------------------------------------------*
      *    AT-FILE - ONE AUTHORITY MAINTENANCE TRANSACTION PER      *
      *    ROW: 'A' ADDS AN OPERATOR'S ROW, 'C' REPLACES ITS         *
      *    LETTERS, 'R' REVOKES THE LETTERS KEYED (ALL OF THEM, AND  *
      *    THE ROW, WHEN NONE ARE KEYED).  THE SAME ONE-LINE-PER-    *
      *    ACTION SHAPE AS PREF_TXN.TXT.                             *
      *----------------------------------------------------------*
           SELECT AT-FILE ASSIGN TO './auth_txn.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AT-STATUS.

           SELECT AUTH-REPORT ASSIGN TO './result/auth-maint.txt'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT AUDIT-FILE ASSIGN TO './result/audit-trail.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

      *----------------------------------------------------------*
      *    AHST-FILE - BEFORE AND AFTER LETTERS FOR EVERY CHANGE,   *
      *    READ BACK BY THE AUTHCERT RECERTIFICATION REPORT          *
      *----------------------------------------------------------*
           SELECT AHST-FILE ASSIGN TO './result/auth-history.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AHST-STATUS.

           SELECT RUNID-FILE ASSIGN TO './result/run-id.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNID-STATUS.

      *----------------------------------------------------------*
      *    OPERATOR-FILE NAMES WHO IS RUNNING THIS BATCH, THE SAME  *
      *    ONE-LINE FILE MAINT READS; THE OPERATOR MUST PASS THE     *
      *    PIN CHALLENGE AND HOLD THE 'U' LETTER                     *
      *----------------------------------------------------------*
           SELECT OPERATOR-FILE ASSIGN TO './maint_operator.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPERATOR-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD AUTH-FILE.
       01 AUTH-REC.
           05 AUTH-OPER-ID PIC X(8).
           05 AUTH-ALLOWED-TYPES PIC X(20).

       FD AT-FILE.
       01 AT-REC.
           05 AT-ACTION PIC X(1).
               88 AT-IS-ADD VALUE 'A'.
               88 AT-IS-CHANGE VALUE 'C'.
               88 AT-IS-REVOKE VALUE 'R'.
           05 AT-OPER-ID PIC X(8).
           05 AT-TYPES PIC X(20).

       FD AUTH-REPORT.
       01 REPORT-REC PIC X(80).

       FD AUDIT-FILE.
           COPY "auditrec".

       FD AHST-FILE.
           COPY "authhistrec".

       FD RUNID-FILE.
       01 RUNID-REC.
           05 RUNID-VALUE PIC X(8).

       FD OPERATOR-FILE.
       01 OPERATOR-REC.
           05 OPERATOR-ID-IN PIC X(8).

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------*
      *    OPERATOR-AUTHORITY MAINTENANCE IN THE MOLD OF XREFMNT    *
      *    AND PREFMNT: EVERY LETTER MUST BE ONE A PROGRAM TESTS     *
      *    (SEE AUTHCODES), NOBODY MAY ADD TO OR CHANGE THEIR OWN    *
      *    ROW, AND EVERY APPLIED CHANGE GETS A REPORT LINE, AN      *
      *    AUDIT-TRAIL ROW AND A BEFORE/AFTER HISTORY ROW.           *
      *----------------------------------------------------------*
       01 WS-AUTH-STATUS PIC XX.
           88 AUTH-FILE-OK VALUE '00'.
       01 WS-AT-STATUS PIC XX.
           88 AT-FILE-OK VALUE '00'.
       01 WS-AUDIT-STATUS PIC XX.
           88 AUDIT-FILE-OK VALUE '00'.
       01 WS-AHST-STATUS PIC XX.
           88 AHST-FILE-OK VALUE '00'.
       01 WS-RUNID-STATUS PIC XX.
           88 RUNID-FILE-OK VALUE '00'.
       01 WS-OPERATOR-STATUS PIC XX.
           88 OPERATOR-FILE-OK VALUE '00'.
       01 WS-AT-EOF PIC X VALUE 'N'.
       01 WS-EOF PIC X VALUE 'N'.
       01 WS-OPERATOR-ID PIC X(8) VALUE SPACES.

       01 WS-RUN-ID PIC X(8) VALUE SPACES.
       01 WS-TODAY PIC X(8).
       01 WS-EDIT-REASON PIC X(40).

      *----------------------------------------------------------*
      *    THE AUTHORITY FILE, HELD IN FILE ORDER SO THE REWRITE    *
      *    KEEPS ROWS WHERE THEY WERE; ADDED OPERATORS GO ON THE     *
      *    END                                                       *
      *----------------------------------------------------------*
       01 WS-AUTH-TABLE.
           05 WS-AUTH-ENTRY OCCURS 100 TIMES.
               10 WS-AUTH-OPER PIC X(8).
               10 WS-AUTH-TYPES PIC X(20).
       01 WS-AUTH-COUNT PIC 9(3) VALUE 0.
       01 WS-AUTH-IDX PIC 9(3).
       01 WS-AUTH-FOUND PIC 9(3).

      *----------------------------------------------------------*
      *    LETTER WORK AREA - THE KEYED LETTERS UPPER-CASED AND     *
      *    CLOSED UP, AND THE ROW'S LETTERS BEFORE AND AFTER         *
      *----------------------------------------------------------*
       01 WS-UPPER-TYPES PIC X(20).
       01 WS-KEYED-TYPES PIC X(20).
       01 WS-OLD-TYPES PIC X(20).
       01 WS-NEW-TYPES PIC X(20).
       01 WS-LETTER PIC X(1).
       01 WS-POS PIC 9(2).
       01 WS-OUT-POS PIC 9(2).
       01 WS-CODE-IDX PIC 9(2).
       01 WS-TYPE-TALLY PIC 9(2).
       01 WS-CODE-FOUND PIC X.
           88 LETTER-IS-A-CODE VALUE 'Y'.

       01 WS-ADDED-COUNT PIC 9(10) VALUE 0.
       01 WS-CHANGED-COUNT PIC 9(10) VALUE 0.
       01 WS-REVOKED-COUNT PIC 9(10) VALUE 0.
       01 WS-ERROR-COUNT PIC 9(10) VALUE 0.
           COPY "authcodes".
           COPY "signonreq".

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
           PERFORM 0050-LOAD-RUN-ID.

           PERFORM 0060-IDENTIFY-OPERATOR.
           IF NOT SGN-SIGNED-ON
               DISPLAY "AUTHMNT refused - operator " WS-OPERATOR-ID
                   " did not pass sign-on"
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN INPUT AT-FILE.
           IF NOT AT-FILE-OK
               DISPLAY "AUTHMNT - no auth_txn.txt, nothing to do"
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM 0100-LOAD-AUTHORITY.
           IF NOT AUTH-FILE-OK
               DISPLAY "AUTHMNT - maint_auth.txt not available, "
                   "status " WS-AUTH-STATUS
               CLOSE AT-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

      *    ONLY AN OPERATOR WHO ALREADY HOLDS 'U' MAY MAINTAIN THE
      *    FILE - THE FIRST 'U' HOLDER IS SET UP BY HAND.
           MOVE WS-OPERATOR-ID TO AT-OPER-ID.
           PERFORM 0150-FIND-OPERATOR.
           MOVE 0 TO WS-TYPE-TALLY.
           IF WS-AUTH-FOUND > 0
               INSPECT WS-AUTH-TYPES(WS-AUTH-FOUND)
                   TALLYING WS-TYPE-TALLY FOR ALL 'U'
           END-IF.
           IF WS-TYPE-TALLY = 0
               DISPLAY "AUTHMNT refused - operator " WS-OPERATOR-ID
                   " does not hold authority maintenance"
               CLOSE AT-FILE
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN OUTPUT AUTH-REPORT.
           OPEN EXTEND AUDIT-FILE.
           IF NOT AUDIT-FILE-OK
               OPEN OUTPUT AUDIT-FILE
           END-IF.
           OPEN EXTEND AHST-FILE.
           IF NOT AHST-FILE-OK
               OPEN OUTPUT AHST-FILE
           END-IF.

           PERFORM UNTIL WS-AT-EOF = 'Y'
               READ AT-FILE
                   AT END
                       MOVE 'Y' TO WS-AT-EOF
                   NOT AT END
                       PERFORM 0200-APPLY-ONE-TXN
               END-READ
           END-PERFORM.

           MOVE SPACES TO REPORT-REC.
           STRING "ADDED=" WS-ADDED-COUNT
               " CHANGED=" WS-CHANGED-COUNT
               " REVOKED=" WS-REVOKED-COUNT
               " ERRORS=" WS-ERROR-COUNT
               DELIMITED BY SIZE INTO REPORT-REC.
           WRITE REPORT-REC.

           CLOSE AT-FILE.
           CLOSE AUTH-REPORT.
           CLOSE AUDIT-FILE.
           CLOSE AHST-FILE.

           DISPLAY "AUTHMNT operators added: " WS-ADDED-COUNT.
           DISPLAY "AUTHMNT operators changed: " WS-CHANGED-COUNT.
           DISPLAY "AUTHMNT revocations: " WS-REVOKED-COUNT.
           DISPLAY "AUTHMNT transactions in error: " WS-ERROR-COUNT.

           IF WS-ERROR-COUNT > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
           GOBACK.

      *----------------------------------------------------------*
      *    0050-LOAD-RUN-ID - PICK UP THE CHAIN'S RUN IDENTIFIER,   *
      *    IF SCHEDULER PUBLISHED ONE                                *
      *----------------------------------------------------------*
       0050-LOAD-RUN-ID.
           OPEN INPUT RUNID-FILE.
           IF RUNID-FILE-OK
               READ RUNID-FILE
                   NOT AT END
                       MOVE RUNID-VALUE TO WS-RUN-ID
               END-READ
               CLOSE RUNID-FILE
           END-IF.

      *----------------------------------------------------------*
      *    0060-IDENTIFY-OPERATOR - THE OPERATOR ON                 *
      *    MAINT_OPERATOR.TXT, CHALLENGED FOR THEIR PIN; NO ID ON    *
      *    FILE IS REFUSED BY THE CHALLENGE ITSELF                   *
      *----------------------------------------------------------*
       0060-IDENTIFY-OPERATOR.
           OPEN INPUT OPERATOR-FILE.
           IF OPERATOR-FILE-OK
               READ OPERATOR-FILE
                   NOT AT END
                       MOVE OPERATOR-ID-IN TO WS-OPERATOR-ID
               END-READ
               CLOSE OPERATOR-FILE
           END-IF.
           SET SGN-CHALLENGE TO TRUE.
           MOVE WS-OPERATOR-ID TO SGN-OPERATOR.
           MOVE "AUTHMNT" TO SGN-PROGRAM.
           CALL 'SUB-SIGNON' USING SGN-REQUEST.

      *----------------------------------------------------------*
      *    0100-LOAD-AUTHORITY - EVERY ROW OF MAINT_AUTH.TXT INTO   *
      *    THE TABLE.  A MISSING FILE LEAVES AUTH-FILE-OK FALSE, SO  *
      *    NOBODY HOLDS 'U' AND NOTHING CAN BE CHANGED.              *
      *----------------------------------------------------------*
       0100-LOAD-AUTHORITY.
           MOVE 0 TO WS-AUTH-COUNT.
           OPEN INPUT AUTH-FILE.
           IF NOT AUTH-FILE-OK
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y'
               READ AUTH-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF AUTH-OPER-ID NOT = SPACES
                               AND WS-AUTH-COUNT < 100
                           ADD 1 TO WS-AUTH-COUNT
                           MOVE AUTH-OPER-ID
                               TO WS-AUTH-OPER(WS-AUTH-COUNT)
                           MOVE AUTH-ALLOWED-TYPES
                               TO WS-AUTH-TYPES(WS-AUTH-COUNT)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE AUTH-FILE.
           MOVE '00' TO WS-AUTH-STATUS.

      *----------------------------------------------------------*
      *    0150-FIND-OPERATOR - THE TABLE ROW FOR AT-OPER-ID INTO   *
      *    WS-AUTH-FOUND, ZERO WHEN THE OPERATOR HAS NO ROW          *
      *----------------------------------------------------------*
       0150-FIND-OPERATOR.
           MOVE 0 TO WS-AUTH-FOUND.
           PERFORM VARYING WS-AUTH-IDX FROM 1 BY 1
                   UNTIL WS-AUTH-IDX > WS-AUTH-COUNT
               IF WS-AUTH-OPER(WS-AUTH-IDX) = AT-OPER-ID
                   MOVE WS-AUTH-IDX TO WS-AUTH-FOUND
               END-IF
           END-PERFORM.

      *----------------------------------------------------------*
      *    0200-APPLY-ONE-TXN - VALIDATE AND ROUTE ONE ROW          *
      *----------------------------------------------------------*
       0200-APPLY-ONE-TXN.
           MOVE SPACES TO WS-EDIT-REASON.
           EVALUATE TRUE
               WHEN AT-OPER-ID = SPACES
                   MOVE "BLANK OPERATOR ID" TO WS-EDIT-REASON
               WHEN NOT AT-IS-ADD AND NOT AT-IS-CHANGE
                       AND NOT AT-IS-REVOKE
                   MOVE "UNKNOWN ACTION" TO WS-EDIT-REASON
               WHEN NOT AT-IS-REVOKE AND AT-OPER-ID = WS-OPERATOR-ID
                   MOVE "OPERATOR MAY NOT GRANT THEMSELVES"
                       TO WS-EDIT-REASON
               WHEN NOT AT-IS-REVOKE AND AT-TYPES = SPACES
                   MOVE "NO AUTHORITY LETTERS KEYED"
                       TO WS-EDIT-REASON
           END-EVALUATE.

           IF WS-EDIT-REASON = SPACES
               PERFORM 0250-EDIT-LETTERS
           END-IF.

           IF WS-EDIT-REASON = SPACES
               PERFORM 0150-FIND-OPERATOR
               EVALUATE TRUE
                   WHEN AT-IS-ADD AND WS-AUTH-FOUND > 0
                       MOVE "OPERATOR ALREADY ON FILE - USE C"
                           TO WS-EDIT-REASON
                   WHEN AT-IS-ADD AND WS-AUTH-COUNT NOT < 100
                       MOVE "AUTHORITY TABLE FULL" TO WS-EDIT-REASON
                   WHEN NOT AT-IS-ADD AND WS-AUTH-FOUND = 0
                       MOVE "OPERATOR HAS NO AUTHORITY ROW"
                           TO WS-EDIT-REASON
               END-EVALUATE
           END-IF.

           IF WS-EDIT-REASON NOT = SPACES
               PERFORM 0700-REPORT-BAD-TXN
               EXIT PARAGRAPH
           END-IF.

           EVALUATE TRUE
               WHEN AT-IS-ADD
                   PERFORM 0300-ADD-OPERATOR
               WHEN AT-IS-CHANGE
                   PERFORM 0400-CHANGE-OPERATOR
               WHEN OTHER
                   PERFORM 0500-REVOKE-AUTHORITY
           END-EVALUATE.

      *----------------------------------------------------------*
      *    0250-EDIT-LETTERS - EVERY KEYED LETTER MUST BE IN        *
      *    AUTHCODES AND MAY APPEAR ONCE; THE GOOD LETTERS ARE       *
      *    CLOSED UP INTO WS-KEYED-TYPES                             *
      *----------------------------------------------------------*
       0250-EDIT-LETTERS.
           MOVE FUNCTION UPPER-CASE(AT-TYPES) TO WS-UPPER-TYPES.
           MOVE SPACES TO WS-KEYED-TYPES.
           MOVE 0 TO WS-OUT-POS.
           PERFORM VARYING WS-POS FROM 1 BY 1
                   UNTIL WS-POS > 20 OR WS-EDIT-REASON NOT = SPACES
               MOVE WS-UPPER-TYPES(WS-POS:1) TO WS-LETTER
               IF WS-LETTER NOT = SPACE
                   PERFORM 0260-EDIT-ONE-LETTER
               END-IF
           END-PERFORM.

      *----------------------------------------------------------*
      *    0260-EDIT-ONE-LETTER - LOOK WS-LETTER UP IN AUTHCODES    *
      *    AND REFUSE A REPEAT                                       *
      *----------------------------------------------------------*
       0260-EDIT-ONE-LETTER.
           MOVE 'N' TO WS-CODE-FOUND.
           PERFORM VARYING WS-CODE-IDX FROM 1 BY 1
                   UNTIL WS-CODE-IDX > AUTH-CODE-COUNT
               IF AUTH-CODE-LETTER(WS-CODE-IDX) = WS-LETTER
                   SET LETTER-IS-A-CODE TO TRUE
               END-IF
           END-PERFORM.
           IF NOT LETTER-IS-A-CODE
               STRING "LETTER " WS-LETTER
                   " IS NOT AN AUTHORITY CODE"
                   DELIMITED BY SIZE INTO WS-EDIT-REASON
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO WS-TYPE-TALLY.
           INSPECT WS-KEYED-TYPES TALLYING WS-TYPE-TALLY
               FOR ALL WS-LETTER.
           IF WS-TYPE-TALLY > 0
               STRING "LETTER " WS-LETTER " KEYED TWICE"
                   DELIMITED BY SIZE INTO WS-EDIT-REASON
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-OUT-POS.
           MOVE WS-LETTER TO WS-KEYED-TYPES(WS-OUT-POS:1).

      *----------------------------------------------------------*
      *    0300-ADD-OPERATOR - A NEW ROW ON THE END OF THE TABLE    *
      *----------------------------------------------------------*
       0300-ADD-OPERATOR.
           MOVE SPACES TO WS-OLD-TYPES.
           MOVE WS-KEYED-TYPES TO WS-NEW-TYPES.
           ADD 1 TO WS-AUTH-COUNT.
           MOVE AT-OPER-ID TO WS-AUTH-OPER(WS-AUTH-COUNT).
           MOVE WS-NEW-TYPES TO WS-AUTH-TYPES(WS-AUTH-COUNT).
           ADD 1 TO WS-ADDED-COUNT.
           MOVE "AUTH-ADD" TO AUDIT-ACTION.
           PERFORM 0600-RECORD-CHANGE.

      *----------------------------------------------------------*
      *    0400-CHANGE-OPERATOR - THE KEYED LETTERS REPLACE THE     *
      *    ROW'S LETTERS OUTRIGHT                                    *
      *----------------------------------------------------------*
       0400-CHANGE-OPERATOR.
           MOVE WS-AUTH-TYPES(WS-AUTH-FOUND) TO WS-OLD-TYPES.
           MOVE WS-KEYED-TYPES TO WS-NEW-TYPES.
           IF WS-NEW-TYPES = WS-OLD-TYPES
               MOVE "LETTERS ALREADY HELD AS KEYED"
                   TO WS-EDIT-REASON
               PERFORM 0700-REPORT-BAD-TXN
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-NEW-TYPES TO WS-AUTH-TYPES(WS-AUTH-FOUND).
           ADD 1 TO WS-CHANGED-COUNT.
           MOVE "AUTH-CHG" TO AUDIT-ACTION.
           PERFORM 0600-RECORD-CHANGE.

      *----------------------------------------------------------*
      *    0500-REVOKE-AUTHORITY - DROP THE KEYED LETTERS FROM THE  *
      *    ROW; NO LETTERS KEYED, OR NONE LEFT AFTERWARDS, TAKES     *
      *    THE WHOLE ROW OFF THE FILE                                *
      *----------------------------------------------------------*
       0500-REVOKE-AUTHORITY.
           MOVE WS-AUTH-TYPES(WS-AUTH-FOUND) TO WS-OLD-TYPES.
           MOVE SPACES TO WS-NEW-TYPES.
           IF WS-KEYED-TYPES NOT = SPACES
               MOVE 0 TO WS-OUT-POS
               PERFORM VARYING WS-POS FROM 1 BY 1 UNTIL WS-POS > 20
                   MOVE WS-OLD-TYPES(WS-POS:1) TO WS-LETTER
                   MOVE 0 TO WS-TYPE-TALLY
                   IF WS-LETTER NOT = SPACE
                       INSPECT WS-KEYED-TYPES TALLYING WS-TYPE-TALLY
                           FOR ALL WS-LETTER
                       IF WS-TYPE-TALLY = 0
                           ADD 1 TO WS-OUT-POS
                           MOVE WS-LETTER
                               TO WS-NEW-TYPES(WS-OUT-POS:1)
                       END-IF
                   END-IF
               END-PERFORM
               IF WS-NEW-TYPES = WS-OLD-TYPES
                   MOVE "NONE OF THE LETTERS ARE HELD"
                       TO WS-EDIT-REASON
                   PERFORM 0700-REPORT-BAD-TXN
                   EXIT PARAGRAPH
               END-IF
           END-IF.

           IF WS-NEW-TYPES = SPACES
               PERFORM VARYING WS-AUTH-IDX FROM WS-AUTH-FOUND BY 1
                       UNTIL WS-AUTH-IDX NOT < WS-AUTH-COUNT
                   MOVE WS-AUTH-ENTRY(WS-AUTH-IDX + 1)
                       TO WS-AUTH-ENTRY(WS-AUTH-IDX)
               END-PERFORM
               SUBTRACT 1 FROM WS-AUTH-COUNT
           ELSE
               MOVE WS-NEW-TYPES TO WS-AUTH-TYPES(WS-AUTH-FOUND)
           END-IF.
           ADD 1 TO WS-REVOKED-COUNT.
           MOVE "AUTH-RVK" TO AUDIT-ACTION.
           PERFORM 0600-RECORD-CHANGE.

      *----------------------------------------------------------*
      *    0600-RECORD-CHANGE - REWRITE THE FILE, THEN THE REPORT   *
      *    LINE, THE AUDIT-TRAIL ROW AND THE HISTORY ROW.  AUDIT-    *
      *    ACTION IS ALREADY SET BY THE CALLER.                      *
      *----------------------------------------------------------*
       0600-RECORD-CHANGE.
           PERFORM 0800-REWRITE-AUTHORITY.

           MOVE SPACES TO REPORT-REC.
           STRING "APPLIED ACTION=" AT-ACTION
               " OPER=" AT-OPER-ID
               " OLD=" WS-OLD-TYPES
               " NEW=" WS-NEW-TYPES
               DELIMITED BY SIZE INTO REPORT-REC.
           WRITE REPORT-REC.

           MOVE "AUTHMNT" TO AUDIT-PROGRAM.
           MOVE WS-RUN-ID TO AUDIT-RUN-ID.
           MOVE WS-OPERATOR-ID TO AUDIT-OPERATOR.
           MOVE AT-OPER-ID TO AUDIT-KEY.
           MOVE FUNCTION CURRENT-DATE TO AUDIT-TIMESTAMP.
           MOVE SPACES TO AUDIT-COMPANY.
           WRITE AUDIT-RECORD.

           MOVE AT-OPER-ID TO AHST-OPER-ID.
           MOVE AT-ACTION TO AHST-ACTION.
           MOVE AUDIT-TIMESTAMP(1:14) TO AHST-TIMESTAMP.
           MOVE WS-OPERATOR-ID TO AHST-CHANGED-BY.
           MOVE WS-OLD-TYPES TO AHST-OLD-TYPES.
           MOVE WS-NEW-TYPES TO AHST-NEW-TYPES.
           WRITE AHST-RECORD.

      *----------------------------------------------------------*
      *    0700-REPORT-BAD-TXN - A ROW THAT COULD NOT BE APPLIED    *
      *----------------------------------------------------------*
       0700-REPORT-BAD-TXN.
           ADD 1 TO WS-ERROR-COUNT.
           MOVE SPACES TO REPORT-REC.
           STRING "ERROR ACTION=" AT-ACTION
               " OPER=" AT-OPER-ID " - " WS-EDIT-REASON
               DELIMITED BY SIZE INTO REPORT-REC.
           WRITE REPORT-REC.

      *----------------------------------------------------------*
      *    0800-REWRITE-AUTHORITY - THE WHOLE TABLE BACK TO         *
      *    MAINT_AUTH.TXT, SO A LATER ABEND CANNOT LOSE A CHANGE     *
      *    THAT IS ALREADY ON THE AUDIT TRAIL                        *
      *----------------------------------------------------------*
       0800-REWRITE-AUTHORITY.
           OPEN OUTPUT AUTH-FILE.
           PERFORM VARYING WS-AUTH-IDX FROM 1 BY 1
                   UNTIL WS-AUTH-IDX > WS-AUTH-COUNT
               MOVE WS-AUTH-OPER(WS-AUTH-IDX) TO AUTH-OPER-ID
               MOVE WS-AUTH-TYPES(WS-AUTH-IDX) TO AUTH-ALLOWED-TYPES
               WRITE AUTH-REC
           END-PERFORM.
           CLOSE AUTH-FILE.
