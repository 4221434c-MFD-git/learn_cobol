       IDENTIFICATION DIVISION.
       PROGRAM-ID. PORTALIN.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *----------------------------------------------------------*
      *    REQUEST-FILE - THE CUSTOMER SELF-SERVICE CHANGE          *
      *    REQUESTS THE PORTAL HANDS US, ONE PER ROW: AN ADDRESS     *
      *    CHANGE ('A') OR A CONTACT-PREFERENCE CHANGE ('P'), EACH   *
      *    CARRYING THE VERIFICATION TOKEN WE ISSUED THE CUSTOMER    *
      *----------------------------------------------------------*
           SELECT REQUEST-FILE ASSIGN TO './portal_requests.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REQUEST-STATUS.

      *----------------------------------------------------------*
      *    TOKEN-FILE - THE VERIFICATION TOKENS WE ISSUE, ONE PER   *
      *    CUSTOMER WITH ITS EXPIRY DATE (SPACES = NO EXPIRY).  A    *
      *    REQUEST IS ONLY ACTED ON WHEN ITS TOKEN IS THE ONE        *
      *    ISSUED TO THAT CUSTOMER AND IS STILL IN DATE.             *
      *----------------------------------------------------------*
           SELECT TOKEN-FILE ASSIGN TO './portal_tokens.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TOKEN-STATUS.

           SELECT CUST-A ASSIGN TO './custA.txt'
               ORGANIZATION IS INDEXED
               RECORD KEY IS A-ID
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS WS-CUST-A-STATUS.

           SELECT PREF-FILE ASSIGN TO './cust_prefs.txt'
               ORGANIZATION IS INDEXED
               RECORD KEY IS PREF-CUST-ID
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS WS-PREF-STATUS.

      *----------------------------------------------------------*
      *    STATE-REF-FILE - VALID STATE CODES WITH THEIR 3-DIGIT    *
      *    ZIP RANGES, THE SAME REFERENCE PROGRAM C VALIDATES WITH   *
      *----------------------------------------------------------*
           SELECT STATE-REF-FILE ASSIGN TO './state_codes.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATE-REF-STATUS.

      *----------------------------------------------------------*
      *    TXN-OUT AND PT-OUT APPEND THE TRANSLATED REQUESTS TO     *
      *    MAINT_TXN.TXT AND PREF_TXN.TXT - A PORTAL CHANGE GOES     *
      *    THROUGH THE SAME VALIDATED, AUDITED DOOR AS ONE KEYED     *
      *    BY AN OPERATOR, AND IS APPLIED ON THE NEXT MAINT OR       *
      *    PREFMNT RUN.                                              *
      *----------------------------------------------------------*
           SELECT TXN-OUT ASSIGN TO './maint_txn.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TXN-OUT-STATUS.

           SELECT PT-OUT ASSIGN TO './pref_txn.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PT-OUT-STATUS.

      *----------------------------------------------------------*
      *    SUSPENSE-FILE - EVERY REQUEST THAT FAILED VALIDATION,    *
      *    WITH THE DATE, RUN AND REASON, APPENDED ACROSS RUNS FOR   *
      *    THE SERVICE DESK TO WORK                                  *
      *----------------------------------------------------------*
           SELECT SUSPENSE-FILE
               ASSIGN TO './result/portal-suspense.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUSPENSE-STATUS.

           SELECT AUDIT-FILE ASSIGN TO './result/audit-trail.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT RUNID-FILE ASSIGN TO './result/run-id.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNID-STATUS.

      *----------------------------------------------------------*
      *    PARM-FILE - THE OPERATOR ID PORTAL-ORIGINATED CHANGES    *
      *    ARE ATTRIBUTED TO ON THE AUDIT TRAIL; 'PORTAL' WHEN THE   *
      *    FILE IS MISSING OR BLANK                                  *
      *----------------------------------------------------------*
           SELECT PARM-FILE ASSIGN TO './portalin_param.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

      *----------------------------------------------------------*
      *    RESPONSE-FILE - THE PER-REQUEST ACKNOWLEDGMENT RETURNED  *
      *    TO THE PORTAL THROUGH ./outbound/, IN THE SAME SHAPE AS   *
      *    THE FEED RESPONSE: EVERY REQUEST'S DISPOSITION PLUS       *
      *    SUMMARY COUNTS                                            *
      *----------------------------------------------------------*
           SELECT RESPONSE-FILE ASSIGN TO WS-RESPONSE-NAME
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

      *----------------------------------------------------------*
      *    PR-PAYLOAD IS THE NEW ADDRESS AT SUB-ADDR'S FIXED         *
      *    COLUMNS FOR AN 'A' REQUEST, OR THE FOUR CUSTOMER-FACING   *
      *    PREFERENCE FLAGS (Y/N, BLANK = LEAVE AS IS) FOR A 'P'      *
      *----------------------------------------------------------*
       FD REQUEST-FILE.
       01 PR-REC.
           05 PR-REQUEST-ID PIC X(12).
           05 PR-CUST-ID PIC X(5).
           05 PR-TYPE PIC X(1).
               88 PR-IS-ADDRESS VALUE 'A'.
               88 PR-IS-PREFERENCE VALUE 'P'.
           05 PR-TOKEN PIC X(16).
           05 PR-PAYLOAD PIC X(30).
           05 PR-ADDRESS REDEFINES PR-PAYLOAD.
               10 PR-STREET PIC X(15).
               10 PR-CITY PIC X(10).
               10 PR-STATE PIC X(2).
               10 PR-ZIP PIC X(3).
           05 PR-FLAGS REDEFINES PR-PAYLOAD.
               10 PR-DO-NOT-MAIL PIC X(1).
               10 PR-DO-NOT-CALL PIC X(1).
               10 PR-STMT-SUPPRESS PIC X(1).
               10 PR-E-DELIVERY PIC X(1).
               10 FILLER PIC X(26).

       FD TOKEN-FILE.
       01 TOKEN-REC.
           05 TKN-CUST-ID PIC X(5).
           05 TKN-VALUE PIC X(16).
           05 TKN-EXPIRES PIC X(8).

       FD CUST-A.
       01 A-REC.
           COPY "custnamerec" REPLACING FIELD-ID BY A-ID
               FIELD-NAME BY A-NAME FIELD-STATUS BY A-STATUS
               FIELD-ADDR BY A-ADDR FIELD-COMPANY BY A-COMPANY.

       FD PREF-FILE.
           COPY "prefrec".

       FD STATE-REF-FILE.
       01 STATE-REF-REC.
           05 REF-STATE PIC X(2).
           05 REF-ZIP-LOW PIC X(3).
           05 REF-ZIP-HIGH PIC X(3).

       FD TXN-OUT.
       01 TXN-OUT-REC.
           05 TXN-OUT-ID PIC X(5).
           05 TXN-OUT-TYPE PIC X(1).
           05 TXN-OUT-VALUE PIC X(30).
           05 TXN-OUT-VALUE2 PIC X(30).

       FD PT-OUT.
       01 PT-OUT-REC.
           05 PT-OUT-ACTION PIC X(1).
           05 PT-OUT-CUST-ID PIC X(5).
           05 PT-OUT-DO-NOT-MAIL PIC X(1).
           05 PT-OUT-DO-NOT-CALL PIC X(1).
           05 PT-OUT-STMT-SUPPRESS PIC X(1).
           05 PT-OUT-E-DELIVERY PIC X(1).
           05 PT-OUT-DO-NOT-CHARGE PIC X(1).
           05 PT-OUT-IN-DISPUTE PIC X(1).

       FD SUSPENSE-FILE.
       01 SUSP-REC.
           05 SUSP-DATE PIC X(8).
           05 SUSP-RUN-ID PIC X(8).
           05 SUSP-REASON PIC X(40).
           05 SUSP-REQUEST PIC X(64).

       FD AUDIT-FILE.
           COPY "auditrec".

       FD RUNID-FILE.
       01 RUNID-REC.
           05 RUNID-VALUE PIC X(8).

       FD PARM-FILE.
       01 PARM-REC.
           05 PARM-OPERATOR PIC X(8).

       FD RESPONSE-FILE.
       01 RESPONSE-REC PIC X(100).

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------*
      *    PORTAL SELF-SERVICE INTAKE - EACH REQUEST IS CHECKED      *
      *    AGAINST THE CUSTOMER MASTER AND THE ISSUED TOKENS, THEN   *
      *    TRANSLATED INTO A MAINT 'A' OR PREFMNT 'S' TRANSACTION,   *
      *    OR PARKED ON SUSPENSE WITH ITS REASON.  THE PORTAL GETS   *
      *    ONE DISPOSITION LINE PER REQUEST EITHER WAY.              *
      *----------------------------------------------------------*
       01 WS-REQUEST-STATUS PIC XX.
           88 REQUEST-FILE-OK VALUE '00'.
       01 WS-TOKEN-STATUS PIC XX.
           88 TOKEN-FILE-OK VALUE '00'.
       01 WS-CUST-A-STATUS PIC XX.
           88 CUST-A-OK VALUE '00'.
       01 WS-PREF-STATUS PIC XX.
           88 PREF-FILE-OK VALUE '00'.
       01 WS-STATE-REF-STATUS PIC XX.
           88 STATE-REF-OK VALUE '00'.
       01 WS-TXN-OUT-STATUS PIC XX.
           88 TXN-OUT-OK VALUE '00'.
       01 WS-PT-OUT-STATUS PIC XX.
           88 PT-OUT-OK VALUE '00'.
       01 WS-SUSPENSE-STATUS PIC XX.
           88 SUSPENSE-FILE-OK VALUE '00'.
       01 WS-AUDIT-STATUS PIC XX.
           88 AUDIT-FILE-OK VALUE '00'.
       01 WS-RUNID-STATUS PIC XX.
           88 RUNID-FILE-OK VALUE '00'.
       01 WS-PARM-STATUS PIC XX.
           88 PARM-FILE-OK VALUE '00'.
       01 WS-EOF PIC X.

       01 WS-RESPONSE-NAME PIC X(50).
       01 WS-TODAY PIC X(8).
       01 WS-RUN-ID PIC X(8) VALUE SPACES.
       01 WS-PORTAL-OPERATOR PIC X(8) VALUE "PORTAL".
       01 WS-REASON PIC X(40).
       01 WS-PREFS-OPEN PIC X VALUE 'N'.
           88 PREFS-ARE-OPEN VALUE 'Y'.

       01 WS-REQUEST-COUNT PIC 9(10) VALUE 0.
       01 WS-ACCEPTED-COUNT PIC 9(10) VALUE 0.
       01 WS-REJECTED-COUNT PIC 9(10) VALUE 0.
       01 WS-ADDR-TXN-COUNT PIC 9(10) VALUE 0.
       01 WS-PREF-TXN-COUNT PIC 9(10) VALUE 0.

      *----------------------------------------------------------*
      *    THE ISSUED TOKENS                                         *
      *----------------------------------------------------------*
       01 WS-TOKEN-TABLE.
           05 WS-TOKEN-ENTRY OCCURS 5000 TIMES.
               10 WS-TK-CUST-ID PIC X(5).
               10 WS-TK-VALUE PIC X(16).
               10 WS-TK-EXPIRES PIC X(8).
       01 WS-TOKEN-COUNT PIC 9(4) VALUE 0.
       01 WS-TOKEN-IDX PIC 9(4).
       01 WS-TOKEN-HIT PIC 9(4).

      *----------------------------------------------------------*
      *    STATE/ZIP REFERENCE; WITH NO TABLE LOADED THE STATE AND  *
      *    ZIP ARE ONLY CHECKED FOR PRESENCE                         *
      *----------------------------------------------------------*
       01 WS-STATE-TABLE.
           05 WS-STATE-ENTRY OCCURS 60 TIMES.
               10 WS-ST-CODE PIC X(2).
               10 WS-ST-ZIP-LOW PIC X(3).
               10 WS-ST-ZIP-HIGH PIC X(3).
       01 WS-STATE-COUNT PIC 9(2) VALUE 0.
       01 WS-STATE-IDX PIC 9(2).
       01 WS-ADDR-VALID PIC X.
           88 ADDRESS-IS-VALID VALUE 'Y'.

      *----------------------------------------------------------*
      *    REQUESTS ALREADY ACCEPTED THIS RUN - A REPEATED REQUEST  *
      *    ID, OR A SECOND CHANGE OF THE SAME KIND FOR THE SAME      *
      *    CUSTOMER, IS REFUSED: MAINT ALLOWS ONE ADDRESS ROW PER    *
      *    CUSTOMER PER DAY, AND A SECOND PREFERENCE ROW WOULD HAVE  *
      *    BEEN BUILT FROM FLAGS THE FIRST ONE IS ABOUT TO CHANGE    *
      *----------------------------------------------------------*
       01 WS-DONE-TABLE.
           05 WS-DONE-ENTRY OCCURS 5000 TIMES.
               10 WS-DN-REQUEST-ID PIC X(12).
               10 WS-DN-CUST-ID PIC X(5).
               10 WS-DN-TYPE PIC X(1).
       01 WS-DONE-COUNT PIC 9(4) VALUE 0.
       01 WS-DONE-IDX PIC 9(4).
       01 WS-DONE-HIT PIC X.
           88 REQUEST-ID-REPEATED VALUE 'R'.
           88 CHANGE-ALREADY-QUEUED VALUE 'C'.

           COPY "custidreq".

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
           PERFORM 0050-LOAD-RUN-ID.
           PERFORM 0100-LOAD-PARAMETERS.

           MOVE SPACES TO WS-RESPONSE-NAME.
           STRING "./outbound/portal-response-" WS-TODAY ".txt"
               DELIMITED BY SIZE INTO WS-RESPONSE-NAME.
           OPEN OUTPUT RESPONSE-FILE.

           MOVE SPACES TO RESPONSE-REC.
           STRING "PORTAL RESPONSE RUN DATE=" WS-TODAY
               DELIMITED BY SIZE INTO RESPONSE-REC.
           WRITE RESPONSE-REC.

           OPEN INPUT REQUEST-FILE.
           IF NOT REQUEST-FILE-OK
               MOVE SPACES TO RESPONSE-REC
               STRING "NO PORTAL REQUESTS TO ACKNOWLEDGE"
                   DELIMITED BY SIZE INTO RESPONSE-REC
               WRITE RESPONSE-REC
               CLOSE RESPONSE-FILE
               DISPLAY "PORTALIN - portal_requests.txt not on disk"
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN INPUT CUST-A.
           IF NOT CUST-A-OK
               MOVE SPACES TO RESPONSE-REC
               STRING "CUSTOMER MASTER UNAVAILABLE - REQUESTS "
                   "HELD FOR THE NEXT RUN"
                   DELIMITED BY SIZE INTO RESPONSE-REC
               WRITE RESPONSE-REC
               CLOSE RESPONSE-FILE
               CLOSE REQUEST-FILE
               DISPLAY "PORTALIN - custA.txt not available, status "
                   WS-CUST-A-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM 0150-LOAD-TOKENS.
           PERFORM 0160-LOAD-STATE-REFERENCE.

           OPEN INPUT PREF-FILE.
           IF PREF-FILE-OK
               SET PREFS-ARE-OPEN TO TRUE
           END-IF.

           OPEN EXTEND TXN-OUT.
           IF NOT TXN-OUT-OK
               OPEN OUTPUT TXN-OUT
           END-IF.
           OPEN EXTEND PT-OUT.
           IF NOT PT-OUT-OK
               OPEN OUTPUT PT-OUT
           END-IF.
           OPEN EXTEND SUSPENSE-FILE.
           IF NOT SUSPENSE-FILE-OK
               OPEN OUTPUT SUSPENSE-FILE
           END-IF.
           OPEN EXTEND AUDIT-FILE.
           IF NOT AUDIT-FILE-OK
               OPEN OUTPUT AUDIT-FILE
           END-IF.

           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y'
               READ REQUEST-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF PR-REC NOT = SPACES
                           ADD 1 TO WS-REQUEST-COUNT
                           PERFORM 0200-PROCESS-ONE-REQUEST
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE REQUEST-FILE.
           CLOSE CUST-A.
           IF PREFS-ARE-OPEN
               CLOSE PREF-FILE
           END-IF.
           CLOSE TXN-OUT.
           CLOSE PT-OUT.
           CLOSE SUSPENSE-FILE.
           CLOSE AUDIT-FILE.

           MOVE SPACES TO RESPONSE-REC.
           STRING "REQUESTS=" WS-REQUEST-COUNT
               " ACCEPTED=" WS-ACCEPTED-COUNT
               " REJECTED=" WS-REJECTED-COUNT
               DELIMITED BY SIZE INTO RESPONSE-REC.
           WRITE RESPONSE-REC.
           CLOSE RESPONSE-FILE.

           DISPLAY "PORTALIN requests read: " WS-REQUEST-COUNT.
           DISPLAY "PORTALIN address changes queued for MAINT: "
               WS-ADDR-TXN-COUNT.
           DISPLAY "PORTALIN preference changes queued for PREFMNT: "
               WS-PREF-TXN-COUNT.
           DISPLAY "PORTALIN requests suspended: "
               WS-REJECTED-COUNT.

           IF WS-REJECTED-COUNT > 0
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
      *    0100-LOAD-PARAMETERS - THE PORTAL OPERATOR ID            *
      *----------------------------------------------------------*
       0100-LOAD-PARAMETERS.
           OPEN INPUT PARM-FILE.
           IF PARM-FILE-OK
               READ PARM-FILE
                   NOT AT END
                       IF PARM-OPERATOR NOT = SPACES
                           MOVE PARM-OPERATOR TO WS-PORTAL-OPERATOR
                       END-IF
               END-READ
               CLOSE PARM-FILE
           END-IF.

      *----------------------------------------------------------*
      *    0150-LOAD-TOKENS - THE ISSUED TOKENS INTO THEIR TABLE;   *
      *    NO FILE MEANS NO REQUEST CAN BE VERIFIED                  *
      *----------------------------------------------------------*
       0150-LOAD-TOKENS.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT TOKEN-FILE.
           IF NOT TOKEN-FILE-OK
               DISPLAY "PORTALIN - portal_tokens.txt not on disk, "
                   "no request can be verified"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-EOF = 'Y'
               READ TOKEN-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF TKN-CUST-ID NOT = SPACES
                               AND TKN-VALUE NOT = SPACES
                               AND WS-TOKEN-COUNT < 5000
                           ADD 1 TO WS-TOKEN-COUNT
                           MOVE TKN-CUST-ID
                               TO WS-TK-CUST-ID(WS-TOKEN-COUNT)
                           MOVE TKN-VALUE
                               TO WS-TK-VALUE(WS-TOKEN-COUNT)
                           MOVE TKN-EXPIRES
                               TO WS-TK-EXPIRES(WS-TOKEN-COUNT)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE TOKEN-FILE.

      *----------------------------------------------------------*
      *    0160-LOAD-STATE-REFERENCE - READ THE VALID STATE CODES   *
      *    AND ZIP RANGES                                            *
      *----------------------------------------------------------*
       0160-LOAD-STATE-REFERENCE.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT STATE-REF-FILE.
           IF NOT STATE-REF-OK
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-EOF = 'Y'
               READ STATE-REF-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF REF-STATE NOT = SPACES
                               AND WS-STATE-COUNT < 60
                           ADD 1 TO WS-STATE-COUNT
                           MOVE REF-STATE
                               TO WS-ST-CODE(WS-STATE-COUNT)
                           MOVE REF-ZIP-LOW
                               TO WS-ST-ZIP-LOW(WS-STATE-COUNT)
                           MOVE REF-ZIP-HIGH
                               TO WS-ST-ZIP-HIGH(WS-STATE-COUNT)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE STATE-REF-FILE.

      *----------------------------------------------------------*
      *    0200-PROCESS-ONE-REQUEST - VALIDATE, THEN QUEUE THE      *
      *    TRANSACTION OR SUSPEND THE REQUEST, AND ACKNOWLEDGE IT    *
      *----------------------------------------------------------*
       0200-PROCESS-ONE-REQUEST.
           PERFORM 0300-VALIDATE-REQUEST.

           IF WS-REASON NOT = SPACES
               PERFORM 0600-SUSPEND-REQUEST
               EXIT PARAGRAPH
           END-IF.

           IF PR-IS-ADDRESS
               PERFORM 0400-QUEUE-ADDRESS-CHANGE
           ELSE
               PERFORM 0450-QUEUE-PREFERENCE-CHANGE
           END-IF.

      *    THE PREFERENCE ROW IS BUILT FROM THE FLAGS ON FILE, SO A
      *    REQUEST THAT TURNS OUT TO CHANGE NOTHING IS REFUSED THERE.
           IF WS-REASON NOT = SPACES
               PERFORM 0600-SUSPEND-REQUEST
               EXIT PARAGRAPH
           END-IF.

           IF WS-DONE-COUNT < 5000
               ADD 1 TO WS-DONE-COUNT
               MOVE PR-REQUEST-ID TO WS-DN-REQUEST-ID(WS-DONE-COUNT)
               MOVE PR-CUST-ID TO WS-DN-CUST-ID(WS-DONE-COUNT)
               MOVE PR-TYPE TO WS-DN-TYPE(WS-DONE-COUNT)
           END-IF.
           PERFORM 0500-WRITE-AUDIT.

           ADD 1 TO WS-ACCEPTED-COUNT.
           MOVE SPACES TO RESPONSE-REC.
           STRING "REQUEST " PR-REQUEST-ID " ACCEPTED"
               DELIMITED BY SIZE INTO RESPONSE-REC.
           WRITE RESPONSE-REC.

      *----------------------------------------------------------*
      *    0300-VALIDATE-REQUEST - FIRST FAILURE WINS: WELL-FORMED, *
      *    NOT A REPEAT, CUSTOMER ON FILE AND ABLE TO TRANSACT,      *
      *    TOKEN GOOD, PAYLOAD GOOD                                  *
      *----------------------------------------------------------*
       0300-VALIDATE-REQUEST.
           MOVE SPACES TO WS-REASON.

           SET CID-ID-OK TO TRUE.
           IF PR-CUST-ID NOT = SPACES
               SET CID-VERIFY TO TRUE
               MOVE PR-CUST-ID TO CID-CUST-ID
               CALL 'SUB-CUSTID' USING CID-REQUEST
           END-IF.

           PERFORM 0310-CHECK-ALREADY-DONE.

           EVALUATE TRUE
               WHEN PR-REQUEST-ID = SPACES
                   MOVE "BLANK REQUEST ID" TO WS-REASON
               WHEN PR-CUST-ID = SPACES
                   MOVE "BLANK CUSTOMER ID" TO WS-REASON
               WHEN CID-ID-BAD
                   MOVE "ID CHECK DIGIT INVALID" TO WS-REASON
               WHEN NOT PR-IS-ADDRESS AND NOT PR-IS-PREFERENCE
                   MOVE "UNKNOWN REQUEST TYPE" TO WS-REASON
               WHEN REQUEST-ID-REPEATED
                   MOVE "DUPLICATE REQUEST ID" TO WS-REASON
               WHEN CHANGE-ALREADY-QUEUED
                   MOVE "CHANGE ALREADY REQUESTED THIS RUN"
                       TO WS-REASON
           END-EVALUATE.
           IF WS-REASON NOT = SPACES
               EXIT PARAGRAPH
           END-IF.

           MOVE PR-CUST-ID TO A-ID.
           READ CUST-A
               INVALID KEY
                   MOVE "CUSTOMER NOT ON FILE" TO WS-REASON
           END-READ.
           IF WS-REASON NOT = SPACES
               EXIT PARAGRAPH
           END-IF.
           EVALUATE TRUE
               WHEN A-STATUS = 'D'
                   MOVE "ACCOUNT CANNOT BE CHANGED ONLINE"
                       TO WS-REASON
               WHEN A-NAME = "** ERASED **"
                   MOVE "ACCOUNT CANNOT BE CHANGED ONLINE"
                       TO WS-REASON
           END-EVALUATE.
           IF WS-REASON NOT = SPACES
               EXIT PARAGRAPH
           END-IF.

           PERFORM 0320-VERIFY-TOKEN.
           IF WS-REASON NOT = SPACES
               EXIT PARAGRAPH
           END-IF.

           IF PR-IS-ADDRESS
               PERFORM 0330-VALIDATE-ADDRESS
           ELSE
               PERFORM 0340-VALIDATE-FLAGS
           END-IF.

      *----------------------------------------------------------*
      *    0310-CHECK-ALREADY-DONE - HAS THIS REQUEST ID, OR THIS   *
      *    KIND OF CHANGE FOR THIS CUSTOMER, ALREADY BEEN QUEUED     *
      *----------------------------------------------------------*
       0310-CHECK-ALREADY-DONE.
           MOVE SPACE TO WS-DONE-HIT.
           PERFORM VARYING WS-DONE-IDX FROM 1 BY 1
                   UNTIL WS-DONE-IDX > WS-DONE-COUNT
                   OR WS-DONE-HIT NOT = SPACE
               EVALUATE TRUE
                   WHEN WS-DN-REQUEST-ID(WS-DONE-IDX) = PR-REQUEST-ID
                       SET REQUEST-ID-REPEATED TO TRUE
                   WHEN WS-DN-CUST-ID(WS-DONE-IDX) = PR-CUST-ID
                           AND WS-DN-TYPE(WS-DONE-IDX) = PR-TYPE
                       SET CHANGE-ALREADY-QUEUED TO TRUE
               END-EVALUATE
           END-PERFORM.

      *----------------------------------------------------------*
      *    0320-VERIFY-TOKEN - THE TOKEN MUST BE THE ONE ISSUED TO  *
      *    THIS CUSTOMER AND NOT PAST ITS EXPIRY DATE                *
      *----------------------------------------------------------*
       0320-VERIFY-TOKEN.
           MOVE 0 TO WS-TOKEN-HIT.
           PERFORM VARYING WS-TOKEN-IDX FROM 1 BY 1
                   UNTIL WS-TOKEN-IDX > WS-TOKEN-COUNT
                   OR WS-TOKEN-HIT > 0
               IF WS-TK-CUST-ID(WS-TOKEN-IDX) = PR-CUST-ID
                       AND WS-TK-VALUE(WS-TOKEN-IDX) = PR-TOKEN
                   MOVE WS-TOKEN-IDX TO WS-TOKEN-HIT
               END-IF
           END-PERFORM.

           EVALUATE TRUE
               WHEN PR-TOKEN = SPACES OR WS-TOKEN-HIT = 0
                   MOVE "VERIFICATION TOKEN NOT RECOGNISED"
                       TO WS-REASON
               WHEN WS-TK-EXPIRES(WS-TOKEN-HIT) NOT = SPACES
                       AND WS-TK-EXPIRES(WS-TOKEN-HIT) < WS-TODAY
                   MOVE "VERIFICATION TOKEN EXPIRED" TO WS-REASON
           END-EVALUATE.

      *----------------------------------------------------------*
      *    0330-VALIDATE-ADDRESS - STREET AND CITY PRESENT, STATE   *
      *    ON THE REFERENCE TABLE WITH THE ZIP INSIDE ITS RANGE      *
      *----------------------------------------------------------*
       0330-VALIDATE-ADDRESS.
           IF PR-STREET = SPACES OR PR-CITY = SPACES
                   OR PR-STATE = SPACES OR PR-ZIP NOT NUMERIC
               MOVE "ADDRESS INCOMPLETE" TO WS-REASON
               EXIT PARAGRAPH
           END-IF.

           IF WS-STATE-COUNT = 0
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-ADDR-VALID.
           PERFORM VARYING WS-STATE-IDX FROM 1 BY 1
                   UNTIL WS-STATE-IDX > WS-STATE-COUNT
               IF WS-ST-CODE(WS-STATE-IDX) = PR-STATE
                       AND PR-ZIP >= WS-ST-ZIP-LOW(WS-STATE-IDX)
                       AND PR-ZIP <= WS-ST-ZIP-HIGH(WS-STATE-IDX)
                   MOVE 'Y' TO WS-ADDR-VALID
               END-IF
           END-PERFORM.
           IF NOT ADDRESS-IS-VALID
               MOVE "STATE/ZIP NOT VALID" TO WS-REASON
           END-IF.

      *----------------------------------------------------------*
      *    0340-VALIDATE-FLAGS - EACH FLAG Y, N OR BLANK, AND AT    *
      *    LEAST ONE OF THEM SUPPLIED                                *
      *----------------------------------------------------------*
       0340-VALIDATE-FLAGS.
           EVALUATE TRUE
               WHEN (PR-DO-NOT-MAIL NOT = 'Y'
                       AND PR-DO-NOT-MAIL NOT = 'N'
                       AND PR-DO-NOT-MAIL NOT = SPACE)
                   OR (PR-DO-NOT-CALL NOT = 'Y'
                       AND PR-DO-NOT-CALL NOT = 'N'
                       AND PR-DO-NOT-CALL NOT = SPACE)
                   OR (PR-STMT-SUPPRESS NOT = 'Y'
                       AND PR-STMT-SUPPRESS NOT = 'N'
                       AND PR-STMT-SUPPRESS NOT = SPACE)
                   OR (PR-E-DELIVERY NOT = 'Y'
                       AND PR-E-DELIVERY NOT = 'N'
                       AND PR-E-DELIVERY NOT = SPACE)
                   MOVE "FLAG NOT Y/N/BLANK" TO WS-REASON
               WHEN PR-FLAGS(1:4) = SPACES
                   MOVE "NO PREFERENCE SUPPLIED" TO WS-REASON
           END-EVALUATE.

      *----------------------------------------------------------*
      *    0400-QUEUE-ADDRESS-CHANGE - ONE MAINT 'A' TRANSACTION,   *
      *    A MAILING ADDRESS EFFECTIVE THE DAY MAINT APPLIES IT      *
      *----------------------------------------------------------*
       0400-QUEUE-ADDRESS-CHANGE.
           MOVE PR-CUST-ID TO TXN-OUT-ID.
           MOVE 'A' TO TXN-OUT-TYPE.
           MOVE PR-ADDRESS TO TXN-OUT-VALUE.
           MOVE SPACES TO TXN-OUT-VALUE2.
           WRITE TXN-OUT-REC.
           ADD 1 TO WS-ADDR-TXN-COUNT.

      *----------------------------------------------------------*
      *    0450-QUEUE-PREFERENCE-CHANGE - PREFMNT'S 'S' RESETS      *
      *    EVERY FLAG, SO THE ROW STARTS FROM THE FLAGS ON FILE AND  *
      *    ONLY THE ONES THE CUSTOMER SUPPLIED ARE REPLACED.  DO-    *
      *    NOT-CHARGE AND IN-DISPUTE ARE OURS TO SET, NEVER THE      *
      *    CUSTOMER'S, AND ALWAYS CARRY FORWARD.                     *
      *----------------------------------------------------------*
       0450-QUEUE-PREFERENCE-CHANGE.
           MOVE SPACES TO PREF-RECORD.
           MOVE PR-CUST-ID TO PREF-CUST-ID.
           IF PREFS-ARE-OPEN
               READ PREF-FILE
                   INVALID KEY
                       MOVE SPACES TO PREF-RECORD
                       MOVE PR-CUST-ID TO PREF-CUST-ID
               END-READ
           END-IF.

           MOVE 'S' TO PT-OUT-ACTION.
           MOVE PR-CUST-ID TO PT-OUT-CUST-ID.
           MOVE PREF-DO-NOT-MAIL TO PT-OUT-DO-NOT-MAIL.
           MOVE PREF-DO-NOT-CALL TO PT-OUT-DO-NOT-CALL.
           MOVE PREF-STMT-SUPPRESS TO PT-OUT-STMT-SUPPRESS.
           MOVE PREF-E-DELIVERY TO PT-OUT-E-DELIVERY.
           MOVE PREF-DO-NOT-CHARGE TO PT-OUT-DO-NOT-CHARGE.
           MOVE PREF-IN-DISPUTE TO PT-OUT-IN-DISPUTE.
           IF PR-DO-NOT-MAIL NOT = SPACE
               MOVE PR-DO-NOT-MAIL TO PT-OUT-DO-NOT-MAIL
           END-IF.
           IF PR-DO-NOT-CALL NOT = SPACE
               MOVE PR-DO-NOT-CALL TO PT-OUT-DO-NOT-CALL
           END-IF.
           IF PR-STMT-SUPPRESS NOT = SPACE
               MOVE PR-STMT-SUPPRESS TO PT-OUT-STMT-SUPPRESS
           END-IF.
           IF PR-E-DELIVERY NOT = SPACE
               MOVE PR-E-DELIVERY TO PT-OUT-E-DELIVERY
           END-IF.

           IF PT-OUT-DO-NOT-MAIL = PREF-DO-NOT-MAIL
                   AND PT-OUT-DO-NOT-CALL = PREF-DO-NOT-CALL
                   AND PT-OUT-STMT-SUPPRESS = PREF-STMT-SUPPRESS
                   AND PT-OUT-E-DELIVERY = PREF-E-DELIVERY
                   AND PREF-UPDATED NOT = SPACES
               MOVE "PREFERENCES ALREADY AS REQUESTED"
                   TO WS-REASON
               EXIT PARAGRAPH
           END-IF.

           WRITE PT-OUT-REC.
           ADD 1 TO WS-PREF-TXN-COUNT.

      *----------------------------------------------------------*
      *    0500-WRITE-AUDIT - THE QUEUED CHANGE IS ATTRIBUTED TO    *
      *    THE PORTAL OPERATOR ON THE SHARED AUDIT TRAIL; MAINT OR   *
      *    PREFMNT ADD THEIR OWN ROW, UNDER THE OPERATOR WHO RUNS    *
      *    THEM, WHEN THE CHANGE IS APPLIED                          *
      *----------------------------------------------------------*
       0500-WRITE-AUDIT.
           MOVE "PORTALIN" TO AUDIT-PROGRAM.
           MOVE SPACES TO AUDIT-KEY.
           STRING PR-CUST-ID " " PR-REQUEST-ID
               DELIMITED BY SIZE INTO AUDIT-KEY.
           IF PR-IS-ADDRESS
               MOVE "PORTAL-ADR" TO AUDIT-ACTION
           ELSE
               MOVE "PORTAL-PRF" TO AUDIT-ACTION
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO AUDIT-TIMESTAMP.
           MOVE WS-RUN-ID TO AUDIT-RUN-ID.
           MOVE WS-PORTAL-OPERATOR TO AUDIT-OPERATOR.
           MOVE A-COMPANY TO AUDIT-COMPANY.
           WRITE AUDIT-RECORD.

      *----------------------------------------------------------*
      *    0600-SUSPEND-REQUEST - PARK THE REQUEST WITH ITS REASON  *
      *    AND TELL THE PORTAL WHY                                   *
      *----------------------------------------------------------*
       0600-SUSPEND-REQUEST.
           ADD 1 TO WS-REJECTED-COUNT.

           MOVE WS-TODAY TO SUSP-DATE.
           MOVE WS-RUN-ID TO SUSP-RUN-ID.
           MOVE WS-REASON TO SUSP-REASON.
           MOVE PR-REC TO SUSP-REQUEST.
           WRITE SUSP-REC.

           MOVE SPACES TO RESPONSE-REC.
           STRING "REQUEST " PR-REQUEST-ID " REJECTED - "
               WS-REASON
               DELIMITED BY SIZE INTO RESPONSE-REC.
           WRITE RESPONSE-REC.
