       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELMNT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *----------------------------------------------------------*
      *    REL-FILE - THE CUSTOMER RELATIONSHIP MASTER: WHICH       *
      *    ACCOUNTS ARE BRANCHES OF WHICH PARENT COMPANY, AND WHO    *
      *    GUARANTEES WHOM.  READ BY GRPEXPO, STMT, CUST360 AND THE  *
      *    CONSOLE LOOKUP; ONLY THIS RUN CHANGES IT.                 *
      *----------------------------------------------------------*
           SELECT REL-FILE ASSIGN TO './cust-relations.txt'
               ORGANIZATION IS INDEXED
               RECORD KEY IS REL-KEY
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS WS-REL-STATUS.

      *----------------------------------------------------------*
      *    RT-FILE - ONE RELATIONSHIP MAINTENANCE TRANSACTION PER   *
      *    ROW: 'A' ADDS (OR RE-ACTIVATES) A PARENT/CHILD LINK, 'R'  *
      *    RETIRES ONE.  THE SAME ONE-LINE-PER-ACTION SHAPE AS       *
      *    XREF_TXN.TXT, WITH THE OPERATOR WHO KEYED IT.             *
      *----------------------------------------------------------*
           SELECT RT-FILE ASSIGN TO './rel_txn.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RT-STATUS.

           SELECT CUST-A ASSIGN TO './custA.txt'
               ORGANIZATION IS INDEXED
               RECORD KEY IS A-ID
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS WS-CUST-A-STATUS.

      *----------------------------------------------------------*
      *    AUTH-FILE - THE PER-OPERATOR AUTHORITY LETTERS; ONLY AN  *
      *    OPERATOR HOLDING 'K' MAY LINK OR UNLINK ACCOUNTS          *
      *----------------------------------------------------------*
           SELECT AUTH-FILE ASSIGN TO './maint_auth.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUTH-STATUS.

           SELECT REL-REPORT ASSIGN TO './result/rel-maint.txt'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT AUDIT-FILE ASSIGN TO './result/audit-trail.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT RUNID-FILE ASSIGN TO './result/run-id.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNID-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD REL-FILE.
           COPY "relrec".

       FD RT-FILE.
       01 RT-REC.
           05 RT-ACTION PIC X(1).
               88 RT-IS-ADD VALUE 'A'.
               88 RT-IS-RETIRE VALUE 'R'.
           05 RT-PARENT-ID PIC X(5).
           05 RT-CHILD-ID PIC X(5).
           05 RT-TYPE PIC X(1).
               88 RT-TYPE-VALID VALUE 'B' 'G'.
           05 RT-OPERATOR PIC X(8).

       FD CUST-A.
       01 A-REC.
           COPY "custnamerec" REPLACING FIELD-ID BY A-ID
               FIELD-NAME BY A-NAME FIELD-STATUS BY A-STATUS
               FIELD-ADDR BY A-ADDR FIELD-COMPANY BY A-COMPANY.

       FD AUTH-FILE.
       01 AUTH-REC.
           05 AUTH-OPER-ID PIC X(8).
           05 AUTH-ALLOWED-TYPES PIC X(20).

       FD REL-REPORT.
       01 REPORT-REC PIC X(80).

       FD AUDIT-FILE.
           COPY "auditrec".

       FD RUNID-FILE.
       01 RUNID-REC.
           05 RUNID-VALUE PIC X(8).

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------*
      *    RELATIONSHIP MAINTENANCE IN THE MOLD OF XREFMNT AND      *
      *    MANDMNT: BOTH ENDS MUST BE CUSTOMERS ON THE MASTER, AN    *
      *    ACCOUNT CANNOT BE ITS OWN PARENT, A BRANCH HAS ONE        *
      *    ACTIVE PARENT AND THE BRANCH CHAIN MAY NOT LOOP BACK ON   *
      *    ITSELF, AND EVERY APPLIED CHANGE GETS A REPORT LINE AND   *
      *    AN AUDIT-TRAIL ROW STAMPED WITH THE OPERATOR.             *
      *----------------------------------------------------------*
       01 WS-REL-STATUS PIC XX.
           88 REL-FILE-OK VALUE '00'.
       01 WS-RT-STATUS PIC XX.
           88 RT-FILE-OK VALUE '00'.
       01 WS-CUST-A-STATUS PIC XX.
           88 CUST-A-OK VALUE '00'.
       01 WS-AUTH-STATUS PIC XX.
           88 AUTH-FILE-OK VALUE '00'.
       01 WS-AUDIT-STATUS PIC XX.
           88 AUDIT-FILE-OK VALUE '00'.
       01 WS-RUNID-STATUS PIC XX.
           88 RUNID-FILE-OK VALUE '00'.
       01 WS-RT-EOF PIC X VALUE 'N'.
       01 WS-EOF PIC X VALUE 'N'.

       01 WS-RUN-ID PIC X(8) VALUE SPACES.
       01 WS-TODAY PIC X(8).
       01 WS-ONFILE-FLAG PIC X.
           88 CUSTOMER-ON-FILE VALUE 'Y'.
       01 WS-EDIT-REASON PIC X(40).
       01 WS-TYPE-TALLY PIC 9(2).

      *----------------------------------------------------------*
      *    OPERATORS HOLDING THE 'K' LETTER                         *
      *----------------------------------------------------------*
       01 WS-LINKER-TABLE.
           05 WS-LINKER-ID OCCURS 50 TIMES PIC X(8).
       01 WS-LINKER-COUNT PIC 9(2) VALUE 0.
       01 WS-LINKER-IDX PIC 9(2).
       01 WS-LINKER-FOUND PIC X.
           88 OPERATOR-MAY-LINK VALUE 'Y'.

      *----------------------------------------------------------*
      *    THE ACTIVE BRANCH LINKS, KEPT IN STEP WITH THE FILE AS   *
      *    TRANSACTIONS APPLY, SO THE ONE-PARENT AND NO-LOOP RULES   *
      *    SEE EARLIER ROWS OF THE SAME RUN                          *
      *----------------------------------------------------------*
       01 WS-BRANCH-TABLE.
           05 WS-BRANCH-ENTRY OCCURS 2000 TIMES.
               10 WS-BR-PARENT PIC X(5).
               10 WS-BR-CHILD PIC X(5).
       01 WS-BRANCH-COUNT PIC 9(4) VALUE 0.
       01 WS-BRANCH-IDX PIC 9(4).
       01 WS-WALK-ID PIC X(5).
       01 WS-WALK-DEPTH PIC 9(4).
       01 WS-WALK-NEXT PIC X(5).
       01 WS-LOOP-FLAG PIC X.
           88 LINK-WOULD-LOOP VALUE 'Y'.
       01 WS-OTHER-PARENT PIC X(5).

       01 WS-ADDED-COUNT PIC 9(10) VALUE 0.
       01 WS-REACTIVATED-COUNT PIC 9(10) VALUE 0.
       01 WS-RETIRED-COUNT PIC 9(10) VALUE 0.
       01 WS-ERROR-COUNT PIC 9(10) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
           PERFORM 0050-LOAD-RUN-ID.

           OPEN INPUT RT-FILE.
           IF NOT RT-FILE-OK
               DISPLAY "RELMNT - no rel_txn.txt, nothing to do"
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN INPUT CUST-A.
           IF NOT CUST-A-OK
               DISPLAY "RELMNT - custA.txt not available, status "
                   WS-CUST-A-STATUS
               CLOSE RT-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN I-O REL-FILE.
      *    ONLY A MISSING FILE (STATUS 35) MAY BE CREATED FRESH -
      *    ANY OTHER OPEN FAILURE MUST NOT QUIETLY REPLACE THE
      *    LIVE RELATIONSHIPS.
           IF WS-REL-STATUS = '35'
               OPEN OUTPUT REL-FILE
               CLOSE REL-FILE
               OPEN I-O REL-FILE
           END-IF.
           IF NOT REL-FILE-OK
               DISPLAY "RELMNT - cust-relations.txt not usable, "
                   "status " WS-REL-STATUS
               CLOSE RT-FILE
               CLOSE CUST-A
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM 0100-LOAD-LINKERS.
           PERFORM 0150-LOAD-BRANCH-LINKS.

           OPEN OUTPUT REL-REPORT.
           OPEN EXTEND AUDIT-FILE.
           IF NOT AUDIT-FILE-OK
               OPEN OUTPUT AUDIT-FILE
           END-IF.

           PERFORM UNTIL WS-RT-EOF = 'Y'
               READ RT-FILE
                   AT END
                       MOVE 'Y' TO WS-RT-EOF
                   NOT AT END
                       PERFORM 0200-APPLY-ONE-TXN
               END-READ
           END-PERFORM.

           MOVE SPACES TO REPORT-REC.
           STRING "ADDED=" WS-ADDED-COUNT
               " REACTIVATED=" WS-REACTIVATED-COUNT
               " RETIRED=" WS-RETIRED-COUNT
               " ERRORS=" WS-ERROR-COUNT
               DELIMITED BY SIZE INTO REPORT-REC.
           WRITE REPORT-REC.

           CLOSE RT-FILE.
           CLOSE CUST-A.
           CLOSE REL-FILE.
           CLOSE REL-REPORT.
           CLOSE AUDIT-FILE.

           DISPLAY "RELMNT links added: " WS-ADDED-COUNT.
           DISPLAY "RELMNT links reactivated: " WS-REACTIVATED-COUNT.
           DISPLAY "RELMNT links retired: " WS-RETIRED-COUNT.
           DISPLAY "RELMNT transactions in error: " WS-ERROR-COUNT.

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
      *    0100-LOAD-LINKERS - EVERY OPERATOR WHOSE AUTHORITY       *
      *    LETTERS INCLUDE 'K'.  NO AUTHORITY FILE MEANS NOBODY MAY  *
      *    CHANGE A RELATIONSHIP.                                    *
      *----------------------------------------------------------*
       0100-LOAD-LINKERS.
           OPEN INPUT AUTH-FILE.
           IF NOT AUTH-FILE-OK
               DISPLAY "RELMNT - maint_auth.txt not available, no "
                   "link can be changed"
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y'
               READ AUTH-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       MOVE 0 TO WS-TYPE-TALLY
                       INSPECT AUTH-ALLOWED-TYPES
                           TALLYING WS-TYPE-TALLY FOR ALL 'K'
                       IF WS-TYPE-TALLY > 0
                               AND WS-LINKER-COUNT < 50
                           ADD 1 TO WS-LINKER-COUNT
                           MOVE AUTH-OPER-ID
                               TO WS-LINKER-ID(WS-LINKER-COUNT)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE AUTH-FILE.

      *----------------------------------------------------------*
      *    0150-LOAD-BRANCH-LINKS - EVERY ACTIVE BRANCH LINK ON     *
      *    FILE, FOR THE ONE-PARENT AND NO-LOOP RULES                *
      *----------------------------------------------------------*
       0150-LOAD-BRANCH-LINKS.
           MOVE 'N' TO WS-EOF.
           MOVE LOW-VALUES TO REL-KEY.
           START REL-FILE KEY >= REL-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-EOF
           END-START.
           PERFORM UNTIL WS-EOF = 'Y'
               READ REL-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF REL-IS-ACTIVE AND REL-IS-BRANCH
                               AND WS-BRANCH-COUNT < 2000
                           ADD 1 TO WS-BRANCH-COUNT
                           MOVE REL-PARENT-ID
                               TO WS-BR-PARENT(WS-BRANCH-COUNT)
                           MOVE REL-CHILD-ID
                               TO WS-BR-CHILD(WS-BRANCH-COUNT)
                       END-IF
               END-READ
           END-PERFORM.

      *----------------------------------------------------------*
      *    0200-APPLY-ONE-TXN - VALIDATE AND ROUTE ONE ROW          *
      *----------------------------------------------------------*
       0200-APPLY-ONE-TXN.
           MOVE SPACES TO WS-EDIT-REASON.
           EVALUATE TRUE
               WHEN RT-PARENT-ID = SPACES OR RT-CHILD-ID = SPACES
                   MOVE "BLANK CUSTOMER ID" TO WS-EDIT-REASON
               WHEN NOT RT-IS-ADD AND NOT RT-IS-RETIRE
                   MOVE "UNKNOWN ACTION" TO WS-EDIT-REASON
               WHEN RT-PARENT-ID = RT-CHILD-ID
                   MOVE "ACCOUNT CANNOT BE ITS OWN PARENT"
                       TO WS-EDIT-REASON
               WHEN RT-IS-ADD AND NOT RT-TYPE-VALID
                   MOVE "RELATIONSHIP TYPE NOT B OR G"
                       TO WS-EDIT-REASON
           END-EVALUATE.

           IF WS-EDIT-REASON = SPACES
               MOVE 'N' TO WS-LINKER-FOUND
               PERFORM VARYING WS-LINKER-IDX FROM 1 BY 1
                       UNTIL WS-LINKER-IDX > WS-LINKER-COUNT
                   IF WS-LINKER-ID(WS-LINKER-IDX) = RT-OPERATOR
                           AND RT-OPERATOR NOT = SPACES
                       SET OPERATOR-MAY-LINK TO TRUE
                   END-IF
               END-PERFORM
               IF NOT OPERATOR-MAY-LINK
                   MOVE "OPERATOR NOT AUTHORIZED TO LINK"
                       TO WS-EDIT-REASON
               END-IF
           END-IF.

           IF WS-EDIT-REASON = SPACES AND RT-IS-ADD
               MOVE RT-PARENT-ID TO A-ID
               PERFORM 0250-CHECK-CUSTOMER-ON-FILE
               IF NOT CUSTOMER-ON-FILE
                   MOVE "PARENT NOT ON FILE" TO WS-EDIT-REASON
               ELSE
                   MOVE RT-CHILD-ID TO A-ID
                   PERFORM 0250-CHECK-CUSTOMER-ON-FILE
                   IF NOT CUSTOMER-ON-FILE
                       MOVE "CHILD NOT ON FILE" TO WS-EDIT-REASON
                   END-IF
               END-IF
           END-IF.

           IF WS-EDIT-REASON = SPACES AND RT-IS-ADD
                   AND RT-TYPE = 'B'
               PERFORM 0270-CHECK-BRANCH-RULES
           END-IF.

           IF WS-EDIT-REASON NOT = SPACES
               PERFORM 0500-REPORT-BAD-TXN
               EXIT PARAGRAPH
           END-IF.

           IF RT-IS-ADD
               PERFORM 0300-ADD-OR-REACTIVATE-LINK
           ELSE
               PERFORM 0400-RETIRE-LINK
           END-IF.

      *----------------------------------------------------------*
      *    0250-CHECK-CUSTOMER-ON-FILE - DIRECT READ OF CUST-A BY   *
      *    THE ID ALREADY IN A-ID                                    *
      *----------------------------------------------------------*
       0250-CHECK-CUSTOMER-ON-FILE.
           MOVE 'N' TO WS-ONFILE-FLAG.
           READ CUST-A
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET CUSTOMER-ON-FILE TO TRUE
           END-READ.

      *----------------------------------------------------------*
      *    0270-CHECK-BRANCH-RULES - THE CHILD MAY NOT ALREADY BE   *
      *    A BRANCH OF A DIFFERENT PARENT, AND WALKING UP FROM THE   *
      *    NEW PARENT MUST NEVER REACH THE CHILD - THAT WOULD MAKE   *
      *    THE GROUP ITS OWN HEAD                                    *
      *----------------------------------------------------------*
       0270-CHECK-BRANCH-RULES.
           MOVE SPACES TO WS-OTHER-PARENT.
           PERFORM VARYING WS-BRANCH-IDX FROM 1 BY 1
                   UNTIL WS-BRANCH-IDX > WS-BRANCH-COUNT
               IF WS-BR-CHILD(WS-BRANCH-IDX) = RT-CHILD-ID
                       AND WS-BR-PARENT(WS-BRANCH-IDX)
                           NOT = RT-PARENT-ID
                   MOVE WS-BR-PARENT(WS-BRANCH-IDX)
                       TO WS-OTHER-PARENT
               END-IF
           END-PERFORM.
           IF WS-OTHER-PARENT NOT = SPACES
               MOVE SPACES TO WS-EDIT-REASON
               STRING "ALREADY A BRANCH OF " WS-OTHER-PARENT
                   DELIMITED BY SIZE INTO WS-EDIT-REASON
               EXIT PARAGRAPH
           END-IF.

           MOVE 'N' TO WS-LOOP-FLAG.
           MOVE RT-PARENT-ID TO WS-WALK-ID.
           MOVE 0 TO WS-WALK-DEPTH.
           PERFORM UNTIL WS-WALK-ID = SPACES OR LINK-WOULD-LOOP
                   OR WS-WALK-DEPTH > WS-BRANCH-COUNT
               ADD 1 TO WS-WALK-DEPTH
               IF WS-WALK-ID = RT-CHILD-ID
                   SET LINK-WOULD-LOOP TO TRUE
               ELSE
                   MOVE SPACES TO WS-WALK-NEXT
                   PERFORM VARYING WS-BRANCH-IDX FROM 1 BY 1
                           UNTIL WS-BRANCH-IDX > WS-BRANCH-COUNT
                       IF WS-BR-CHILD(WS-BRANCH-IDX) = WS-WALK-ID
                           MOVE WS-BR-PARENT(WS-BRANCH-IDX)
                               TO WS-WALK-NEXT
                       END-IF
                   END-PERFORM
                   MOVE WS-WALK-NEXT TO WS-WALK-ID
               END-IF
           END-PERFORM.
           IF LINK-WOULD-LOOP
               MOVE "LINK WOULD MAKE A LOOP IN THE GROUP"
                   TO WS-EDIT-REASON
           END-IF.

      *----------------------------------------------------------*
      *    0300-ADD-OR-REACTIVATE-LINK - A NEW PAIR GETS A FRESH    *
      *    ROW; A PAIR ALREADY ON FILE IS RE-TYPED AND RE-ACTIVATED  *
      *----------------------------------------------------------*
       0300-ADD-OR-REACTIVATE-LINK.
           MOVE RT-PARENT-ID TO REL-PARENT-ID.
           MOVE RT-CHILD-ID TO REL-CHILD-ID.
           MOVE RT-TYPE TO REL-TYPE.
           MOVE 'A' TO REL-STATUS.
           MOVE WS-TODAY TO REL-ESTABLISHED.
           MOVE SPACES TO REL-RETIRED-DATE.
           MOVE RT-OPERATOR TO REL-OPERATOR.
           WRITE REL-RECORD
               INVALID KEY
                   PERFORM 0350-REACTIVATE-LINK
               NOT INVALID KEY
                   ADD 1 TO WS-ADDED-COUNT
                   PERFORM 0450-TRACK-BRANCH-LINK
                   PERFORM 0600-REPORT-APPLIED
                   PERFORM 0700-WRITE-AUDIT
           END-WRITE.

      *----------------------------------------------------------*
      *    0350-REACTIVATE-LINK - THE PAIR IS ALREADY ON FILE;      *
      *    REWRITE IT WITH THE NEW TYPE, ACTIVE AS OF TODAY          *
      *----------------------------------------------------------*
       0350-REACTIVATE-LINK.
           MOVE RT-PARENT-ID TO REL-PARENT-ID.
           MOVE RT-CHILD-ID TO REL-CHILD-ID.
           READ REL-FILE
               INVALID KEY
                   MOVE "RELATIONSHIP ROW NOT READABLE"
                       TO WS-EDIT-REASON
                   PERFORM 0500-REPORT-BAD-TXN
                   EXIT PARAGRAPH
           END-READ.
      *    A LINK CHANGING FROM BRANCH TO GUARANTEE LEAVES THE
      *    BRANCH TABLE BEFORE THE NEW TYPE IS TRACKED.
           IF REL-IS-ACTIVE AND REL-IS-BRANCH
               PERFORM 0460-UNTRACK-BRANCH-LINK
           END-IF.
           MOVE RT-TYPE TO REL-TYPE.
           MOVE 'A' TO REL-STATUS.
           MOVE WS-TODAY TO REL-ESTABLISHED.
           MOVE SPACES TO REL-RETIRED-DATE.
           MOVE RT-OPERATOR TO REL-OPERATOR.
           REWRITE REL-RECORD
               INVALID KEY
                   MOVE "RELATIONSHIP ROW NOT REWRITTEN"
                       TO WS-EDIT-REASON
                   PERFORM 0500-REPORT-BAD-TXN
               NOT INVALID KEY
                   ADD 1 TO WS-REACTIVATED-COUNT
                   PERFORM 0450-TRACK-BRANCH-LINK
                   PERFORM 0600-REPORT-APPLIED
                   PERFORM 0700-WRITE-AUDIT
           END-REWRITE.

      *----------------------------------------------------------*
      *    0400-RETIRE-LINK - MARK THE LINK RETIRED, KEEPING THE    *
      *    ROW FOR HISTORY                                           *
      *----------------------------------------------------------*
       0400-RETIRE-LINK.
           MOVE RT-PARENT-ID TO REL-PARENT-ID.
           MOVE RT-CHILD-ID TO REL-CHILD-ID.
           READ REL-FILE
               INVALID KEY
                   MOVE "NO SUCH RELATIONSHIP ON FILE"
                       TO WS-EDIT-REASON
                   PERFORM 0500-REPORT-BAD-TXN
                   EXIT PARAGRAPH
           END-READ.
           IF NOT REL-IS-ACTIVE
               MOVE "RELATIONSHIP ALREADY RETIRED"
                   TO WS-EDIT-REASON
               PERFORM 0500-REPORT-BAD-TXN
               EXIT PARAGRAPH
           END-IF.
           IF REL-IS-BRANCH
               PERFORM 0460-UNTRACK-BRANCH-LINK
           END-IF.
           MOVE 'R' TO REL-STATUS.
           MOVE WS-TODAY TO REL-RETIRED-DATE.
           MOVE RT-OPERATOR TO REL-OPERATOR.
           REWRITE REL-RECORD
               INVALID KEY
                   MOVE "RELATIONSHIP ROW NOT REWRITTEN"
                       TO WS-EDIT-REASON
                   PERFORM 0500-REPORT-BAD-TXN
               NOT INVALID KEY
                   ADD 1 TO WS-RETIRED-COUNT
                   PERFORM 0600-REPORT-APPLIED
                   PERFORM 0700-WRITE-AUDIT
           END-REWRITE.

      *----------------------------------------------------------*
      *    0450-TRACK-BRANCH-LINK - A BRANCH LINK JUST MADE ACTIVE  *
      *    JOINS THE TABLE                                           *
      *----------------------------------------------------------*
       0450-TRACK-BRANCH-LINK.
           IF REL-IS-BRANCH AND WS-BRANCH-COUNT < 2000
               ADD 1 TO WS-BRANCH-COUNT
               MOVE REL-PARENT-ID TO WS-BR-PARENT(WS-BRANCH-COUNT)
               MOVE REL-CHILD-ID TO WS-BR-CHILD(WS-BRANCH-COUNT)
           END-IF.

      *----------------------------------------------------------*
      *    0460-UNTRACK-BRANCH-LINK - A BRANCH LINK LEAVING THE     *
      *    ACTIVE SET IS BLANKED OUT OF THE TABLE                    *
      *----------------------------------------------------------*
       0460-UNTRACK-BRANCH-LINK.
           PERFORM VARYING WS-BRANCH-IDX FROM 1 BY 1
                   UNTIL WS-BRANCH-IDX > WS-BRANCH-COUNT
               IF WS-BR-PARENT(WS-BRANCH-IDX) = REL-PARENT-ID
                       AND WS-BR-CHILD(WS-BRANCH-IDX) = REL-CHILD-ID
                   MOVE SPACES TO WS-BR-PARENT(WS-BRANCH-IDX)
                   MOVE SPACES TO WS-BR-CHILD(WS-BRANCH-IDX)
               END-IF
           END-PERFORM.

      *----------------------------------------------------------*
      *    0500-REPORT-BAD-TXN - A ROW THAT COULD NOT BE APPLIED    *
      *----------------------------------------------------------*
       0500-REPORT-BAD-TXN.
           ADD 1 TO WS-ERROR-COUNT.
           MOVE SPACES TO REPORT-REC.
           STRING "ERROR ACTION=" RT-ACTION
               " PARENT=" RT-PARENT-ID
               " CHILD=" RT-CHILD-ID
               " TYPE=" RT-TYPE
               " - " WS-EDIT-REASON
               DELIMITED BY SIZE INTO REPORT-REC.
           WRITE REPORT-REC.

      *----------------------------------------------------------*
      *    0600-REPORT-APPLIED - ONE REPORT LINE PER LINK CHANGED   *
      *----------------------------------------------------------*
       0600-REPORT-APPLIED.
           MOVE SPACES TO REPORT-REC.
           STRING "APPLIED ACTION=" RT-ACTION
               " PARENT=" REL-PARENT-ID
               " CHILD=" REL-CHILD-ID
               " TYPE=" REL-TYPE
               " STATUS=" REL-STATUS
               " BY " REL-OPERATOR
               DELIMITED BY SIZE INTO REPORT-REC.
           WRITE REPORT-REC.

      *----------------------------------------------------------*
      *    0700-WRITE-AUDIT - EVERY LINK CHANGE LANDS ON THE        *
      *    SHARED AUDIT TRAIL UNDER THE OPERATOR WHO KEYED IT        *
      *----------------------------------------------------------*
       0700-WRITE-AUDIT.
           MOVE "RELMNT" TO AUDIT-PROGRAM.
           MOVE WS-RUN-ID TO AUDIT-RUN-ID.
           MOVE RT-OPERATOR TO AUDIT-OPERATOR.
           MOVE SPACES TO AUDIT-KEY.
           STRING REL-PARENT-ID " " REL-CHILD-ID
               DELIMITED BY SIZE INTO AUDIT-KEY.
           IF RT-IS-ADD
               MOVE "REL-ADD" TO AUDIT-ACTION
           ELSE
               MOVE "REL-RETIRE" TO AUDIT-ACTION
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO AUDIT-TIMESTAMP.
           MOVE SPACES TO AUDIT-COMPANY.
           WRITE AUDIT-RECORD.
