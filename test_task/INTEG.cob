       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *----------------------------------------------------------*
      *    CUST-A / CUST-B ARE THE LIVE MASTERS UNLESS INTEG-PARM   *
      *    ASKS FOR THE SCRATCH VERIFICATION COPIES                  *
      *----------------------------------------------------------*
           SELECT CUST-A ASSIGN TO WS-CUST-A-NAME
               ORGANIZATION IS INDEXED
               RECORD KEY IS A-ID
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS WS-CUST-A-STATUS.

           SELECT CUST-B ASSIGN TO WS-CUST-B-NAME
               ORGANIZATION IS INDEXED
               RECORD KEY IS B-KEY
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS WS-CUST-B-STATUS.

      *----------------------------------------------------------*
      *    SRCH-FILE - THE CUSTOMER SEARCH INDEX, CHECKED BOTH WAYS  *
      *    AGAINST THE MASTERS: EVERY NAME AND ADDRESS ZIP HAS ITS   *
      *    ROW, AND EVERY ROW STILL MATCHES A NAME OR ADDRESS.       *
      *----------------------------------------------------------*
           SELECT SRCH-FILE ASSIGN TO './custA-search.txt'
               ORGANIZATION IS INDEXED
               RECORD KEY IS SRCH-KEY
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS WS-SRCH-STATUS.

           SELECT INTEG-REPORT ASSIGN TO WS-REPORT-NAME
               ORGANIZATION IS LINE SEQUENTIAL.

      *----------------------------------------------------------*
      *    INTEG-PARM - ONE-SHOT TARGET.  'S' CHECKS THE SCRATCH    *
      *    COPIES BKVERIFY RELOADED FROM BACKUP, REPORTING TO        *
      *    RESULT/INTEGRITY-VERIFY.TXT, AND SKIPS THE SEARCH INDEX   *
      *    (IT DESCRIBES THE LIVE MASTERS, NOT THE COPIES).  THE     *
      *    FILE IS EMPTIED AS SOON AS IT IS READ, SO A LEFTOVER CAN  *
      *    NEVER TURN THE NIGHTLY CHECK AWAY FROM THE LIVE MASTERS.  *
      *----------------------------------------------------------*
           SELECT INTEG-PARM ASSIGN TO './integ_param.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

       DATA DIVISION.
       FILE SECTION.

               FIELD-ID BY B-ID FIELD-EFFDATE BY B-EFFECTIVE-DATE
               FIELD-ADDR BY B-ADDR FIELD-NAME BY B-NAME.

       FD SRCH-FILE.
           COPY "srchidxrec".

       FD INTEG-REPORT.
       01 REPORT-REC PIC X(100).

       FD INTEG-PARM.
       01 INTEG-PARM-REC.
           05 PARM-TARGET PIC X(1).

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------*
      *    RUN THIS AS AN EARLY SCHEDULER STEP: AN INTERRUPTED      *
      *    CUSTB END TO END (SAME, PLUS EVERY B ROW'S CUSTOMER MUST  *
      *    EXIST ON CUSTA), THEN CUSTA AGAIN CHECKING EVERY ACTIVE   *
      *    CUSTOMER HAS AT LEAST ONE ADDRESS ROW.                    *
      *    THE SEARCH INDEX IS PROVED ALONGSIDE: THE FIRST TWO       *
      *    PASSES LOOK UP EACH NAME'S AND ADDRESS ZIP'S INDEX ROW,   *
      *    AND A LAST PASS WALKS THE INDEX CHECKING EACH ROW STILL   *
      *    POINTS AT A MATCHING NAME OR ADDRESS.  AN INDEX FAULT     *
      *    DOES NOT STOP THE CHAIN - CUSTLOAD REBUILDS THE INDEX     *
      *    FROM THE MASTERS - SO IT IS COUNTED AND ENDS THE STEP 4.  *
      *----------------------------------------------------------*
       01 WS-CUST-A-STATUS PIC XX.
           88 CUST-A-OK VALUE '00'.
       01 WS-CUST-B-STATUS PIC XX.
           88 CUST-B-OK VALUE '00'.
           88 CUST-B-AT-END VALUE '10'.
       01 WS-SRCH-STATUS PIC XX.
           88 SRCH-FILE-OK VALUE '00'.
       01 WS-SRCH-OPEN PIC X VALUE 'N'.
           88 SRCH-IS-OPEN VALUE 'Y'.
       01 WS-PARM-STATUS PIC XX.
           88 PARM-FILE-OK VALUE '00'.
       01 WS-TARGET PIC X(1) VALUE SPACE.
           88 CHECK-SCRATCH VALUE 'S'.
       01 WS-CUST-A-NAME PIC X(50) VALUE './custA.txt'.
       01 WS-CUST-B-NAME PIC X(50) VALUE './custB.txt'.
       01 WS-REPORT-NAME PIC X(50)
           VALUE './result/integrity-report.txt'.

       01 WS-SCAN-DONE PIC X.
       01 WS-PREV-A-ID PIC X(5).
       01 WS-HOLD-A-ID PIC X(5).
       01 WS-HOLD-A-STATUS PIC X(1).
       01 WS-ADDR-FOUND PIC X.
       01 WS-SOUND-CODE PIC X(8).
       01 WS-ZIP PIC X(3).
       01 WS-INDEX-SCAN-DONE PIC X.

       01 WS-A-COUNT PIC 9(10) VALUE 0.
       01 WS-B-COUNT PIC 9(10) VALUE 0.
       01 WS-B-ORPHAN-COUNT PIC 9(10) VALUE 0.
       01 WS-A-NOADDR-COUNT PIC 9(10) VALUE 0.
       01 WS-PROBLEM-COUNT PIC 9(10) VALUE 0.
       01 WS-INDEX-COUNT PIC 9(10) VALUE 0.
       01 WS-INDEX-MISSING-COUNT PIC 9(10) VALUE 0.
       01 WS-INDEX-STALE-COUNT PIC 9(10) VALUE 0.
       01 WS-INDEX-FAULT-COUNT PIC 9(10) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           PERFORM 0050-LOAD-TARGET.
           OPEN OUTPUT INTEG-REPORT.

           MOVE SPACES TO REPORT-REC.
           IF CHECK-SCRATCH
               STRING "INDEXED MASTER INTEGRITY CHECK - SCRATCH "
                   "COPIES RELOADED FROM BACKUP"
                   DELIMITED BY SIZE INTO REPORT-REC
           ELSE
               STRING "INDEXED MASTER INTEGRITY CHECK"
                   DELIMITED BY SIZE INTO REPORT-REC
           END-IF.
           WRITE REPORT-REC.

           OPEN INPUT CUST-A.
               GOBACK
           END-IF.

           IF CHECK-SCRATCH
               MOVE SPACES TO REPORT-REC
               STRING "SEARCH INDEX NOT CHECKED AGAINST SCRATCH COPIES"
                   DELIMITED BY SIZE INTO REPORT-REC
               WRITE REPORT-REC
           ELSE
               PERFORM 0060-OPEN-SEARCH-INDEX
           END-IF.

           PERFORM 0100-SCAN-CUST-A.
           PERFORM 0200-SCAN-CUST-B.
           PERFORM 0300-CHECK-ACTIVE-HAVE-ADDR.
           IF SRCH-IS-OPEN
               PERFORM 0500-SCAN-SEARCH-INDEX
           END-IF.

           COMPUTE WS-PROBLEM-COUNT = WS-A-SEQ-ERRORS
               + WS-B-SEQ-ERRORS + WS-A-READ-ERRORS
               + WS-B-READ-ERRORS + WS-B-ORPHAN-COUNT
               + WS-A-NOADDR-COUNT.
           COMPUTE WS-INDEX-FAULT-COUNT = WS-INDEX-MISSING-COUNT
               + WS-INDEX-STALE-COUNT.

           PERFORM 0400-WRITE-CONDITION-TOTALS.

           CLOSE CUST-A.
           CLOSE CUST-B.
           IF SRCH-IS-OPEN
               CLOSE SRCH-FILE
           END-IF.
           CLOSE INTEG-REPORT.

           DISPLAY "INTEG custA records readable: " WS-A-COUNT.
           DISPLAY "INTEG custB records readable: " WS-B-COUNT.
           DISPLAY "INTEG conditions found: " WS-PROBLEM-COUNT.
           DISPLAY "INTEG search index rows: " WS-INDEX-COUNT.
           DISPLAY "INTEG search index faults: " WS-INDEX-FAULT-COUNT.

           EVALUATE TRUE
               WHEN WS-PROBLEM-COUNT > 0
                   MOVE 8 TO RETURN-CODE
               WHEN WS-INDEX-FAULT-COUNT > 0
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE.
           GOBACK.

      *----------------------------------------------------------*
      *    0050-LOAD-TARGET - READ THE ONE-SHOT TARGET, THEN EMPTY  *
      *    THE FILE; NO FILE OR A BLANK TARGET CHECKS THE LIVE       *
      *    MASTERS AS ALWAYS                                         *
      *----------------------------------------------------------*
       0050-LOAD-TARGET.
           MOVE SPACE TO WS-TARGET.
           OPEN INPUT INTEG-PARM.
           IF PARM-FILE-OK
               READ INTEG-PARM
                   NOT AT END
                       MOVE PARM-TARGET TO WS-TARGET
               END-READ
               CLOSE INTEG-PARM
               OPEN OUTPUT INTEG-PARM
               CLOSE INTEG-PARM
           END-IF.
           IF CHECK-SCRATCH
               MOVE './result/custA-verify.txt' TO WS-CUST-A-NAME
               MOVE './result/custB-verify.txt' TO WS-CUST-B-NAME
               MOVE './result/integrity-verify.txt' TO WS-REPORT-NAME
           END-IF.

      *----------------------------------------------------------*
      *    0060-OPEN-SEARCH-INDEX - AN UNREADABLE INDEX IS AN INDEX *
      *    FAULT, NOT A STOP                                         *
      *----------------------------------------------------------*
       0060-OPEN-SEARCH-INDEX.
           OPEN INPUT SRCH-FILE.
           IF SRCH-FILE-OK
               SET SRCH-IS-OPEN TO TRUE
           ELSE
               ADD 1 TO WS-INDEX-MISSING-COUNT
               MOVE SPACES TO REPORT-REC
               STRING "SEARCH INDEX UNREADABLE - OPEN STATUS="
                   WS-SRCH-STATUS " - NOT CHECKED"
                   DELIMITED BY SIZE INTO REPORT-REC
               WRITE REPORT-REC
           END-IF.

      *----------------------------------------------------------*
      *    0100-SCAN-CUST-A - READ THE WHOLE MASTER IN KEY ORDER,   *
                               WRITE REPORT-REC
                           END-IF
                           MOVE A-ID TO WS-PREV-A-ID
                           IF SRCH-IS-OPEN
                               PERFORM 0160-CHECK-NAME-INDEXED
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
               DELIMITED BY SIZE INTO REPORT-REC.
           WRITE REPORT-REC.

      *----------------------------------------------------------*
      *    0160-CHECK-NAME-INDEXED - THE CUSTOMER'S NAME MUST HAVE  *
      *    ITS SOUND-CODE ROW IN THE SEARCH INDEX                    *
      *----------------------------------------------------------*
       0160-CHECK-NAME-INDEXED.
           CALL 'SUB-PHON' USING A-NAME WS-SOUND-CODE.
           IF WS-SOUND-CODE = SPACES
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO SRCH-REC.
           SET SRCH-IS-PHONETIC TO TRUE.
           MOVE WS-SOUND-CODE TO SRCH-VALUE.
           MOVE A-ID TO SRCH-CUST-ID.
           READ SRCH-FILE
               INVALID KEY
                   ADD 1 TO WS-INDEX-MISSING-COUNT
                   MOVE SPACES TO REPORT-REC
                   STRING "SEARCH INDEX HAS NO NAME ROW FOR CUSTA "
                       A-ID " CODE " WS-SOUND-CODE
                       DELIMITED BY SIZE INTO REPORT-REC
                   WRITE REPORT-REC
           END-READ.

      *----------------------------------------------------------*
      *    0200-SCAN-CUST-B - SAME END-TO-END SCAN FOR THE ADDRESS  *
      *    MASTER, PLUS THE REFERENTIAL CHECK THAT EVERY ADDRESS     *
                           END-IF
                           MOVE B-KEY TO WS-PREV-B-KEY
                           PERFORM 0250-CHECK-B-ORPHAN
                           IF SRCH-IS-OPEN
                               PERFORM 0270-CHECK-ZIP-INDEXED
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
               DELIMITED BY SIZE INTO REPORT-REC.
           WRITE REPORT-REC.

      *----------------------------------------------------------*
      *    0270-CHECK-ZIP-INDEXED - THE ADDRESS ROW'S ZIP MUST HAVE *
      *    ITS ROW IN THE SEARCH INDEX FOR THIS CUSTOMER             *
      *----------------------------------------------------------*
       0270-CHECK-ZIP-INDEXED.
           MOVE FUNCTION UPPER-CASE(B-ADDR(28:3)) TO WS-ZIP.
           IF WS-ZIP = SPACES
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO SRCH-REC.
           SET SRCH-IS-ZIP TO TRUE.
           MOVE WS-ZIP TO SRCH-VALUE.
           MOVE B-ID TO SRCH-CUST-ID.
           READ SRCH-FILE
               INVALID KEY
                   ADD 1 TO WS-INDEX-MISSING-COUNT
                   MOVE SPACES TO REPORT-REC
                   STRING "SEARCH INDEX HAS NO ZIP ROW FOR CUSTB "
                       B-ID " " B-EFFECTIVE-DATE " ZIP " WS-ZIP
                       DELIMITED BY SIZE INTO REPORT-REC
                   WRITE REPORT-REC
           END-READ.

      *----------------------------------------------------------*
      *    0300-CHECK-ACTIVE-HAVE-ADDR - RE-SCAN CUSTA; EVERY       *
      *    ACTIVE CUSTOMER (STATUS 'A' OR BLANK, THE SAME RULE       *
               DELIMITED BY SIZE INTO REPORT-REC.
           WRITE REPORT-REC.

           MOVE SPACES TO REPORT-REC.
           STRING "SEARCH INDEX ROWS=" WS-INDEX-COUNT
               " MISSING=" WS-INDEX-MISSING-COUNT
               " STALE=" WS-INDEX-STALE-COUNT
               DELIMITED BY SIZE INTO REPORT-REC.
           WRITE REPORT-REC.
           IF WS-INDEX-FAULT-COUNT > 0
               MOVE SPACES TO REPORT-REC
               STRING "SEARCH INDEX OUT OF STEP WITH THE MASTERS - "
                   "RUN CUSTLOAD TO REBUILD IT"
                   DELIMITED BY SIZE INTO REPORT-REC
               WRITE REPORT-REC
           END-IF.

           MOVE SPACES TO REPORT-REC.
           IF WS-PROBLEM-COUNT > 0
               STRING "RESULT: " WS-PROBLEM-COUNT
                   DELIMITED BY SIZE INTO REPORT-REC
           END-IF.
           WRITE REPORT-REC.

      *----------------------------------------------------------*
      *    0500-SCAN-SEARCH-INDEX - WALK THE INDEX: A NAME ROW MUST *
      *    POINT AT A CUSTA CUSTOMER WHOSE NAME STILL CODES TO IT,   *
      *    A ZIP ROW AT A CUSTOMER WITH AN ADDRESS ROW IN THAT ZIP   *
      *----------------------------------------------------------*
       0500-SCAN-SEARCH-INDEX.
           MOVE 'N' TO WS-INDEX-SCAN-DONE.
           MOVE LOW-VALUES TO SRCH-KEY.
           START SRCH-FILE KEY >= SRCH-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-INDEX-SCAN-DONE
           END-START.

           PERFORM UNTIL WS-INDEX-SCAN-DONE = 'Y'
               READ SRCH-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-INDEX-SCAN-DONE
                   NOT AT END
                       ADD 1 TO WS-INDEX-COUNT
                       EVALUATE TRUE
                           WHEN SRCH-IS-PHONETIC
                               PERFORM 0510-CHECK-NAME-ROW
                           WHEN SRCH-IS-ZIP
                               PERFORM 0520-CHECK-ZIP-ROW
                           WHEN OTHER
                               PERFORM 0530-REPORT-STALE-ROW
                       END-EVALUATE
               END-READ
           END-PERFORM.

      *----------------------------------------------------------*
      *    0510-CHECK-NAME-ROW - DIRECT READ OF THE CUSTOMER AND    *
      *    RE-CODE OF THE NAME NOW ON FILE                           *
      *----------------------------------------------------------*
       0510-CHECK-NAME-ROW.
           MOVE SRCH-CUST-ID TO A-ID.
           READ CUST-A
               INVALID KEY
                   PERFORM 0530-REPORT-STALE-ROW
                   EXIT PARAGRAPH
           END-READ.
           CALL 'SUB-PHON' USING A-NAME WS-SOUND-CODE.
           IF WS-SOUND-CODE NOT = SRCH-VALUE
               PERFORM 0530-REPORT-STALE-ROW
           END-IF.

      *----------------------------------------------------------*
      *    0520-CHECK-ZIP-ROW - THE CUSTOMER'S ADDRESS ROWS, LOOKING *
      *    FOR ONE IN THE ROW'S ZIP                                  *
      *----------------------------------------------------------*
       0520-CHECK-ZIP-ROW.
           MOVE 'N' TO WS-ADDR-FOUND.
           MOVE 'N' TO WS-SCAN-DONE.
           MOVE SRCH-CUST-ID TO B-ID.
           MOVE 0 TO B-EFFECTIVE-DATE.
           START CUST-B KEY >= B-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-SCAN-DONE
           END-START.
           PERFORM UNTIL WS-SCAN-DONE = 'Y'
               READ CUST-B NEXT
                   AT END
                       MOVE 'Y' TO WS-SCAN-DONE
                   NOT AT END
                       IF B-ID NOT = SRCH-CUST-ID
                           MOVE 'Y' TO WS-SCAN-DONE
                       ELSE
                           IF FUNCTION UPPER-CASE(B-ADDR(28:3))
                                   = SRCH-VALUE(1:3)
                               MOVE 'Y' TO WS-ADDR-FOUND
                               MOVE 'Y' TO WS-SCAN-DONE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-ADDR-FOUND = 'N'
               PERFORM 0530-REPORT-STALE-ROW
           END-IF.

      *----------------------------------------------------------*
      *    0530-REPORT-STALE-ROW - AN INDEX ROW NO LONGER BACKED BY *
      *    THE MASTERS                                               *
      *----------------------------------------------------------*
       0530-REPORT-STALE-ROW.
           ADD 1 TO WS-INDEX-STALE-COUNT.
           MOVE SPACES TO REPORT-REC.
           STRING "STALE SEARCH INDEX ROW: " SRCH-KIND " "
               SRCH-VALUE " " SRCH-CUST-ID
               " NOT BACKED BY THE MASTERS"
               DELIMITED BY SIZE INTO REPORT-REC.
           WRITE REPORT-REC.
