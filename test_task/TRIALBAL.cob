               ACCESS MODE IS DYNAMIC
               FILE STATUS IS WS-BALANCE-STATUS.

      *----------------------------------------------------------*
      *    ARCHLIST/POSTARCH - POSTINGS THE YEAR-END CLOSE HAS      *
      *    MOVED OFF THE HISTORY INTO "POSTING" ARCHIVE GENERATIONS  *
      *    STILL COUNT TOWARD THE REBUILT BALANCE                    *
      *----------------------------------------------------------*
           SELECT ARCHLIST-FILE
               ASSIGN TO './result/retention-archives.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCHLIST-STATUS.

           SELECT POSTARCH-FILE ASSIGN TO WS-ARCHIVE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POSTARCH-STATUS.

           SELECT PROOF-REPORT
               ASSIGN TO './result/trial-balance.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
               FIELD-OPEN-STATUS BY HIST-OPEN-STATUS
               FIELD-TXN-ID BY HIST-TXN-ID
               FIELD-REV-FLAG BY HIST-REV-FLAG
               FIELD-ACCT-DATE BY HIST-ACCT-DATE
               FIELD-DISPUTE-FLAG BY HIST-DISPUTE-FLAG
               FIELD-DISPUTE-DATE BY HIST-DISPUTE-DATE
               FIELD-DISPUTE-REASON BY HIST-DISPUTE-REASON
               FIELD-INVOICE-NO BY HIST-INVOICE-NO.

       FD BALANCE-FILE.
       01 BAL-REC.
               FIELD-LAST-DATE BY BAL-LAST-DATE
               FIELD-CREDIT-LIMIT BY BAL-CREDIT-LIMIT.

       FD ARCHLIST-FILE.
       01 ARCHLIST-REC.
           05 ARCHL-TYPE PIC X(8).
           05 ARCHL-NAME PIC X(50).

       FD POSTARCH-FILE.
       01 POSTARCH-REC PIC X(104).

       FD PROOF-REPORT.
       01 REPORT-REC PIC X(100).

       01 WS-SEEN-FLAG PIC X.
           88 CUSTOMER-ALREADY-SEEN VALUE 'Y'.

      *----------------------------------------------------------*
      *    EACH CUSTOMER'S NET OF ARCHIVED POSTINGS, BROUGHT        *
      *    FORWARD INTO THE REBUILD AHEAD OF THE LIVE HISTORY        *
      *----------------------------------------------------------*
       01 WS-ARCHLIST-STATUS PIC XX.
           88 ARCHLIST-FILE-OK VALUE '00'.
       01 WS-POSTARCH-STATUS PIC XX.
           88 POSTARCH-FILE-OK VALUE '00'.
       01 WS-ARCHIVE-NAME PIC X(50).
       01 WS-LIST-DONE PIC X.
       01 WS-ARCH-DONE PIC X.
       01 WS-BF-TABLE.
           05 WS-BF-ENTRY OCCURS 2000 TIMES.
               10 WS-BF-ID PIC X(5).
               10 WS-BF-AMOUNT PIC S9(9)V99.
       01 WS-BF-COUNT PIC 9(4) VALUE 0.
       01 WS-BF-IDX PIC 9(4).
       01 WS-BF-FOUND PIC 9(4).
       01 WS-ARCHIVED-ROWS PIC 9(10) VALUE 0.

       01 WS-CHECKED-COUNT PIC 9(10) VALUE 0.
       01 WS-DISCREPANCY-COUNT PIC 9(10) VALUE 0.
       01 WS-DISP-REBUILT PIC -(9)9.99.
               DELIMITED BY SIZE INTO REPORT-REC.
           WRITE REPORT-REC.

           PERFORM 0100-LOAD-ARCHIVED-POSTINGS.

           MOVE LOW-VALUES TO HIST-KEY.
           START HISTORY-FILE KEY >= HIST-KEY
               INVALID KEY
                               PERFORM 0300-PROVE-ONE-CUSTOMER
                           END-IF
                           MOVE HIST-ID TO WS-CURRENT-ID
                           PERFORM 0150-FIND-BROUGHT-FORWARD
                           MOVE 0 TO WS-REBUILT
                           IF WS-BF-FOUND > 0
                               MOVE WS-BF-AMOUNT(WS-BF-FOUND)
                                   TO WS-REBUILT
                           END-IF
                       END-IF
                       PERFORM 0200-ADD-ONE-ROW
               END-READ

           PERFORM 0400-CHECK-HISTORYLESS-BALANCES.

           IF WS-ARCHIVED-ROWS > 0
               MOVE SPACES TO REPORT-REC
               STRING "ARCHIVED POSTINGS BROUGHT FORWARD="
                   WS-ARCHIVED-ROWS
                   DELIMITED BY SIZE INTO REPORT-REC
               WRITE REPORT-REC
           END-IF.

           MOVE SPACES TO REPORT-REC.
           STRING "CUSTOMERS CHECKED=" WS-CHECKED-COUNT
               " DISCREPANCIES=" WS-DISCREPANCY-COUNT
           END-IF.
           GOBACK.

      *----------------------------------------------------------*
      *    0100-LOAD-ARCHIVED-POSTINGS - EVERY "POSTING" ARCHIVE    *
      *    GENERATION ON THE RETENTION LIST, NETTED PER CUSTOMER     *
      *    BY THE SAME SIGNING RULES AS THE LIVE ROWS                *
      *----------------------------------------------------------*
       0100-LOAD-ARCHIVED-POSTINGS.
           MOVE 'N' TO WS-LIST-DONE.
           OPEN INPUT ARCHLIST-FILE.
           IF NOT ARCHLIST-FILE-OK
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-LIST-DONE = 'Y'
               READ ARCHLIST-FILE
                   AT END
                       MOVE 'Y' TO WS-LIST-DONE
                   NOT AT END
                       IF ARCHL-TYPE = "POSTING"
                           MOVE ARCHL-NAME TO WS-ARCHIVE-NAME
                           PERFORM 0120-TAKE-ONE-ARCHIVE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARCHLIST-FILE.
           MOVE SPACES TO WS-CURRENT-ID.

       0120-TAKE-ONE-ARCHIVE.
           MOVE 'N' TO WS-ARCH-DONE.
           OPEN INPUT POSTARCH-FILE.
           IF NOT POSTARCH-FILE-OK
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-ARCH-DONE = 'Y'
               READ POSTARCH-FILE
                   AT END
                       MOVE 'Y' TO WS-ARCH-DONE
                   NOT AT END
                       MOVE POSTARCH-REC TO HIST-REC
                       PERFORM 0130-BRING-ONE-ROW-FORWARD
               END-READ
           END-PERFORM.
           CLOSE POSTARCH-FILE.

       0130-BRING-ONE-ROW-FORWARD.
           MOVE HIST-ID TO WS-CURRENT-ID.
           PERFORM 0150-FIND-BROUGHT-FORWARD.
           IF WS-BF-FOUND = 0
               IF WS-BF-COUNT >= 2000
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-BF-COUNT
               MOVE WS-BF-COUNT TO WS-BF-FOUND
               MOVE HIST-ID TO WS-BF-ID(WS-BF-FOUND)
               MOVE 0 TO WS-BF-AMOUNT(WS-BF-FOUND)
           END-IF.
           PERFORM 0210-SIGN-ONE-ROW.
           ADD WS-SIGNED-AMOUNT TO WS-BF-AMOUNT(WS-BF-FOUND).
           ADD 1 TO WS-ARCHIVED-ROWS.

      *----------------------------------------------------------*
      *    0150-FIND-BROUGHT-FORWARD - WS-BF-FOUND IS THE SLOT FOR  *
      *    WS-CURRENT-ID, ZERO WHEN IT HAS NO ARCHIVED POSTINGS      *
      *----------------------------------------------------------*
       0150-FIND-BROUGHT-FORWARD.
           MOVE 0 TO WS-BF-FOUND.
           PERFORM VARYING WS-BF-IDX FROM 1 BY 1
                   UNTIL WS-BF-IDX > WS-BF-COUNT
                   OR WS-BF-FOUND > 0
               IF WS-BF-ID(WS-BF-IDX) = WS-CURRENT-ID
                   MOVE WS-BF-IDX TO WS-BF-FOUND
               END-IF
           END-PERFORM.

      *----------------------------------------------------------*
      *    0200-ADD-ONE-ROW - THE SIGNED EFFECT THIS ROW HAD ON     *
      *    THE BALANCE, BY THE SAME RULES POST APPLIED IT            *
      *----------------------------------------------------------*
       0200-ADD-ONE-ROW.
           PERFORM 0210-SIGN-ONE-ROW.
           ADD WS-SIGNED-AMOUNT TO WS-REBUILT.

       0210-SIGN-ONE-ROW.
           MOVE HIST-AMOUNT TO WS-SIGNED-AMOUNT.
           IF HIST-TYPE = 'P' OR HIST-TYPE = 'W'
                   OR ((HIST-TYPE = 'J' OR HIST-TYPE = 'V'
                   OR HIST-TYPE = 'X') AND HIST-SIGN = '-')
               COMPUTE WS-SIGNED-AMOUNT = 0 - HIST-AMOUNT
           END-IF.
           IF HIST-TYPE = 'A'
               MOVE 0 TO WS-SIGNED-AMOUNT
           END-IF.

      *----------------------------------------------------------*
      *    0300-PROVE-ONE-CUSTOMER - COMPARE THE REBUILT FIGURE     *
           END-IF.

           ADD 1 TO WS-CHECKED-COUNT.
           MOVE BAL-ID TO WS-CURRENT-ID.
           PERFORM 0150-FIND-BROUGHT-FORWARD.
           IF WS-BF-FOUND > 0
               MOVE WS-BF-AMOUNT(WS-BF-FOUND) TO WS-REBUILT
               IF BAL-AMOUNT NOT = WS-REBUILT
                   PERFORM 0320-REPORT-DELTA
               END-IF
               EXIT PARAGRAPH
           END-IF.

           IF BAL-AMOUNT NOT = 0
               ADD 1 TO WS-DISCREPANCY-COUNT
               MOVE BAL-AMOUNT TO WS-DISP-LIVE
