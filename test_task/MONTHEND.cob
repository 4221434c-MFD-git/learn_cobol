               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

      *----------------------------------------------------------*
      *    THE RECEIVABLES SECTION - BALANCES AND OPEN ITEMS PER    *
      *    BOOK, AND THE MONTH'S LEDGER POSTINGS OFF THE RUNNING GL  *
      *    HISTORY, EACH STATED IN THE BOOK'S CURRENCY AND IN HOME   *
      *    CURRENCY AT THE RATE FOR THE LAST DAY OF THE MONTH.       *
      *----------------------------------------------------------*
           SELECT BALANCE-FILE ASSIGN TO './cust-balance.txt'
               ORGANIZATION IS INDEXED
               RECORD KEY IS BAL-ID
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS WS-BALANCE-STATUS.

           SELECT HISTORY-FILE ASSIGN TO './cust-txn-history.txt'
               ORGANIZATION IS INDEXED
               RECORD KEY IS HIST-KEY
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS WS-HISTORY-STATUS.

           SELECT GLHIST-FILE ASSIGN TO './result/gl-history.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLHIST-STATUS.

      *----------------------------------------------------------*
      *    ARCHIVE-FILE PROBES THE DATED AUDIT ARCHIVES AUDITARC    *
      *    ROLLS OFF, ONE PER DAY OF THE REPORT AND PRIOR MONTHS,    *
           SELECT PACK-REPORT ASSIGN TO WS-PACK-NAME
               ORGANIZATION IS LINE SEQUENTIAL.

      *----------------------------------------------------------*
      *    DQHIST-FILE - THE DATA-QUALITY SCORECARD HISTORY DQSCORE *
      *    APPENDS TO; THE PACK COMPARES EACH MONTH'S LAST RUN       *
      *----------------------------------------------------------*
           SELECT DQHIST-FILE ASSIGN TO './result/dq-history.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DQHIST-STATUS.

      *----------------------------------------------------------*
      *    COMPANY-PARM - THE SAME ONE-COMPANY RESTRICTION PROGRAM  *
      *    C HONORS; A SINGLE-BOOK PACK COUNTS ONLY THAT BOOK, AND   *
       FD AUDIT-FILE.
           COPY "auditrec".

       FD BALANCE-FILE.
       01 BAL-REC.
           COPY "balrec" REPLACING FIELD-ID BY BAL-ID
               FIELD-AMOUNT BY BAL-AMOUNT
               FIELD-TXN-COUNT BY BAL-TXN-COUNT
               FIELD-LAST-DATE BY BAL-LAST-DATE
               FIELD-CREDIT-LIMIT BY BAL-CREDIT-LIMIT.

       FD HISTORY-FILE.
       01 HIST-REC.
           COPY "posthistrec" REPLACING FIELD-KEY BY HIST-KEY
               FIELD-ID BY HIST-ID FIELD-SEQ BY HIST-SEQ
               FIELD-TYPE BY HIST-TYPE FIELD-SIGN BY HIST-SIGN
               FIELD-AMOUNT BY HIST-AMOUNT FIELD-DATE BY HIST-DATE
               FIELD-OPEN-AMOUNT BY HIST-OPEN-AMOUNT
               FIELD-OPEN-STATUS BY HIST-OPEN-STATUS
               FIELD-TXN-ID BY HIST-TXN-ID
               FIELD-REV-FLAG BY HIST-REV-FLAG
               FIELD-ACCT-DATE BY HIST-ACCT-DATE
               FIELD-DISPUTE-FLAG BY HIST-DISPUTE-FLAG
               FIELD-DISPUTE-DATE BY HIST-DISPUTE-DATE
               FIELD-DISPUTE-REASON BY HIST-DISPUTE-REASON
               FIELD-INVOICE-NO BY HIST-INVOICE-NO.

       FD GLHIST-FILE.
           COPY "glhistrec".

       FD ARCHIVE-FILE.
           COPY "auditrec" REPLACING AUDIT-RECORD BY ARCH-RECORD
               AUDIT-PROGRAM BY ARCH-PROGRAM
       FD PACK-REPORT.
       01 REPORT-REC PIC X(100).

       FD DQHIST-FILE.
           COPY "dqhistrec".

       FD COMPANY-PARM.
       01 COMPANY-PARM-REC.
           05 COMPANY-PARM-CODE PIC X(2).
       01 WS-ROW-ACTION PIC X(10).
       01 WS-ROWS-TALLIED PIC 9(10) VALUE 0.

      *----------------------------------------------------------*
      *    RECEIVABLES PER BOOK IN ITS OWN CURRENCY.  THE           *
      *    REVALUATION DIFFERENCE IS WHAT THE OPEN ITEMS ARE WORTH   *
      *    IN HOME CURRENCY AT THE PERIOD-END RATE LESS WHAT THEY    *
      *    WERE WORTH AT THE RATE ON THEIR OWN DATES - THE           *
      *    UNREALISED EXCHANGE GAIN (LOSS IF NEGATIVE) ON THE BOOK.  *
      *----------------------------------------------------------*
       01 WS-BALANCE-STATUS PIC XX.
           88 BALANCE-FILE-OK VALUE '00'.
       01 WS-HISTORY-STATUS PIC XX.
           88 HISTORY-FILE-OK VALUE '00'.
       01 WS-GLHIST-STATUS PIC XX.
           88 GLHIST-FILE-OK VALUE '00'.
       01 WS-HIST-DONE PIC X.
           COPY "fxreqrec".
       01 WS-HOME-CURRENCY PIC X(3).
       01 WS-PERIOD-END PIC 9(8).
       01 WS-PERIOD-WORK PIC 9(8).
       01 WS-PERIOD-DAYS PIC 9(8).
       01 WS-FX-TABLE.
           05 WS-FX-ENTRY OCCURS 10 TIMES.
               10 WS-FX-COMPANY PIC X(2).
               10 WS-FX-CURRENCY PIC X(3).
               10 WS-FX-RATE PIC 9(5)V9(6).
               10 WS-FX-RATE-FLAG PIC X(1).
               10 WS-FX-BALANCE PIC S9(11)V99.
               10 WS-FX-OPEN PIC S9(11)V99.
               10 WS-FX-REVAL PIC S9(11)V99.
               10 WS-FX-POSTED PIC S9(11)V99.
       01 WS-FX-USED PIC 9(2) VALUE 0.
       01 WS-FX-IDX PIC 9(2).
       01 WS-FX-SLOT PIC X.
           88 FX-SLOT-FOUND VALUE 'Y'.
       01 WS-ITEM-REVAL PIC S9(9)V99.
       01 WS-GLH-SIGNED PIC S9(11)V99.
       01 WS-HOME-AMOUNT PIC S9(11)V99.
       01 WS-HOME-BALANCE PIC S9(11)V99 VALUE 0.
       01 WS-HOME-POSTED PIC S9(11)V99 VALUE 0.
       01 WS-HOME-REVAL PIC S9(11)V99 VALUE 0.
       01 WS-AMOUNT-DISPLAY PIC -(11)9.99.
       01 WS-HOME-DISPLAY PIC -(11)9.99.
       01 WS-RATE-DISPLAY PIC Z(4)9.9(6).

      *----------------------------------------------------------*
      *    DATA QUALITY - THE LAST SCORECARD RUN IN THE REPORT      *
      *    MONTH AND THE LAST IN THE PRIOR MONTH, SIDE BY SIDE       *
      *----------------------------------------------------------*
       01 WS-DQHIST-STATUS PIC XX.
           88 DQHIST-FILE-OK VALUE '00'.
       01 WS-DQ-THIS-FOUND PIC X VALUE 'N'.
           88 DQ-THIS-FOUND VALUE 'Y'.
       01 WS-DQ-PRIOR-FOUND PIC X VALUE 'N'.
           88 DQ-PRIOR-FOUND VALUE 'Y'.
       01 WS-DQ-THIS.
           05 WS-DQ-THIS-DATE PIC X(8).
           05 WS-DQ-THIS-CUSTOMERS PIC 9(7).
           05 WS-DQ-THIS-AVG PIC 9(3)V9.
           05 WS-DQ-THIS-RATE OCCURS 7 TIMES PIC 9(3)V9.
       01 WS-DQ-PRIOR.
           05 WS-DQ-PRIOR-DATE PIC X(8).
           05 WS-DQ-PRIOR-CUSTOMERS PIC 9(7).
           05 WS-DQ-PRIOR-AVG PIC 9(3)V9.
           05 WS-DQ-PRIOR-RATE OCCURS 7 TIMES PIC 9(3)V9.
       01 WS-DQ-IDX PIC 9(1).
       01 WS-DQ-TREND PIC X(6).
       01 WS-DQ-THIS-EDIT PIC ZZ9.9.
       01 WS-DQ-PRIOR-EDIT PIC ZZ9.9.
       01 WS-DQ-CHECKS.
           05 FILLER PIC X(9) VALUE "NAME".
           05 FILLER PIC X(9) VALUE "PHONE".
           05 FILLER PIC X(9) VALUE "EMAIL".
           05 FILLER PIC X(9) VALUE "DOB".
           05 FILLER PIC X(9) VALUE "ADDRESS".
           05 FILLER PIC X(9) VALUE "STATE/ZIP".
           05 FILLER PIC X(9) VALUE "XREF".
       01 WS-DQ-CHECK-TABLE REDEFINES WS-DQ-CHECKS.
           05 WS-DQ-CHECK-NAME OCCURS 7 TIMES PIC X(9).

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           PERFORM 0100-RESOLVE-MONTHS.
           PERFORM 0300-TALLY-LIVE-AUDIT.
           PERFORM 0400-TALLY-ARCHIVED-AUDIT.
           PERFORM 0500-WRITE-PACK.
           PERFORM 0600-RECEIVABLES-SECTION.
           PERFORM 0700-DATA-QUALITY-SECTION.

           CLOSE PACK-REPORT.

                   WRITE REPORT-REC
               END-IF
           END-PERFORM.

      *----------------------------------------------------------*
      *    0600-RECEIVABLES-SECTION - EVERY BOOK'S BALANCE, OPEN    *
      *    ITEMS AND MONTH'S POSTINGS IN ITS OWN CURRENCY, THE       *
      *    HOME-CURRENCY TOTALS AT THE PERIOD-END RATE, AND THE      *
      *    REVALUATION DIFFERENCE                                    *
      *----------------------------------------------------------*
       0600-RECEIVABLES-SECTION.
           MOVE WS-REPORT-MONTH(1:4) TO WS-WORK-YEAR.
           MOVE WS-REPORT-MONTH(5:2) TO WS-WORK-MONTH.
           IF WS-WORK-MONTH = 12
               ADD 1 TO WS-WORK-YEAR
               MOVE 1 TO WS-WORK-MONTH
           ELSE
               ADD 1 TO WS-WORK-MONTH
           END-IF.
           COMPUTE WS-PERIOD-WORK = WS-WORK-YEAR * 10000
               + WS-WORK-MONTH * 100 + 1.
           COMPUTE WS-PERIOD-DAYS =
               FUNCTION INTEGER-OF-DATE(WS-PERIOD-WORK) - 1.
           MOVE FUNCTION DATE-OF-INTEGER(WS-PERIOD-DAYS)
               TO WS-PERIOD-END.
           MOVE "01" TO FXQ-COMPANY.
           MOVE WS-PERIOD-END TO FXQ-DATE.
           CALL 'SUB-FX' USING FXQ-REQUEST.
           MOVE FXQ-HOME-CURRENCY TO WS-HOME-CURRENCY.

           MOVE SPACES TO REPORT-REC.
           STRING "RECEIVABLES AT " WS-PERIOD-END
               " - HOME CURRENCY " WS-HOME-CURRENCY
               " AT THE PERIOD-END RATE"
               DELIMITED BY SIZE INTO REPORT-REC.
           WRITE REPORT-REC.

           OPEN INPUT BALANCE-FILE.
           IF NOT BALANCE-FILE-OK
               MOVE SPACES TO REPORT-REC
               STRING "CUST-BALANCE.TXT NOT AVAILABLE - RECEIVABLES "
                   "SKIPPED" DELIMITED BY SIZE INTO REPORT-REC
               WRITE REPORT-REC
               EXIT PARAGRAPH
           END-IF.
           OPEN INPUT HISTORY-FILE.
           OPEN INPUT CUST-A.

           MOVE 'N' TO WS-SCAN-DONE.
           MOVE LOW-VALUES TO BAL-ID.
           START BALANCE-FILE KEY >= BAL-ID
               INVALID KEY
                   MOVE 'Y' TO WS-SCAN-DONE
           END-START.
           PERFORM UNTIL WS-SCAN-DONE = 'Y'
               READ BALANCE-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-SCAN-DONE
                   NOT AT END
                       PERFORM 0620-TAKE-ONE-BALANCE
               END-READ
           END-PERFORM.

           CLOSE BALANCE-FILE.
           IF HISTORY-FILE-OK
               CLOSE HISTORY-FILE
           END-IF.
           CLOSE CUST-A.

           PERFORM 0660-TAKE-MONTH-POSTINGS.

           PERFORM VARYING WS-FX-IDX FROM 1 BY 1
                   UNTIL WS-FX-IDX > WS-FX-USED
               PERFORM 0680-WRITE-ONE-BOOK
           END-PERFORM.

           MOVE WS-HOME-BALANCE TO WS-HOME-DISPLAY.
           MOVE SPACES TO REPORT-REC.
           STRING "TOTAL RECEIVABLES " WS-HOME-CURRENCY "="
               WS-HOME-DISPLAY
               DELIMITED BY SIZE INTO REPORT-REC.
           WRITE REPORT-REC.
           MOVE WS-HOME-POSTED TO WS-HOME-DISPLAY.
           MOVE SPACES TO REPORT-REC.
           STRING "TOTAL POSTED THIS MONTH " WS-HOME-CURRENCY "="
               WS-HOME-DISPLAY
               DELIMITED BY SIZE INTO REPORT-REC.
           WRITE REPORT-REC.
           MOVE WS-HOME-REVAL TO WS-HOME-DISPLAY.
           MOVE SPACES TO REPORT-REC.
           STRING "TOTAL REVALUATION DIFFERENCE " WS-HOME-CURRENCY "="
               WS-HOME-DISPLAY
               DELIMITED BY SIZE INTO REPORT-REC.
           WRITE REPORT-REC.

      *----------------------------------------------------------*
      *    0620-TAKE-ONE-BALANCE - THE BALANCE INTO ITS BOOK, AND   *
      *    EACH OPEN ITEM WITH ITS REVALUATION                       *
      *----------------------------------------------------------*
       0620-TAKE-ONE-BALANCE.
           MOVE "01" TO WS-CUST-COMPANY.
           IF CUST-A-OK OR WS-CUST-A-STATUS = '10'
                   OR WS-CUST-A-STATUS = '23'
               MOVE BAL-ID TO A-ID
               READ CUST-A
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF A-COMPANY NOT = SPACES
                           MOVE A-COMPANY TO WS-CUST-COMPANY
                       END-IF
               END-READ
           END-IF.
           IF NOT NO-COMPANY-FILTER
                   AND WS-CUST-COMPANY NOT = WS-COMPANY-FILTER
               EXIT PARAGRAPH
           END-IF.
           PERFORM 0640-FIND-BOOK-SLOT.
           ADD BAL-AMOUNT TO WS-FX-BALANCE(WS-FX-IDX).

           IF NOT HISTORY-FILE-OK
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-HIST-DONE.
           MOVE BAL-ID TO HIST-ID.
           MOVE 0 TO HIST-SEQ.
           START HISTORY-FILE KEY >= HIST-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-HIST-DONE
           END-START.
           PERFORM UNTIL WS-HIST-DONE = 'Y'
               READ HISTORY-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-HIST-DONE
                   NOT AT END
                       IF HIST-ID NOT = BAL-ID
                           MOVE 'Y' TO WS-HIST-DONE
                       ELSE
                           IF HIST-OPEN-STATUS = 'O'
                                   AND HIST-OPEN-AMOUNT > 0
                               PERFORM 0630-REVALUE-ONE-ITEM
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       0630-REVALUE-ONE-ITEM.
           ADD HIST-OPEN-AMOUNT TO WS-FX-OPEN(WS-FX-IDX).
           IF WS-FX-CURRENCY(WS-FX-IDX) = WS-HOME-CURRENCY
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-CUST-COMPANY TO FXQ-COMPANY.
           MOVE HIST-DATE TO FXQ-DATE.
           CALL 'SUB-FX' USING FXQ-REQUEST.
           COMPUTE WS-ITEM-REVAL ROUNDED = HIST-OPEN-AMOUNT
               * (WS-FX-RATE(WS-FX-IDX) - FXQ-RATE).
           ADD WS-ITEM-REVAL TO WS-FX-REVAL(WS-FX-IDX).

      *----------------------------------------------------------*
      *    0640-FIND-BOOK-SLOT - THE BOOK'S SLOT, OPENED WITH ITS   *
      *    CURRENCY AND PERIOD-END RATE THE FIRST TIME IT IS SEEN    *
      *----------------------------------------------------------*
       0640-FIND-BOOK-SLOT.
           MOVE 'N' TO WS-FX-SLOT.
           PERFORM VARYING WS-FX-IDX FROM 1 BY 1
                   UNTIL WS-FX-IDX > WS-FX-USED OR FX-SLOT-FOUND
               IF WS-FX-COMPANY(WS-FX-IDX) = WS-CUST-COMPANY
                   SET FX-SLOT-FOUND TO TRUE
               END-IF
           END-PERFORM.
           IF FX-SLOT-FOUND
               SUBTRACT 1 FROM WS-FX-IDX
               EXIT PARAGRAPH
           END-IF.
           IF WS-FX-USED NOT < 10
               MOVE 10 TO WS-FX-IDX
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-FX-USED.
           MOVE WS-FX-USED TO WS-FX-IDX.
           MOVE WS-CUST-COMPANY TO WS-FX-COMPANY(WS-FX-IDX).
           MOVE WS-CUST-COMPANY TO FXQ-COMPANY.
           MOVE WS-PERIOD-END TO FXQ-DATE.
           CALL 'SUB-FX' USING FXQ-REQUEST.
           MOVE FXQ-CURRENCY TO WS-FX-CURRENCY(WS-FX-IDX).
           MOVE FXQ-RATE TO WS-FX-RATE(WS-FX-IDX).
           MOVE FXQ-RESULT TO WS-FX-RATE-FLAG(WS-FX-IDX).
           MOVE 0 TO WS-FX-BALANCE(WS-FX-IDX).
           MOVE 0 TO WS-FX-OPEN(WS-FX-IDX).
           MOVE 0 TO WS-FX-REVAL(WS-FX-IDX).
           MOVE 0 TO WS-FX-POSTED(WS-FX-IDX).

      *----------------------------------------------------------*
      *    0660-TAKE-MONTH-POSTINGS - THE MONTH'S RECEIVABLES ROWS  *
      *    OFF THE GL HISTORY (NOT THE 'B' PROVISION ROWS), NETTED   *
      *    PER BOOK; BLANK COMPANY IS 01                             *
      *----------------------------------------------------------*
       0660-TAKE-MONTH-POSTINGS.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT GLHIST-FILE.
           IF NOT GLHIST-FILE-OK
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-EOF = 'Y'
               READ GLHIST-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF GLH-TAG = "GLS" AND GLH-TYPE NOT = 'B'
                               AND GLH-DATE(1:6) = WS-REPORT-MONTH
                           MOVE GLH-COMPANY TO WS-CUST-COMPANY
                           IF WS-CUST-COMPANY = SPACES
                               MOVE "01" TO WS-CUST-COMPANY
                           END-IF
                           IF NO-COMPANY-FILTER
                                   OR WS-CUST-COMPANY
                                   = WS-COMPANY-FILTER
                               PERFORM 0640-FIND-BOOK-SLOT
                               MOVE GLH-AMOUNT TO WS-GLH-SIGNED
                               IF GLH-SIGN = '-'
                                   COMPUTE WS-GLH-SIGNED =
                                       0 - GLH-AMOUNT
                               END-IF
                               ADD WS-GLH-SIGNED
                                   TO WS-FX-POSTED(WS-FX-IDX)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE GLHIST-FILE.

      *----------------------------------------------------------*
      *    0680-WRITE-ONE-BOOK - TWO LINES PER BOOK, AND ITS SHARE  *
      *    OF THE HOME-CURRENCY TOTALS                               *
      *----------------------------------------------------------*
       0680-WRITE-ONE-BOOK.
           MOVE WS-FX-RATE(WS-FX-IDX) TO WS-RATE-DISPLAY.
           MOVE WS-FX-BALANCE(WS-FX-IDX) TO WS-AMOUNT-DISPLAY.
           COMPUTE WS-HOME-AMOUNT ROUNDED =
               WS-FX-BALANCE(WS-FX-IDX) * WS-FX-RATE(WS-FX-IDX).
           ADD WS-HOME-AMOUNT TO WS-HOME-BALANCE.
           MOVE WS-HOME-AMOUNT TO WS-HOME-DISPLAY.
           MOVE SPACES TO REPORT-REC.
           STRING "COMPANY=" WS-FX-COMPANY(WS-FX-IDX)
               " " WS-FX-CURRENCY(WS-FX-IDX)
               " RATE=" WS-RATE-DISPLAY
               " BALANCE=" WS-AMOUNT-DISPLAY
               " " WS-HOME-CURRENCY "=" WS-HOME-DISPLAY
               DELIMITED BY SIZE INTO REPORT-REC.
           WRITE REPORT-REC.
           IF WS-FX-RATE-FLAG(WS-FX-IDX) = 'N'
               MOVE SPACES TO REPORT-REC
               STRING "  ** NO EXCHANGE RATE ON FILE FOR THE PERIOD "
                   "END - CONVERTED AT 1 **"
                   DELIMITED BY SIZE INTO REPORT-REC
               WRITE REPORT-REC
           END-IF.

           MOVE WS-FX-POSTED(WS-FX-IDX) TO WS-AMOUNT-DISPLAY.
           COMPUTE WS-HOME-AMOUNT ROUNDED =
               WS-FX-POSTED(WS-FX-IDX) * WS-FX-RATE(WS-FX-IDX).
           ADD WS-HOME-AMOUNT TO WS-HOME-POSTED.
           MOVE WS-HOME-AMOUNT TO WS-HOME-DISPLAY.
           MOVE SPACES TO REPORT-REC.
           STRING "  POSTED THIS MONTH=" WS-AMOUNT-DISPLAY
               " " WS-HOME-CURRENCY "=" WS-HOME-DISPLAY
               DELIMITED BY SIZE INTO REPORT-REC.
           WRITE REPORT-REC.

           MOVE WS-FX-OPEN(WS-FX-IDX) TO WS-AMOUNT-DISPLAY.
           MOVE WS-FX-REVAL(WS-FX-IDX) TO WS-HOME-DISPLAY.
           ADD WS-FX-REVAL(WS-FX-IDX) TO WS-HOME-REVAL.
           MOVE SPACES TO REPORT-REC.
           STRING "  OPEN ITEMS=" WS-AMOUNT-DISPLAY
               " REVALUATION DIFFERENCE " WS-HOME-CURRENCY "="
               WS-HOME-DISPLAY
               DELIMITED BY SIZE INTO REPORT-REC.
           WRITE REPORT-REC.

      *----------------------------------------------------------*
      *    0700-DATA-QUALITY-SECTION - THE AVERAGE COMPLETENESS     *
      *    SCORE AND EACH CHECK'S FAILURE RATE FROM THE MONTH'S      *
      *    LAST SCORECARD RUN AGAINST THE PRIOR MONTH'S LAST RUN,    *
      *    SO THE PACK SHOWS WHETHER DATA QUALITY IS GETTING BETTER  *
      *    OR WORSE                                                  *
      *----------------------------------------------------------*
       0700-DATA-QUALITY-SECTION.
           MOVE SPACES TO REPORT-REC.
           STRING "DATA QUALITY (THIS MONTH VS PRIOR)"
               DELIMITED BY SIZE INTO REPORT-REC.
           WRITE REPORT-REC.

           OPEN INPUT DQHIST-FILE.
           IF DQHIST-FILE-OK
               MOVE 'N' TO WS-HIST-DONE
               PERFORM UNTIL WS-HIST-DONE = 'Y'
                   READ DQHIST-FILE
                       AT END
                           MOVE 'Y' TO WS-HIST-DONE
                       NOT AT END
                           PERFORM 0710-TAKE-ONE-DQ-RUN
                   END-READ
               END-PERFORM
               CLOSE DQHIST-FILE
           END-IF.

           IF NOT DQ-THIS-FOUND
               MOVE SPACES TO REPORT-REC
               STRING "NO DATA-QUALITY SCORECARD RUN IN "
                   WS-REPORT-MONTH
                   DELIMITED BY SIZE INTO REPORT-REC
               WRITE REPORT-REC
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-DQ-THIS-AVG TO WS-DQ-THIS-EDIT.
           MOVE SPACES TO REPORT-REC.
           IF DQ-PRIOR-FOUND
               MOVE WS-DQ-PRIOR-AVG TO WS-DQ-PRIOR-EDIT
               EVALUATE TRUE
                   WHEN WS-DQ-THIS-AVG > WS-DQ-PRIOR-AVG
                       MOVE "BETTER" TO WS-DQ-TREND
                   WHEN WS-DQ-THIS-AVG < WS-DQ-PRIOR-AVG
                       MOVE "WORSE" TO WS-DQ-TREND
                   WHEN OTHER
                       MOVE "SAME" TO WS-DQ-TREND
               END-EVALUATE
               STRING "AVERAGE SCORE=" WS-DQ-THIS-EDIT
                   " (RUN " WS-DQ-THIS-DATE ") PRIOR="
                   WS-DQ-PRIOR-EDIT " (RUN " WS-DQ-PRIOR-DATE ") "
                   WS-DQ-TREND
                   DELIMITED BY SIZE INTO REPORT-REC
           ELSE
               STRING "AVERAGE SCORE=" WS-DQ-THIS-EDIT
                   " (RUN " WS-DQ-THIS-DATE ") NO PRIOR-MONTH RUN"
                   DELIMITED BY SIZE INTO REPORT-REC
           END-IF.
           WRITE REPORT-REC.

           PERFORM VARYING WS-DQ-IDX FROM 1 BY 1 UNTIL WS-DQ-IDX > 7
               MOVE WS-DQ-THIS-RATE(WS-DQ-IDX) TO WS-DQ-THIS-EDIT
               MOVE SPACES TO REPORT-REC
               IF DQ-PRIOR-FOUND
                   MOVE WS-DQ-PRIOR-RATE(WS-DQ-IDX) TO WS-DQ-PRIOR-EDIT
                   EVALUATE TRUE
                       WHEN WS-DQ-THIS-RATE(WS-DQ-IDX)
                               < WS-DQ-PRIOR-RATE(WS-DQ-IDX)
                           MOVE "BETTER" TO WS-DQ-TREND
                       WHEN WS-DQ-THIS-RATE(WS-DQ-IDX)
                               > WS-DQ-PRIOR-RATE(WS-DQ-IDX)
                           MOVE "WORSE" TO WS-DQ-TREND
                       WHEN OTHER
                           MOVE "SAME" TO WS-DQ-TREND
                   END-EVALUATE
                   STRING "  CHECK=" WS-DQ-CHECK-NAME(WS-DQ-IDX)
                       " FAIL%=" WS-DQ-THIS-EDIT
                       " PRIOR%=" WS-DQ-PRIOR-EDIT " " WS-DQ-TREND
                       DELIMITED BY SIZE INTO REPORT-REC
               ELSE
                   STRING "  CHECK=" WS-DQ-CHECK-NAME(WS-DQ-IDX)
                       " FAIL%=" WS-DQ-THIS-EDIT
                       DELIMITED BY SIZE INTO REPORT-REC
               END-IF
               WRITE REPORT-REC
           END-PERFORM.

      *----------------------------------------------------------*
      *    0710-TAKE-ONE-DQ-RUN - THE FILE IS IN RUN ORDER, SO THE  *
      *    LAST ROW SEEN FOR EACH MONTH IS THAT MONTH'S LATEST RUN   *
      *----------------------------------------------------------*
       0710-TAKE-ONE-DQ-RUN.
           IF DQH-AVG-SCORE NOT NUMERIC
               EXIT PARAGRAPH
           END-IF.
           IF DQH-RUN-DATE(1:6) = WS-REPORT-MONTH
               MOVE DQH-RECORD TO WS-DQ-THIS
               SET DQ-THIS-FOUND TO TRUE
           END-IF.
           IF DQH-RUN-DATE(1:6) = WS-PRIOR-MONTH
               MOVE DQH-RECORD TO WS-DQ-PRIOR
               SET DQ-PRIOR-FOUND TO TRUE
           END-IF.
