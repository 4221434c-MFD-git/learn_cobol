       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARCTLREC.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *----------------------------------------------------------*
      *    GLHIST-FILE - EVERY GL SUMMARY ROW POST AND PROVISN      *
      *    HAVE WRITTEN, ACROSS RUNS.  ONLY ROWS ADDED SINCE THE     *
      *    LAST RUN ARE TAKEN INTO THE CONTROL BALANCE.  READ ONLY.  *
      *----------------------------------------------------------*
           SELECT GLHIST-FILE ASSIGN TO './result/gl-history.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLHIST-STATUS.

      *----------------------------------------------------------*
      *    CONTROL-FILE - THE RUNNING RECEIVABLES CONTROL BALANCE,  *
      *    ONE ROW PER COMPANY, WITH HOW MANY GL HISTORY ROWS IT     *
      *    HAS TAKEN IN.  READ AT THE START, REWRITTEN AT THE END.   *
      *----------------------------------------------------------*
           SELECT CONTROL-FILE ASSIGN TO './result/ar-control.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-STATUS.

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

           SELECT CUST-A ASSIGN TO './custA.txt'
               ORGANIZATION IS INDEXED
               RECORD KEY IS A-ID
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS WS-CUST-A-STATUS.

      *----------------------------------------------------------*
      *    REGISTER-FILE - THE UNAPPLIED-CASH REGISTER; CASH STILL  *
      *    WAITING ON AN OPERATOR IS LISTED.  READ ONLY.             *
      *----------------------------------------------------------*
           SELECT REGISTER-FILE
               ASSIGN TO './result/unapplied-register.txt'
               ORGANIZATION IS INDEXED
               RECORD KEY IS UNAP-SEQ
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS WS-REGISTER-STATUS.

      *----------------------------------------------------------*
      *    PERIOD-FILE - THE MONTHS PERCLOSE HAS LOCKED             *
      *----------------------------------------------------------*
           SELECT PERIOD-FILE ASSIGN TO './period-control.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PERIOD-STATUS.

           SELECT RECON-REPORT
               ASSIGN TO './result/ar-control-recon.txt'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RUNID-FILE ASSIGN TO './result/run-id.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNID-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD GLHIST-FILE.
           COPY "glhistrec".

       FD CONTROL-FILE.
       01 CONTROL-REC.
           05 CTL-COMPANY PIC X(2).
           05 CTL-SIGN PIC X(1).
           05 CTL-BALANCE PIC 9(11)V99.
           05 CTL-CLOSED-SIGN PIC X(1).
           05 CTL-CLOSED-MOVES PIC 9(11)V99.
           05 CTL-ROWS-TAKEN PIC 9(9).
           05 CTL-RUN-DATE PIC 9(8).
           05 CTL-RUN-ID PIC X(8).

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

       FD CUST-A.
       01 A-REC.
           COPY "custnamerec" REPLACING FIELD-ID BY A-ID
               FIELD-NAME BY A-NAME FIELD-STATUS BY A-STATUS
               FIELD-ADDR BY A-ADDR FIELD-COMPANY BY A-COMPANY.

       FD REGISTER-FILE.
           COPY "unapprec".

       FD PERIOD-FILE.
       01 PERIOD-REC.
           05 PERIOD-MONTH PIC X(6).
           05 PERIOD-STATUS PIC X(1).

       FD RECON-REPORT.
       01 REPORT-REC PIC X(100).

       FD RUNID-FILE.
       01 RUNID-REC.
           05 RUNID-VALUE PIC X(8).

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------*
      *    RECEIVABLES CONTROL RECONCILIATION - THE LEDGER'S        *
      *    RECEIVABLES CONTROL BALANCE, BUILT UP PER COMPANY FROM    *
      *    EVERY GL SUMMARY MOVEMENT SINCE THE HISTORY BEGAN, IS     *
      *    SET AGAINST THE SUM OF BAL-AMOUNT FOR THE SAME COMPANY.   *
      *    THE 'B' PROVISION ROWS BELONG TO THE PROVISION ACCOUNT,   *
      *    NOT THE CONTROL, AND ARE LEFT OUT.  A MOVEMENT ARRIVING   *
      *    DATED IN A MONTH ALREADY CLOSED NEVER REACHES THE LOCKED  *
      *    LEDGER PERIOD: IT IS HELD AS A CLOSED-PERIOD MOVE, THE    *
      *    ONE RECONCILING ITEM THAT EXPLAINS A DIFFERENCE.  LATE    *
      *    POSTINGS POST CARRIED INTO THE OPEN PERIOD AND UNAPPLIED  *
      *    CASH ARE ON BOTH SIDES AND ARE LISTED FOR THE REVIEWER.   *
      *    ANYTHING LEFT OVER IS UNEXPLAINED AND FAILS THE STEP.     *
      *----------------------------------------------------------*
       01 WS-GLHIST-STATUS PIC XX.
           88 GLHIST-FILE-OK VALUE '00'.
       01 WS-CONTROL-STATUS PIC XX.
           88 CONTROL-FILE-OK VALUE '00'.
       01 WS-BALANCE-STATUS PIC XX.
           88 BALANCE-FILE-OK VALUE '00'.
       01 WS-HISTORY-STATUS PIC XX.
           88 HISTORY-FILE-OK VALUE '00'.
       01 WS-CUST-A-STATUS PIC XX.
           88 CUST-A-OK VALUE '00'.
       01 WS-REGISTER-STATUS PIC XX.
           88 REGISTER-FILE-OK VALUE '00'.
       01 WS-PERIOD-STATUS PIC XX.
           88 PERIOD-FILE-OK VALUE '00'.
       01 WS-RUNID-STATUS PIC XX.
           88 RUNID-FILE-OK VALUE '00'.
       01 WS-EOF PIC X.
       01 WS-SCAN-DONE PIC X.

       01 WS-RUN-DATE PIC 9(8).
       01 WS-RUN-MONTH PIC X(6).
       01 WS-RUN-ID PIC X(8) VALUE SPACES.

       01 WS-CLOSED-TABLE.
           05 WS-CLOSED-MONTH OCCURS 240 TIMES PIC X(6).
       01 WS-CLOSED-COUNT PIC 9(3) VALUE 0.
       01 WS-CLOSED-IDX PIC 9(3).
       01 WS-CHECK-MONTH PIC X(6).
       01 WS-MONTH-CLOSED PIC X.
           88 MONTH-IS-CLOSED VALUE 'Y'.

      *----------------------------------------------------------*
      *    ONE SLOT PER COMPANY: THE CONTROL SIDE, THE SUBLEDGER    *
      *    SIDE AND THE ITEMS BETWEEN THEM                           *
      *----------------------------------------------------------*
       01 WS-CO-TABLE.
           05 WS-CO-ENTRY OCCURS 20 TIMES.
               10 WS-CO-CODE PIC X(2).
               10 WS-CO-CONTROL PIC S9(11)V99.
               10 WS-CO-CLOSED-MOVES PIC S9(11)V99.
               10 WS-CO-NEW-MOVES PIC S9(11)V99.
               10 WS-CO-SUBLEDGER PIC S9(11)V99.
               10 WS-CO-CUSTOMERS PIC 9(7).
               10 WS-CO-LATE PIC S9(11)V99.
               10 WS-CO-LATE-COUNT PIC 9(7).
               10 WS-CO-UNAPPLIED PIC S9(11)V99.
               10 WS-CO-UNAPPLIED-COUNT PIC 9(7).
               10 WS-CO-UNEXPLAINED PIC S9(11)V99.
       01 WS-CO-USED PIC 9(2) VALUE 0.
       01 WS-CO-IDX PIC 9(2).
       01 WS-CO-SLOT PIC X.
           88 CO-SLOT-FOUND VALUE 'Y'.
       01 WS-LOOKUP-COMPANY PIC X(2).

       01 WS-ROWS-TAKEN PIC 9(9) VALUE 0.
       01 WS-HIST-ROWS PIC 9(9) VALUE 0.
       01 WS-ROW-NUMBER PIC 9(9).
       01 WS-NEW-ROWS PIC 9(9) VALUE 0.
       01 WS-RESTARTED PIC X VALUE 'N'.
           88 CONTROL-RESTARTED VALUE 'Y'.
       01 WS-SIGNED PIC S9(11)V99.

       01 WS-CUR-ID PIC X(5) VALUE SPACES.
       01 WS-CUR-COMPANY PIC X(2).

      *----------------------------------------------------------*
      *    THE CLOSED-PERIOD MOVES FOUND ON THIS RUN, FOR THE       *
      *    DETAIL LINES                                              *
      *----------------------------------------------------------*
       01 WS-MOVE-TABLE.
           05 WS-MOVE-ENTRY OCCURS 100 TIMES.
               10 WS-MV-COMPANY PIC X(2).
               10 WS-MV-DATE PIC 9(8).
               10 WS-MV-TYPE PIC X(1).
               10 WS-MV-RUN-ID PIC X(8).
               10 WS-MV-AMOUNT PIC S9(11)V99.
       01 WS-MOVE-COUNT PIC 9(3) VALUE 0.
       01 WS-MOVE-IDX PIC 9(3).

       01 WS-TOTAL-CONTROL PIC S9(11)V99 VALUE 0.
       01 WS-TOTAL-CLOSED PIC S9(11)V99 VALUE 0.
       01 WS-TOTAL-SUBLEDGER PIC S9(11)V99 VALUE 0.
       01 WS-TOTAL-UNEXPLAINED PIC S9(11)V99 VALUE 0.
       01 WS-UNEXPLAINED-COUNT PIC 9(2) VALUE 0.

       01 WS-AMOUNT-DISPLAY PIC -(11)9.99.
       01 WS-A2-DISPLAY PIC -(11)9.99.
       01 WS-A3-DISPLAY PIC -(11)9.99.
       01 WS-A4-DISPLAY PIC -(11)9.99.
       01 WS-FLAG PIC X(11).

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE.
           MOVE WS-RUN-DATE(1:6) TO WS-RUN-MONTH.
           INITIALIZE WS-CO-TABLE.
           PERFORM 0050-LOAD-RUN-ID.
           PERFORM 0060-LOAD-CLOSED-PERIODS.
           PERFORM 0100-LOAD-CONTROL.
           PERFORM 0200-TAKE-NEW-GL-ROWS.

           OPEN INPUT CUST-A.
           PERFORM 0300-SUM-SUBLEDGER.
           PERFORM 0400-FIND-LATE-POSTINGS.
           PERFORM 0500-FIND-UNAPPLIED-CASH.
           CLOSE CUST-A.

           PERFORM 0600-COMPUTE-DIFFERENCES.

           OPEN OUTPUT RECON-REPORT.
           PERFORM 0700-WRITE-REPORT.
           CLOSE RECON-REPORT.

           PERFORM 0800-SAVE-CONTROL.

           DISPLAY "ARCTLREC GL history rows taken in: " WS-NEW-ROWS.
           DISPLAY "ARCTLREC companies reconciled: " WS-CO-USED.
           DISPLAY "ARCTLREC companies with an unexplained "
               "difference: " WS-UNEXPLAINED-COUNT.

           IF WS-UNEXPLAINED-COUNT > 0
               MOVE 8 TO RETURN-CODE
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
      *    0060-LOAD-CLOSED-PERIODS - THE MONTHS PERCLOSE HAS       *
      *    LOCKED                                                    *
      *----------------------------------------------------------*
       0060-LOAD-CLOSED-PERIODS.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT PERIOD-FILE.
           IF NOT PERIOD-FILE-OK
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-EOF = 'Y'
               READ PERIOD-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF PERIOD-STATUS = 'C'
                               AND WS-CLOSED-COUNT < 240
                           ADD 1 TO WS-CLOSED-COUNT
                           MOVE PERIOD-MONTH
                               TO WS-CLOSED-MONTH(WS-CLOSED-COUNT)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE PERIOD-FILE.

       0070-CHECK-MONTH-CLOSED.
           MOVE 'N' TO WS-MONTH-CLOSED.
           PERFORM VARYING WS-CLOSED-IDX FROM 1 BY 1
                   UNTIL WS-CLOSED-IDX > WS-CLOSED-COUNT
               IF WS-CLOSED-MONTH(WS-CLOSED-IDX) = WS-CHECK-MONTH
                   SET MONTH-IS-CLOSED TO TRUE
               END-IF
           END-PERFORM.

      *----------------------------------------------------------*
      *    0100-LOAD-CONTROL - THE CONTROL BALANCE AND HELD         *
      *    CLOSED-PERIOD MOVES AS THE LAST RUN LEFT THEM             *
      *----------------------------------------------------------*
       0100-LOAD-CONTROL.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT CONTROL-FILE.
           IF NOT CONTROL-FILE-OK
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-EOF = 'Y'
               READ CONTROL-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       MOVE CTL-COMPANY TO WS-LOOKUP-COMPANY
                       PERFORM 0900-FIND-COMPANY-SLOT
                       IF CO-SLOT-FOUND
                           MOVE CTL-BALANCE TO WS-CO-CONTROL(WS-CO-IDX)
                           IF CTL-SIGN = '-'
                               COMPUTE WS-CO-CONTROL(WS-CO-IDX) =
                                   0 - CTL-BALANCE
                           END-IF
                           MOVE CTL-CLOSED-MOVES
                               TO WS-CO-CLOSED-MOVES(WS-CO-IDX)
                           IF CTL-CLOSED-SIGN = '-'
                               COMPUTE WS-CO-CLOSED-MOVES(WS-CO-IDX) =
                                   0 - CTL-CLOSED-MOVES
                           END-IF
                       END-IF
                       MOVE CTL-ROWS-TAKEN TO WS-ROWS-TAKEN
               END-READ
           END-PERFORM.
           CLOSE CONTROL-FILE.

      *----------------------------------------------------------*
      *    0200-TAKE-NEW-GL-ROWS - EVERY GL HISTORY ROW PAST THOSE  *
      *    ALREADY TAKEN.  A HISTORY SHORTER THAN THE CONTROL SAYS   *
      *    IT HAS SEEN HAS BEEN CUT BACK OR RESTORED, SO THE         *
      *    CONTROL IS REBUILT FROM ITS FIRST ROW.                    *
      *----------------------------------------------------------*
       0200-TAKE-NEW-GL-ROWS.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT GLHIST-FILE.
           IF NOT GLHIST-FILE-OK
               DISPLAY "ARCTLREC - no GL history on file"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-EOF = 'Y'
               READ GLHIST-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-HIST-ROWS
               END-READ
           END-PERFORM.
           CLOSE GLHIST-FILE.

           IF WS-HIST-ROWS < WS-ROWS-TAKEN
               DISPLAY "ARCTLREC - GL history holds " WS-HIST-ROWS
                   " rows, control has taken " WS-ROWS-TAKEN
                   ", control rebuilt"
               SET CONTROL-RESTARTED TO TRUE
               MOVE 0 TO WS-ROWS-TAKEN
               PERFORM VARYING WS-CO-IDX FROM 1 BY 1
                       UNTIL WS-CO-IDX > WS-CO-USED
                   MOVE 0 TO WS-CO-CONTROL(WS-CO-IDX)
                   MOVE 0 TO WS-CO-CLOSED-MOVES(WS-CO-IDX)
               END-PERFORM
           END-IF.

           MOVE 'N' TO WS-EOF.
           MOVE 0 TO WS-ROW-NUMBER.
           OPEN INPUT GLHIST-FILE.
           PERFORM UNTIL WS-EOF = 'Y'
               READ GLHIST-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-ROW-NUMBER
                       IF WS-ROW-NUMBER > WS-ROWS-TAKEN
                           ADD 1 TO WS-NEW-ROWS
                           PERFORM 0250-TAKE-ONE-GL-ROW
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE GLHIST-FILE.
           MOVE WS-ROW-NUMBER TO WS-ROWS-TAKEN.

       0250-TAKE-ONE-GL-ROW.
           IF GLH-TAG NOT = "GLS" OR GLH-TYPE = 'B'
               EXIT PARAGRAPH
           END-IF.
           MOVE GLH-COMPANY TO WS-LOOKUP-COMPANY.
           IF WS-LOOKUP-COMPANY = SPACES
               MOVE "01" TO WS-LOOKUP-COMPANY
           END-IF.
           PERFORM 0900-FIND-COMPANY-SLOT.
           IF NOT CO-SLOT-FOUND
               EXIT PARAGRAPH
           END-IF.
           MOVE GLH-AMOUNT TO WS-SIGNED.
           IF GLH-SIGN = '-'
               COMPUTE WS-SIGNED = 0 - GLH-AMOUNT
           END-IF.

           MOVE GLH-DATE(1:6) TO WS-CHECK-MONTH.
           PERFORM 0070-CHECK-MONTH-CLOSED.
           IF NOT MONTH-IS-CLOSED
               ADD WS-SIGNED TO WS-CO-CONTROL(WS-CO-IDX)
               EXIT PARAGRAPH
           END-IF.

           ADD WS-SIGNED TO WS-CO-CLOSED-MOVES(WS-CO-IDX).
           ADD WS-SIGNED TO WS-CO-NEW-MOVES(WS-CO-IDX).
           IF WS-MOVE-COUNT < 100
               ADD 1 TO WS-MOVE-COUNT
               MOVE WS-LOOKUP-COMPANY TO WS-MV-COMPANY(WS-MOVE-COUNT)
               MOVE GLH-DATE TO WS-MV-DATE(WS-MOVE-COUNT)
               MOVE GLH-TYPE TO WS-MV-TYPE(WS-MOVE-COUNT)
               MOVE GLH-RUN-ID TO WS-MV-RUN-ID(WS-MOVE-COUNT)
               MOVE WS-SIGNED TO WS-MV-AMOUNT(WS-MOVE-COUNT)
           END-IF.

      *----------------------------------------------------------*
      *    0300-SUM-SUBLEDGER - EVERY BAL-AMOUNT, ADDED TO ITS      *
      *    CUSTOMER'S COMPANY                                        *
      *----------------------------------------------------------*
       0300-SUM-SUBLEDGER.
           OPEN INPUT BALANCE-FILE.
           IF NOT BALANCE-FILE-OK
               DISPLAY "ARCTLREC - no balance master on file"
               EXIT PARAGRAPH
           END-IF.
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
                       MOVE BAL-ID TO WS-CUR-ID
                       PERFORM 0950-RESOLVE-COMPANY
                       MOVE WS-CUR-COMPANY TO WS-LOOKUP-COMPANY
                       PERFORM 0900-FIND-COMPANY-SLOT
                       IF CO-SLOT-FOUND
                           ADD BAL-AMOUNT
                               TO WS-CO-SUBLEDGER(WS-CO-IDX)
                           ADD 1 TO WS-CO-CUSTOMERS(WS-CO-IDX)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE BALANCE-FILE.

      *----------------------------------------------------------*
      *    0400-FIND-LATE-POSTINGS - POSTINGS BOOKED INTO THE OPEN  *
      *    MONTH THAT BELONG TO A MONTH ALREADY CLOSED, AS POST      *
      *    CARRIES THEM FORWARD                                      *
      *----------------------------------------------------------*
       0400-FIND-LATE-POSTINGS.
           OPEN INPUT HISTORY-FILE.
           IF NOT HISTORY-FILE-OK
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO WS-CUR-ID.
           MOVE 'N' TO WS-SCAN-DONE.
           MOVE LOW-VALUES TO HIST-KEY.
           START HISTORY-FILE KEY >= HIST-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-SCAN-DONE
           END-START.
           PERFORM UNTIL WS-SCAN-DONE = 'Y'
               READ HISTORY-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-SCAN-DONE
                   NOT AT END
                       IF HIST-ACCT-DATE(1:6) = WS-RUN-MONTH
                               AND HIST-DATE(1:6) < WS-RUN-MONTH
                               AND HIST-DATE > 0
                           PERFORM 0450-TAKE-LATE-POSTING
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE HISTORY-FILE.

       0450-TAKE-LATE-POSTING.
           MOVE HIST-DATE(1:6) TO WS-CHECK-MONTH.
           PERFORM 0070-CHECK-MONTH-CLOSED.
           IF NOT MONTH-IS-CLOSED
               EXIT PARAGRAPH
           END-IF.
           IF HIST-ID NOT = WS-CUR-ID
               MOVE HIST-ID TO WS-CUR-ID
               PERFORM 0950-RESOLVE-COMPANY
           END-IF.
           MOVE WS-CUR-COMPANY TO WS-LOOKUP-COMPANY.
           PERFORM 0900-FIND-COMPANY-SLOT.
           IF NOT CO-SLOT-FOUND
               EXIT PARAGRAPH
           END-IF.
           MOVE HIST-AMOUNT TO WS-SIGNED.
           IF HIST-SIGN = '-'
               COMPUTE WS-SIGNED = 0 - HIST-AMOUNT
           END-IF.
           ADD WS-SIGNED TO WS-CO-LATE(WS-CO-IDX).
           ADD 1 TO WS-CO-LATE-COUNT(WS-CO-IDX).

      *----------------------------------------------------------*
      *    0500-FIND-UNAPPLIED-CASH - REGISTER ITEMS STILL WAITING  *
      *    ON AN OPERATOR OR ON POST                                 *
      *----------------------------------------------------------*
       0500-FIND-UNAPPLIED-CASH.
           OPEN INPUT REGISTER-FILE.
           IF NOT REGISTER-FILE-OK
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-SCAN-DONE.
           MOVE LOW-VALUES TO UNAP-SEQ.
           START REGISTER-FILE KEY >= UNAP-SEQ
               INVALID KEY
                   MOVE 'Y' TO WS-SCAN-DONE
           END-START.
           PERFORM UNTIL WS-SCAN-DONE = 'Y'
               READ REGISTER-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-SCAN-DONE
                   NOT AT END
                       IF UNAP-IS-OPEN OR UNAP-IS-APPLY-REQUESTED
                               OR UNAP-IS-REFUND-REQUESTED
                           MOVE UNAP-CUST-ID TO WS-CUR-ID
                           PERFORM 0950-RESOLVE-COMPANY
                           MOVE WS-CUR-COMPANY TO WS-LOOKUP-COMPANY
                           PERFORM 0900-FIND-COMPANY-SLOT
                           IF CO-SLOT-FOUND
                               ADD UNAP-AMOUNT
                                   TO WS-CO-UNAPPLIED(WS-CO-IDX)
                               ADD 1
                                   TO WS-CO-UNAPPLIED-COUNT(WS-CO-IDX)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE REGISTER-FILE.

      *----------------------------------------------------------*
      *    0600-COMPUTE-DIFFERENCES - SUBLEDGER LESS CONTROL LESS   *
      *    THE CLOSED-PERIOD MOVES THE LEDGER NEVER TOOK             *
      *----------------------------------------------------------*
       0600-COMPUTE-DIFFERENCES.
           PERFORM VARYING WS-CO-IDX FROM 1 BY 1
                   UNTIL WS-CO-IDX > WS-CO-USED
               COMPUTE WS-CO-UNEXPLAINED(WS-CO-IDX) =
                   WS-CO-SUBLEDGER(WS-CO-IDX)
                   - WS-CO-CONTROL(WS-CO-IDX)
                   - WS-CO-CLOSED-MOVES(WS-CO-IDX)
               IF WS-CO-UNEXPLAINED(WS-CO-IDX) NOT = 0
                   ADD 1 TO WS-UNEXPLAINED-COUNT
               END-IF
               ADD WS-CO-CONTROL(WS-CO-IDX) TO WS-TOTAL-CONTROL
               ADD WS-CO-CLOSED-MOVES(WS-CO-IDX) TO WS-TOTAL-CLOSED
               ADD WS-CO-SUBLEDGER(WS-CO-IDX) TO WS-TOTAL-SUBLEDGER
               ADD WS-CO-UNEXPLAINED(WS-CO-IDX)
                   TO WS-TOTAL-UNEXPLAINED
           END-PERFORM.

      *----------------------------------------------------------*
      *    0700-WRITE-REPORT - ONE BLOCK PER COMPANY, THE COMPANY   *
      *    TOTALS, THEN THE CLOSED-PERIOD MOVES FOUND THIS RUN       *
      *----------------------------------------------------------*
       0700-WRITE-REPORT.
           MOVE SPACES TO REPORT-REC.
           STRING "RECEIVABLES CONTROL RECONCILIATION RUN DATE="
               WS-RUN-DATE " RUN=" WS-RUN-ID
               DELIMITED BY SIZE INTO REPORT-REC.
           WRITE REPORT-REC.
           MOVE SPACES TO REPORT-REC.
           STRING "GL HISTORY ROWS TAKEN=" WS-ROWS-TAKEN
               " NEW THIS RUN=" WS-NEW-ROWS
               DELIMITED BY SIZE INTO REPORT-REC.
           WRITE REPORT-REC.
           IF CONTROL-RESTARTED
               MOVE SPACES TO REPORT-REC
               STRING "GL HISTORY SHORTER THAN LAST RUN - CONTROL "
                   "REBUILT FROM THE FIRST ROW"
                   DELIMITED BY SIZE INTO REPORT-REC
               WRITE REPORT-REC
           END-IF.

           PERFORM VARYING WS-CO-IDX FROM 1 BY 1
                   UNTIL WS-CO-IDX > WS-CO-USED
               PERFORM 0750-WRITE-ONE-COMPANY
           END-PERFORM.

           MOVE WS-TOTAL-CONTROL TO WS-AMOUNT-DISPLAY.
           MOVE WS-TOTAL-CLOSED TO WS-A2-DISPLAY.
           MOVE WS-TOTAL-SUBLEDGER TO WS-A3-DISPLAY.
           MOVE WS-TOTAL-UNEXPLAINED TO WS-A4-DISPLAY.
           MOVE SPACES TO REPORT-REC.
           WRITE REPORT-REC.
           MOVE SPACES TO REPORT-REC.
           STRING "ALL COMPANIES CONTROL=" WS-AMOUNT-DISPLAY
               " SUBLEDGER=" WS-A3-DISPLAY
               DELIMITED BY SIZE INTO REPORT-REC.
           WRITE REPORT-REC.
           MOVE SPACES TO REPORT-REC.
           STRING "ALL COMPANIES CLOSED-PERIOD MOVES="
               WS-A2-DISPLAY " UNEXPLAINED=" WS-A4-DISPLAY
               DELIMITED BY SIZE INTO REPORT-REC.
           WRITE REPORT-REC.
           MOVE SPACES TO REPORT-REC.
           STRING "COMPANIES WITH AN UNEXPLAINED DIFFERENCE="
               WS-UNEXPLAINED-COUNT
               DELIMITED BY SIZE INTO REPORT-REC.
           WRITE REPORT-REC.

           IF WS-MOVE-COUNT = 0
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO REPORT-REC.
           WRITE REPORT-REC.
           MOVE SPACES TO REPORT-REC.
           STRING "CLOSED-PERIOD MOVES FOUND THIS RUN"
               DELIMITED BY SIZE INTO REPORT-REC.
           WRITE REPORT-REC.
           PERFORM VARYING WS-MOVE-IDX FROM 1 BY 1
                   UNTIL WS-MOVE-IDX > WS-MOVE-COUNT
               MOVE WS-MV-AMOUNT(WS-MOVE-IDX) TO WS-AMOUNT-DISPLAY
               MOVE SPACES TO REPORT-REC
               STRING "  CO " WS-MV-COMPANY(WS-MOVE-IDX)
                   " DATED " WS-MV-DATE(WS-MOVE-IDX)
                   " TYPE " WS-MV-TYPE(WS-MOVE-IDX)
                   " RUN " WS-MV-RUN-ID(WS-MOVE-IDX)
                   " " WS-AMOUNT-DISPLAY
                   DELIMITED BY SIZE INTO REPORT-REC
               WRITE REPORT-REC
           END-PERFORM.

       0750-WRITE-ONE-COMPANY.
           IF WS-CO-UNEXPLAINED(WS-CO-IDX) = 0
               MOVE "RECONCILED" TO WS-FLAG
           ELSE
               MOVE "UNEXPLAINED" TO WS-FLAG
           END-IF.
           MOVE SPACES TO REPORT-REC.
           WRITE REPORT-REC.
           MOVE SPACES TO REPORT-REC.
           STRING "COMPANY " WS-CO-CODE(WS-CO-IDX) "  " WS-FLAG
               DELIMITED BY SIZE INTO REPORT-REC.
           WRITE REPORT-REC.
           MOVE WS-CO-CONTROL(WS-CO-IDX) TO WS-AMOUNT-DISPLAY.
           MOVE SPACES TO REPORT-REC.
           STRING "  GL CONTROL BALANCE            " WS-AMOUNT-DISPLAY
               DELIMITED BY SIZE INTO REPORT-REC.
           WRITE REPORT-REC.
           MOVE WS-CO-CLOSED-MOVES(WS-CO-IDX) TO WS-AMOUNT-DISPLAY.
           MOVE WS-CO-NEW-MOVES(WS-CO-IDX) TO WS-A2-DISPLAY.
           MOVE SPACES TO REPORT-REC.
           STRING "  ADD CLOSED-PERIOD MOVES       " WS-AMOUNT-DISPLAY
               " (THIS RUN " WS-A2-DISPLAY ")"
               DELIMITED BY SIZE INTO REPORT-REC.
           WRITE REPORT-REC.
           MOVE WS-CO-SUBLEDGER(WS-CO-IDX) TO WS-AMOUNT-DISPLAY.
           MOVE SPACES TO REPORT-REC.
           STRING "  SUBLEDGER BAL-AMOUNT TOTAL    " WS-AMOUNT-DISPLAY
               " CUSTOMERS=" WS-CO-CUSTOMERS(WS-CO-IDX)
               DELIMITED BY SIZE INTO REPORT-REC.
           WRITE REPORT-REC.
           MOVE WS-CO-UNEXPLAINED(WS-CO-IDX) TO WS-AMOUNT-DISPLAY.
           MOVE SPACES TO REPORT-REC.
           STRING "  UNEXPLAINED DIFFERENCE        " WS-AMOUNT-DISPLAY
               DELIMITED BY SIZE INTO REPORT-REC.
           WRITE REPORT-REC.
           MOVE WS-CO-LATE(WS-CO-IDX) TO WS-AMOUNT-DISPLAY.
           MOVE SPACES TO REPORT-REC.
           STRING "  LATE POSTINGS IN OPEN MONTH   " WS-AMOUNT-DISPLAY
               " ITEMS=" WS-CO-LATE-COUNT(WS-CO-IDX)
               " (BOTH SIDES)"
               DELIMITED BY SIZE INTO REPORT-REC.
           WRITE REPORT-REC.
           MOVE WS-CO-UNAPPLIED(WS-CO-IDX) TO WS-AMOUNT-DISPLAY.
           MOVE SPACES TO REPORT-REC.
           STRING "  UNAPPLIED CASH UNRESOLVED     " WS-AMOUNT-DISPLAY
               " ITEMS=" WS-CO-UNAPPLIED-COUNT(WS-CO-IDX)
               " (BOTH SIDES)"
               DELIMITED BY SIZE INTO REPORT-REC.
           WRITE REPORT-REC.

      *----------------------------------------------------------*
      *    0800-SAVE-CONTROL - THE CONTROL CARRIED FORWARD TO THE   *
      *    NEXT RUN, ONE ROW PER COMPANY                             *
      *----------------------------------------------------------*
       0800-SAVE-CONTROL.
           OPEN OUTPUT CONTROL-FILE.
           PERFORM VARYING WS-CO-IDX FROM 1 BY 1
                   UNTIL WS-CO-IDX > WS-CO-USED
               MOVE WS-CO-CODE(WS-CO-IDX) TO CTL-COMPANY
               IF WS-CO-CONTROL(WS-CO-IDX) < 0
                   MOVE '-' TO CTL-SIGN
                   COMPUTE CTL-BALANCE = 0 - WS-CO-CONTROL(WS-CO-IDX)
               ELSE
                   MOVE '+' TO CTL-SIGN
                   MOVE WS-CO-CONTROL(WS-CO-IDX) TO CTL-BALANCE
               END-IF
               IF WS-CO-CLOSED-MOVES(WS-CO-IDX) < 0
                   MOVE '-' TO CTL-CLOSED-SIGN
                   COMPUTE CTL-CLOSED-MOVES =
                       0 - WS-CO-CLOSED-MOVES(WS-CO-IDX)
               ELSE
                   MOVE '+' TO CTL-CLOSED-SIGN
                   MOVE WS-CO-CLOSED-MOVES(WS-CO-IDX)
                       TO CTL-CLOSED-MOVES
               END-IF
               MOVE WS-ROWS-TAKEN TO CTL-ROWS-TAKEN
               MOVE WS-RUN-DATE TO CTL-RUN-DATE
               MOVE WS-RUN-ID TO CTL-RUN-ID
               WRITE CONTROL-REC
           END-PERFORM.
           CLOSE CONTROL-FILE.

      *----------------------------------------------------------*
      *    0900-FIND-COMPANY-SLOT - THE COMPANY'S SLOT, OPENED ON   *
      *    FIRST SIGHT                                               *
      *----------------------------------------------------------*
       0900-FIND-COMPANY-SLOT.
           MOVE 'N' TO WS-CO-SLOT.
           PERFORM VARYING WS-CO-IDX FROM 1 BY 1
                   UNTIL WS-CO-IDX > WS-CO-USED
                   OR CO-SLOT-FOUND
               IF WS-CO-CODE(WS-CO-IDX) = WS-LOOKUP-COMPANY
                   SET CO-SLOT-FOUND TO TRUE
               END-IF
           END-PERFORM.
           IF CO-SLOT-FOUND
               SUBTRACT 1 FROM WS-CO-IDX
               EXIT PARAGRAPH
           END-IF.
           IF WS-CO-USED < 20
               ADD 1 TO WS-CO-USED
               MOVE WS-CO-USED TO WS-CO-IDX
               MOVE WS-LOOKUP-COMPANY TO WS-CO-CODE(WS-CO-IDX)
               SET CO-SLOT-FOUND TO TRUE
           END-IF.

      *----------------------------------------------------------*
      *    0950-RESOLVE-COMPANY - WS-CUR-ID'S COMPANY FROM THE      *
      *    MASTER; 01 WHEN NONE IS RECORDED                          *
      *----------------------------------------------------------*
       0950-RESOLVE-COMPANY.
           MOVE "01" TO WS-CUR-COMPANY.
           IF CUST-A-OK OR WS-CUST-A-STATUS = '10'
                   OR WS-CUST-A-STATUS = '23'
               MOVE WS-CUR-ID TO A-ID
               READ CUST-A
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF A-COMPANY NOT = SPACES
                           MOVE A-COMPANY TO WS-CUR-COMPANY
                       END-IF
               END-READ
           END-IF.
