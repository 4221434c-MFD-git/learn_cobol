       IDENTIFICATION DIVISION.
       PROGRAM-ID. CASHFCST.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *----------------------------------------------------------*
      *    HISTORY-FILE - READ END TO END IN KEY ORDER, SO ONE      *
      *    CUSTOMER'S ROWS ARRIVE TOGETHER IN POSTING ORDER: THE     *
      *    OPEN ITEMS TO FORECAST, THE PAYMENTS THAT SHOW HOW LONG   *
      *    THE CUSTOMER TAKES TO PAY, AND THE CASH ACTUALLY          *
      *    RECEIVED AGAINST THE LAST FORECAST.  READ ONLY.           *
      *----------------------------------------------------------*
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
      *    SO-FILE - THE STANDING-ORDERS MASTER; A MONTH'S CHARGE   *
      *    NOT YET GENERATED IS CASH STILL TO BE BILLED AND PAID.    *
      *    READ ONLY.                                                *
      *----------------------------------------------------------*
           SELECT SO-FILE ASSIGN TO './standing_orders.txt'
               ORGANIZATION IS INDEXED
               RECORD KEY IS SO-KEY
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS WS-SO-STATUS.

      *----------------------------------------------------------*
      *    ARRANGE-FILE - AN ACTIVE PAYMENT PLAN REPLACES THE       *
      *    CUSTOMER'S OPEN ITEMS IN THE FORECAST WITH ITS OWN        *
      *    INSTALLMENT DATES.  READ ONLY.                            *
      *----------------------------------------------------------*
           SELECT ARRANGE-FILE ASSIGN TO './payment-arrangements.txt'
               ORGANIZATION IS INDEXED
               RECORD KEY IS ARR-CUST-ID
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS WS-ARRANGE-STATUS.

      *----------------------------------------------------------*
      *    PARM-FILE - OPTIONAL, ONE ROW: DAYS-TO-PAY ASSUMED FOR A *
      *    CUSTOMER WITH NO PAYMENT HISTORY (999, DEFAULT 30), AND   *
      *    HOW MANY DAYS PAST ITS EXPECTED DATE AN ITEM MAY RUN      *
      *    BEFORE IT IS NO LONGER COUNTED ON (999, DEFAULT 90).      *
      *----------------------------------------------------------*
           SELECT PARM-FILE ASSIGN TO './cashfcst_param.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

      *----------------------------------------------------------*
      *    FCST-HIST-FILE - EVERY FORECAST MADE, ONE ROW PER RUN    *
      *    PER WEEK PER COMPANY, APPENDED, SO A LATER RUN CAN SET    *
      *    AN ELAPSED WEEK'S FORECAST AGAINST THE CASH THAT CAME IN. *
      *----------------------------------------------------------*
           SELECT FCST-HIST-FILE
               ASSIGN TO './result/cash-forecast-history.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FCST-HIST-STATUS.

           SELECT FORECAST-REPORT
               ASSIGN TO './result/cash-forecast.txt'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

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

       FD SO-FILE.
       01 SO-REC.
           05 SO-KEY.
               10 SO-ID PIC X(5).
               10 SO-SEQ PIC X(2).
           05 SO-AMOUNT PIC 9(7)V99.
           05 SO-FREQ PIC X(1).
               88 SO-IS-MONTHLY VALUE 'M'.
           05 SO-START PIC 9(8).
           05 SO-END PIC 9(8).
           05 SO-LAST-GEN PIC X(6).

       FD ARRANGE-FILE.
           COPY "arrangerec".

       FD PARM-FILE.
       01 PARM-REC.
           05 PARM-DEFAULT-DAYS PIC 9(3).
           05 PARM-STALE-DAYS PIC 9(3).

       FD FCST-HIST-FILE.
       01 FCST-HIST-REC.
           05 FCH-RUN-DATE PIC 9(8).
           05 FCH-WEEK PIC 9(2).
           05 FCH-WEEK-START PIC 9(8).
           05 FCH-WEEK-END PIC 9(8).
           05 FCH-COMPANY PIC X(2).
           05 FCH-AMOUNT PIC 9(11)V99.

       FD FORECAST-REPORT.
       01 REPORT-REC PIC X(100).

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------*
      *    CASH-RECEIPTS FORECAST - THIRTEEN WEEKS FROM THE RUN     *
      *    DATE.  AN OPEN ITEM IS EXPECTED ITS DATE PLUS THE         *
      *    CUSTOMER'S OWN DAYS-TO-PAY: THE AMOUNT-WEIGHTED AVERAGE   *
      *    DAYS FROM DEBIT TO PAYMENT, WITH EACH PAYMENT MATCHED     *
      *    OLDEST DEBIT FIRST AS POST ALLOCATES IT, CAPPED AT 180.   *
      *    A STANDING CHARGE NOT YET BILLED IS EXPECTED ITS BILLING  *
      *    DATE PLUS THE SAME DAYS; AN ACTIVE PAYMENT PLAN'S         *
      *    INSTALLMENTS ARE EXPECTED ON THEIR DUE DATES IN PLACE OF  *
      *    THE CUSTOMER'S OPEN ITEMS.  DISPUTED ITEMS ARE NOT        *
      *    COUNTED ON.                                               *
      *----------------------------------------------------------*
       01 WS-HISTORY-STATUS PIC XX.
           88 HISTORY-FILE-OK VALUE '00'.
       01 WS-CUST-A-STATUS PIC XX.
           88 CUST-A-OK VALUE '00'.
       01 WS-SO-STATUS PIC XX.
           88 SO-FILE-OK VALUE '00'.
       01 WS-ARRANGE-STATUS PIC XX.
           88 ARRANGE-FILE-OK VALUE '00'.
       01 WS-PARM-STATUS PIC XX.
           88 PARM-FILE-OK VALUE '00'.
       01 WS-FCST-HIST-STATUS PIC XX.
           88 FCST-HIST-FILE-OK VALUE '00'.
       01 WS-EOF PIC X.
       01 WS-SCAN-DONE PIC X VALUE 'N'.

       01 WS-RUN-DATE PIC 9(8).
       01 WS-RUN-DAYS PIC 9(8).
       01 WS-DEFAULT-DAYS PIC 9(3) VALUE 30.
       01 WS-STALE-DAYS PIC 9(3) VALUE 90.

      *----------------------------------------------------------*
      *    THE CUSTOMER BEING READ - ITS OPEN ITEMS AND THE FIFO    *
      *    QUEUE OF DEBITS ITS PAYMENTS ARE MATCHED AGAINST          *
      *----------------------------------------------------------*
       01 WS-CUR-ID PIC X(5) VALUE SPACES.
       01 WS-CUR-COMPANY PIC X(2).
       01 WS-CUR-DAYS PIC 9(3).
       01 WS-ITEM-TABLE.
           05 WS-ITEM-ENTRY OCCURS 500 TIMES.
               10 WS-ITEM-DATE PIC 9(8).
               10 WS-ITEM-OPEN PIC S9(7)V99.
       01 WS-ITEM-COUNT PIC 9(3).
       01 WS-ITEM-IDX PIC 9(3).
       01 WS-QUEUE-TABLE.
           05 WS-QUEUE-ENTRY OCCURS 500 TIMES.
               10 WS-Q-DATE PIC 9(8).
               10 WS-Q-LEFT PIC S9(9)V99.
       01 WS-Q-HEAD PIC 9(3).
       01 WS-Q-TAIL PIC 9(3).
       01 WS-PAY-LEFT PIC S9(9)V99.
       01 WS-PAY-TAKE PIC S9(9)V99.
       01 WS-PAY-DAYS PIC S9(7).
       01 WS-MATCHED-AMOUNT PIC S9(11)V99.
       01 WS-MATCHED-WEIGHT PIC S9(15)V99.

      *----------------------------------------------------------*
      *    EVERY CUSTOMER SEEN, WITH ITS COMPANY AND DAYS-TO-PAY,   *
      *    FOR THE STANDING-ORDER PASS.  LOADED IN KEY ORDER.        *
      *----------------------------------------------------------*
       01 WS-CUST-TABLE.
           05 WS-CUST-ENTRY OCCURS 5000 TIMES.
               10 WS-CT-ID PIC X(5).
               10 WS-CT-COMPANY PIC X(2).
               10 WS-CT-DAYS PIC 9(3).
       01 WS-CUST-COUNT PIC 9(4) VALUE 0.
       01 WS-CUST-IDX PIC 9(4).

      *----------------------------------------------------------*
      *    ONE EXPECTED RECEIPT ON ITS WAY INTO THE WEEKS: WHOSE,   *
      *    HOW MUCH, WHEN, AND FROM WHICH SOURCE (1 OPEN ITEMS,      *
      *    2 STANDING CHARGES, 3 INSTALLMENTS)                       *
      *----------------------------------------------------------*
       01 WS-EXP-AMOUNT PIC S9(9)V99.
       01 WS-EXP-DAYS PIC S9(8).
       01 WS-EXP-OFFSET PIC S9(8).
       01 WS-EXP-SOURCE PIC 9(1).
       01 WS-EXP-COMPANY PIC X(2).
       01 WS-WEEK PIC 9(2).

       01 WS-WEEK-TABLE.
           05 WS-WEEK-ENTRY OCCURS 13 TIMES.
               10 WS-WK-START PIC 9(8).
               10 WS-WK-END PIC 9(8).
               10 WS-WK-SOURCE PIC S9(11)V99 OCCURS 3 TIMES.
               10 WS-WK-TOTAL PIC S9(11)V99.
       01 WS-WK-IDX PIC 9(2).
       01 WS-SRC-IDX PIC 9(1).

       01 WS-CO-TABLE.
           05 WS-CO-ENTRY OCCURS 10 TIMES.
               10 WS-CO-CODE PIC X(2).
               10 WS-CO-WEEK PIC S9(11)V99 OCCURS 13 TIMES.
               10 WS-CO-30 PIC S9(11)V99.
               10 WS-CO-60 PIC S9(11)V99.
               10 WS-CO-90 PIC S9(11)V99.
               10 WS-CO-PRIOR-FCST PIC S9(11)V99.
               10 WS-CO-ACTUAL PIC S9(11)V99.
       01 WS-CO-USED PIC 9(2) VALUE 0.
       01 WS-CO-IDX PIC 9(2).
       01 WS-CO-SLOT PIC X.
           88 CO-SLOT-FOUND VALUE 'Y'.
       01 WS-LOOKUP-COMPANY PIC X(2).

       01 WS-TOTAL-30 PIC S9(11)V99 VALUE 0.
       01 WS-TOTAL-60 PIC S9(11)V99 VALUE 0.
       01 WS-TOTAL-90 PIC S9(11)V99 VALUE 0.
       01 WS-BEYOND-AMOUNT PIC S9(11)V99 VALUE 0.
       01 WS-STALE-AMOUNT PIC S9(11)V99 VALUE 0.
       01 WS-STALE-COUNT PIC 9(7) VALUE 0.
       01 WS-DISPUTE-AMOUNT PIC S9(11)V99 VALUE 0.
       01 WS-DEFAULTED-COUNT PIC 9(7) VALUE 0.
       01 WS-PLAN-COUNT PIC 9(7) VALUE 0.

      *----------------------------------------------------------*
      *    THE LAST FORECAST WHOSE FIRST WEEK HAS FULLY ELAPSED,    *
      *    AND THE PAYMENTS POSTED INSIDE THAT WEEK                  *
      *----------------------------------------------------------*
       01 WS-PRIOR-RUN-DATE PIC 9(8) VALUE 0.
       01 WS-PRIOR-START PIC 9(8) VALUE 0.
       01 WS-PRIOR-END PIC 9(8) VALUE 0.
       01 WS-PRIOR-FCST-TOTAL PIC S9(11)V99 VALUE 0.
       01 WS-ACTUAL-TOTAL PIC S9(11)V99 VALUE 0.
       01 WS-VARIANCE PIC S9(11)V99.
       01 WS-VARIANCE-PCT PIC S9(5)V9.

      *----------------------------------------------------------*
      *    MONTH WALK FOR THE STANDING CHARGES                       *
      *----------------------------------------------------------*
       01 WS-BILL-MONTH PIC 9(6).
       01 WS-BILL-MONTH-X REDEFINES WS-BILL-MONTH.
           05 WS-BILL-YEAR PIC 9(4).
           05 WS-BILL-MON PIC 9(2).
       01 WS-BILL-DATE PIC 9(8).
       01 WS-MONTH-STEP PIC 9(1).
       01 WS-HORIZON-END PIC 9(8).

       01 WS-INST-CUM PIC S9(9)V99.
       01 WS-INST-OWED PIC S9(9)V99.
       01 WS-INST-IDX PIC 9(2).

       01 WS-DATE-WORK PIC 9(8).
       01 WS-AMOUNT-DISPLAY PIC -(10)9.99.
       01 WS-A2-DISPLAY PIC -(10)9.99.
       01 WS-A3-DISPLAY PIC -(10)9.99.
       01 WS-A4-DISPLAY PIC -(10)9.99.
       01 WS-PCT-DISPLAY PIC -(4)9.9.

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE.
           MOVE FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
               TO WS-RUN-DAYS.
           INITIALIZE WS-WEEK-TABLE.
           INITIALIZE WS-CO-TABLE.
           PERFORM 0100-LOAD-PARAMETERS.
           PERFORM 0150-BUILD-WEEKS.
           PERFORM 0170-LOAD-PRIOR-FORECAST.

           OPEN INPUT HISTORY-FILE.
           IF NOT HISTORY-FILE-OK
               DISPLAY "CASHFCST - no posting history on file, "
                   "status " WS-HISTORY-STATUS
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT CUST-A.
           OPEN INPUT ARRANGE-FILE.

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
                       IF HIST-ID NOT = WS-CUR-ID
                           PERFORM 0300-FINISH-CUSTOMER
                           PERFORM 0200-START-CUSTOMER
                       END-IF
                       PERFORM 0250-TAKE-ONE-HISTORY-ROW
               END-READ
           END-PERFORM.
           PERFORM 0300-FINISH-CUSTOMER.

           CLOSE HISTORY-FILE.
           CLOSE CUST-A.
           IF ARRANGE-FILE-OK OR WS-ARRANGE-STATUS = '10'
                   OR WS-ARRANGE-STATUS = '23'
               CLOSE ARRANGE-FILE
           END-IF.

           PERFORM 0500-FORECAST-STANDING-ORDERS.

           OPEN OUTPUT FORECAST-REPORT.
           PERFORM 0700-WRITE-REPORT.
           CLOSE FORECAST-REPORT.
           PERFORM 0800-RECORD-FORECAST.

           DISPLAY "CASHFCST customers read: " WS-CUST-COUNT.
           DISPLAY "CASHFCST customers on payment plans: "
               WS-PLAN-COUNT.
           DISPLAY "CASHFCST items past the stale limit: "
               WS-STALE-COUNT.

           MOVE 0 TO RETURN-CODE.
           GOBACK.

      *----------------------------------------------------------*
      *    0100-LOAD-PARAMETERS - DEFAULT DAYS-TO-PAY AND THE       *
      *    STALE LIMIT                                               *
      *----------------------------------------------------------*
       0100-LOAD-PARAMETERS.
           OPEN INPUT PARM-FILE.
           IF PARM-FILE-OK
               READ PARM-FILE
                   NOT AT END
                       IF PARM-DEFAULT-DAYS NUMERIC
                           MOVE PARM-DEFAULT-DAYS TO WS-DEFAULT-DAYS
                       END-IF
                       IF PARM-STALE-DAYS NUMERIC
                           MOVE PARM-STALE-DAYS TO WS-STALE-DAYS
                       END-IF
               END-READ
               CLOSE PARM-FILE
           END-IF.

      *----------------------------------------------------------*
      *    0150-BUILD-WEEKS - WEEK 1 IS THE RUN DATE AND THE SIX    *
      *    DAYS AFTER IT; THIRTEEN WEEKS COVER THE NEXT 90 DAYS      *
      *----------------------------------------------------------*
       0150-BUILD-WEEKS.
           PERFORM VARYING WS-WK-IDX FROM 1 BY 1
                   UNTIL WS-WK-IDX > 13
               COMPUTE WS-EXP-DAYS =
                   WS-RUN-DAYS + (WS-WK-IDX - 1) * 7
               MOVE FUNCTION DATE-OF-INTEGER(WS-EXP-DAYS)
                   TO WS-WK-START(WS-WK-IDX)
               COMPUTE WS-EXP-DAYS = WS-EXP-DAYS + 6
               MOVE FUNCTION DATE-OF-INTEGER(WS-EXP-DAYS)
                   TO WS-WK-END(WS-WK-IDX)
           END-PERFORM.
           MOVE WS-WK-END(13) TO WS-HORIZON-END.

      *----------------------------------------------------------*
      *    0170-LOAD-PRIOR-FORECAST - THE LATEST EARLIER RUN WHOSE  *
      *    WEEK 1 ENDED BEFORE TODAY, AND ITS WEEK-1 FIGURE PER      *
      *    COMPANY.  A RERUN'S DUPLICATE ROWS REPLACE, NOT ADD.      *
      *----------------------------------------------------------*
       0170-LOAD-PRIOR-FORECAST.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT FCST-HIST-FILE.
           IF NOT FCST-HIST-FILE-OK
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-EOF = 'Y'
               READ FCST-HIST-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF FCH-WEEK = 1 AND FCH-WEEK-END < WS-RUN-DATE
                               AND FCH-RUN-DATE > WS-PRIOR-RUN-DATE
                           MOVE FCH-RUN-DATE TO WS-PRIOR-RUN-DATE
                           MOVE FCH-WEEK-START TO WS-PRIOR-START
                           MOVE FCH-WEEK-END TO WS-PRIOR-END
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FCST-HIST-FILE.
           IF WS-PRIOR-RUN-DATE = 0
               EXIT PARAGRAPH
           END-IF.

           MOVE 'N' TO WS-EOF.
           OPEN INPUT FCST-HIST-FILE.
           PERFORM UNTIL WS-EOF = 'Y'
               READ FCST-HIST-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF FCH-WEEK = 1
                               AND FCH-RUN-DATE = WS-PRIOR-RUN-DATE
                           MOVE FCH-COMPANY TO WS-LOOKUP-COMPANY
                           PERFORM 0450-FIND-COMPANY-SLOT
                           IF CO-SLOT-FOUND
                               MOVE FCH-AMOUNT
                                   TO WS-CO-PRIOR-FCST(WS-CO-IDX)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FCST-HIST-FILE.

      *----------------------------------------------------------*
      *    0200-START-CUSTOMER - CLEAR THE PER-CUSTOMER TABLES AND  *
      *    PICK UP THE COMPANY                                       *
      *----------------------------------------------------------*
       0200-START-CUSTOMER.
           MOVE HIST-ID TO WS-CUR-ID.
           MOVE 0 TO WS-ITEM-COUNT.
           MOVE 1 TO WS-Q-HEAD.
           MOVE 0 TO WS-Q-TAIL.
           MOVE 0 TO WS-MATCHED-AMOUNT.
           MOVE 0 TO WS-MATCHED-WEIGHT.
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

      *----------------------------------------------------------*
      *    0250-TAKE-ONE-HISTORY-ROW - A DEBIT JOINS THE QUEUE, A   *
      *    PAYMENT WORKS IT DOWN OLDEST FIRST, AN OPEN ITEM IS       *
      *    NOTED FOR THE FORECAST, AND A PAYMENT INSIDE THE LAST     *
      *    FORECAST'S WEEK COUNTS AS CASH RECEIVED.  A REVERSED      *
      *    PAIR PLAYS NO PART.                                       *
      *----------------------------------------------------------*
       0250-TAKE-ONE-HISTORY-ROW.
           IF HIST-REV-FLAG = 'V'
               EXIT PARAGRAPH
           END-IF.

           IF HIST-TYPE = 'P'
               IF HIST-DATE >= WS-PRIOR-START
                       AND HIST-DATE <= WS-PRIOR-END
                       AND WS-PRIOR-RUN-DATE > 0
                   MOVE WS-CUR-COMPANY TO WS-LOOKUP-COMPANY
                   PERFORM 0450-FIND-COMPANY-SLOT
                   IF CO-SLOT-FOUND
                       ADD HIST-AMOUNT TO WS-CO-ACTUAL(WS-CO-IDX)
                   END-IF
               END-IF
               PERFORM 0270-MATCH-PAYMENT
               EXIT PARAGRAPH
           END-IF.

           IF (HIST-TYPE = 'O' OR HIST-TYPE = 'T' OR HIST-TYPE = 'I'
                   OR ((HIST-TYPE = 'J' OR HIST-TYPE = 'V')
                   AND HIST-SIGN NOT = '-'))
                   AND WS-Q-TAIL < 500
               ADD 1 TO WS-Q-TAIL
               MOVE HIST-DATE TO WS-Q-DATE(WS-Q-TAIL)
               MOVE HIST-AMOUNT TO WS-Q-LEFT(WS-Q-TAIL)
           END-IF.

           IF HIST-OPEN-STATUS = 'O' AND HIST-OPEN-AMOUNT > 0
               IF HIST-DISPUTE-FLAG = 'Y'
                   ADD HIST-OPEN-AMOUNT TO WS-DISPUTE-AMOUNT
               ELSE
                   IF WS-ITEM-COUNT < 500
                       ADD 1 TO WS-ITEM-COUNT
                       MOVE HIST-DATE TO WS-ITEM-DATE(WS-ITEM-COUNT)
                       MOVE HIST-OPEN-AMOUNT
                           TO WS-ITEM-OPEN(WS-ITEM-COUNT)
                   END-IF
               END-IF
           END-IF.

      *----------------------------------------------------------*
      *    0270-MATCH-PAYMENT - THE PAYMENT SETTLES QUEUED DEBITS   *
      *    OLDEST FIRST; EACH PART SETTLED WEIGHS ITS DAYS FROM      *
      *    DEBIT TO PAYMENT BY ITS AMOUNT                            *
      *----------------------------------------------------------*
       0270-MATCH-PAYMENT.
           MOVE HIST-AMOUNT TO WS-PAY-LEFT.
           PERFORM UNTIL WS-PAY-LEFT NOT > 0
                   OR WS-Q-HEAD > WS-Q-TAIL
               IF WS-Q-LEFT(WS-Q-HEAD) > WS-PAY-LEFT
                   MOVE WS-PAY-LEFT TO WS-PAY-TAKE
               ELSE
                   MOVE WS-Q-LEFT(WS-Q-HEAD) TO WS-PAY-TAKE
               END-IF
               MOVE 0 TO WS-PAY-DAYS
               IF WS-Q-DATE(WS-Q-HEAD) > 0
                       AND WS-Q-DATE(WS-Q-HEAD) <= HIST-DATE
                   COMPUTE WS-PAY-DAYS =
                       FUNCTION INTEGER-OF-DATE(HIST-DATE)
                       - FUNCTION INTEGER-OF-DATE(
                           WS-Q-DATE(WS-Q-HEAD))
               END-IF
               ADD WS-PAY-TAKE TO WS-MATCHED-AMOUNT
               COMPUTE WS-MATCHED-WEIGHT = WS-MATCHED-WEIGHT
                   + WS-PAY-TAKE * WS-PAY-DAYS
               SUBTRACT WS-PAY-TAKE FROM WS-PAY-LEFT
               SUBTRACT WS-PAY-TAKE FROM WS-Q-LEFT(WS-Q-HEAD)
               IF WS-Q-LEFT(WS-Q-HEAD) NOT > 0
                   ADD 1 TO WS-Q-HEAD
               END-IF
           END-PERFORM.

      *----------------------------------------------------------*
      *    0300-FINISH-CUSTOMER - SETTLE THE CUSTOMER'S DAYS-TO-PAY *
      *    AND PUT ITS OPEN ITEMS, OR ITS PLAN'S INSTALLMENTS,       *
      *    INTO THE WEEKS                                            *
      *----------------------------------------------------------*
       0300-FINISH-CUSTOMER.
           IF WS-CUR-ID = SPACES
               EXIT PARAGRAPH
           END-IF.
           IF WS-MATCHED-AMOUNT > 0
               COMPUTE WS-PAY-DAYS ROUNDED =
                   WS-MATCHED-WEIGHT / WS-MATCHED-AMOUNT
               IF WS-PAY-DAYS > 180
                   MOVE 180 TO WS-PAY-DAYS
               END-IF
               MOVE WS-PAY-DAYS TO WS-CUR-DAYS
           ELSE
               MOVE WS-DEFAULT-DAYS TO WS-CUR-DAYS
               ADD 1 TO WS-DEFAULTED-COUNT
           END-IF.
           IF WS-CUST-COUNT < 5000
               ADD 1 TO WS-CUST-COUNT
               MOVE WS-CUR-ID TO WS-CT-ID(WS-CUST-COUNT)
               MOVE WS-CUR-COMPANY TO WS-CT-COMPANY(WS-CUST-COUNT)
               MOVE WS-CUR-DAYS TO WS-CT-DAYS(WS-CUST-COUNT)
           END-IF.
           MOVE WS-CUR-COMPANY TO WS-EXP-COMPANY.

           MOVE WS-CUR-ID TO ARR-CUST-ID.
           MOVE SPACE TO ARR-STATUS.
           IF ARRANGE-FILE-OK OR WS-ARRANGE-STATUS = '10'
                   OR WS-ARRANGE-STATUS = '23'
               READ ARRANGE-FILE
                   INVALID KEY
                       MOVE SPACE TO ARR-STATUS
               END-READ
           END-IF.
           IF ARR-IS-ACTIVE
               ADD 1 TO WS-PLAN-COUNT
               PERFORM 0350-FORECAST-INSTALLMENTS
               EXIT PARAGRAPH
           END-IF.

           MOVE 1 TO WS-EXP-SOURCE.
           PERFORM VARYING WS-ITEM-IDX FROM 1 BY 1
                   UNTIL WS-ITEM-IDX > WS-ITEM-COUNT
               MOVE WS-ITEM-OPEN(WS-ITEM-IDX) TO WS-EXP-AMOUNT
               MOVE WS-ITEM-DATE(WS-ITEM-IDX) TO WS-DATE-WORK
               IF WS-DATE-WORK = 0
                   MOVE WS-RUN-DATE TO WS-DATE-WORK
               END-IF
               COMPUTE WS-EXP-DAYS =
                   FUNCTION INTEGER-OF-DATE(WS-DATE-WORK)
                   + WS-CUR-DAYS
               IF WS-RUN-DAYS - WS-EXP-DAYS > WS-STALE-DAYS
                   ADD 1 TO WS-STALE-COUNT
                   ADD WS-EXP-AMOUNT TO WS-STALE-AMOUNT
               ELSE
                   PERFORM 0400-PLACE-RECEIPT
               END-IF
           END-PERFORM.

      *----------------------------------------------------------*
      *    0350-FORECAST-INSTALLMENTS - WHAT IS STILL OWED ON EACH  *
      *    INSTALLMENT ONCE THE PAYMENTS ALREADY MADE UNDER THE      *
      *    PLAN ARE SET AGAINST THE EARLIEST ONES; AN UNPAID ONE     *
      *    ALREADY DUE IS EXPECTED NOW                               *
      *----------------------------------------------------------*
       0350-FORECAST-INSTALLMENTS.
           MOVE 3 TO WS-EXP-SOURCE.
           MOVE 0 TO WS-INST-CUM.
           PERFORM VARYING WS-INST-IDX FROM 1 BY 1
                   UNTIL WS-INST-IDX > ARR-INST-COUNT
                   OR WS-INST-IDX > 12
               ADD ARR-INST-AMOUNT(WS-INST-IDX) TO WS-INST-CUM
               COMPUTE WS-INST-OWED = WS-INST-CUM - ARR-PAID-TOTAL
               IF WS-INST-OWED > ARR-INST-AMOUNT(WS-INST-IDX)
                   MOVE ARR-INST-AMOUNT(WS-INST-IDX) TO WS-INST-OWED
               END-IF
               IF WS-INST-OWED > 0
                   MOVE WS-INST-OWED TO WS-EXP-AMOUNT
                   MOVE ARR-INST-DUE-DATE(WS-INST-IDX)
                       TO WS-DATE-WORK
                   IF WS-DATE-WORK < WS-RUN-DATE
                       MOVE WS-RUN-DATE TO WS-DATE-WORK
                   END-IF
                   MOVE FUNCTION INTEGER-OF-DATE(WS-DATE-WORK)
                       TO WS-EXP-DAYS
                   PERFORM 0400-PLACE-RECEIPT
               END-IF
           END-PERFORM.

      *----------------------------------------------------------*
      *    0400-PLACE-RECEIPT - ONE EXPECTED RECEIPT INTO ITS WEEK, *
      *    ITS SOURCE AND ITS COMPANY.  ANYTHING ALREADY LATE IS     *
      *    EXPECTED IN WEEK 1; ANYTHING PAST WEEK 13 IS BEYOND THE   *
      *    HORIZON                                                   *
      *----------------------------------------------------------*
       0400-PLACE-RECEIPT.
           COMPUTE WS-EXP-OFFSET = WS-EXP-DAYS - WS-RUN-DAYS.
           IF WS-EXP-OFFSET < 0
               MOVE 0 TO WS-EXP-OFFSET
           END-IF.
           IF WS-EXP-OFFSET > 90
               ADD WS-EXP-AMOUNT TO WS-BEYOND-AMOUNT
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-WEEK = WS-EXP-OFFSET / 7 + 1.

           ADD WS-EXP-AMOUNT TO WS-WK-SOURCE(WS-WEEK, WS-EXP-SOURCE).
           ADD WS-EXP-AMOUNT TO WS-WK-TOTAL(WS-WEEK).

           MOVE WS-EXP-COMPANY TO WS-LOOKUP-COMPANY.
           PERFORM 0450-FIND-COMPANY-SLOT.
           IF NOT CO-SLOT-FOUND
               EXIT PARAGRAPH
           END-IF.
           ADD WS-EXP-AMOUNT TO WS-CO-WEEK(WS-CO-IDX, WS-WEEK).
           IF WS-EXP-OFFSET < 30
               ADD WS-EXP-AMOUNT TO WS-CO-30(WS-CO-IDX)
               ADD WS-EXP-AMOUNT TO WS-TOTAL-30
           END-IF.
           IF WS-EXP-OFFSET < 60
               ADD WS-EXP-AMOUNT TO WS-CO-60(WS-CO-IDX)
               ADD WS-EXP-AMOUNT TO WS-TOTAL-60
           END-IF.
           ADD WS-EXP-AMOUNT TO WS-CO-90(WS-CO-IDX).
           ADD WS-EXP-AMOUNT TO WS-TOTAL-90.

      *----------------------------------------------------------*
      *    0450-FIND-COMPANY-SLOT - THE COMPANY'S SLOT, OPENED ON   *
      *    FIRST SIGHT                                               *
      *----------------------------------------------------------*
       0450-FIND-COMPANY-SLOT.
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
           IF WS-CO-USED < 10
               ADD 1 TO WS-CO-USED
               MOVE WS-CO-USED TO WS-CO-IDX
               MOVE WS-LOOKUP-COMPANY TO WS-CO-CODE(WS-CO-IDX)
               SET CO-SLOT-FOUND TO TRUE
           END-IF.

      *----------------------------------------------------------*
      *    0500-FORECAST-STANDING-ORDERS - EACH MONTHLY CHARGE NOT  *
      *    YET GENERATED, FROM THE RUN MONTH TO THE HORIZON'S        *
      *    MONTH, EXPECTED ITS BILLING DATE PLUS THE CUSTOMER'S      *
      *    DAYS-TO-PAY.  THE RUN MONTH'S CHARGE, IF STILL DUE, BILLS *
      *    ON THE NEXT RUN.                                          *
      *----------------------------------------------------------*
       0500-FORECAST-STANDING-ORDERS.
           OPEN INPUT SO-FILE.
           IF NOT SO-FILE-OK
               EXIT PARAGRAPH
           END-IF.
           MOVE 2 TO WS-EXP-SOURCE.
           MOVE 'N' TO WS-SCAN-DONE.
           MOVE LOW-VALUES TO SO-KEY.
           START SO-FILE KEY >= SO-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-SCAN-DONE
           END-START.
           PERFORM UNTIL WS-SCAN-DONE = 'Y'
               READ SO-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-SCAN-DONE
                   NOT AT END
                       IF SO-IS-MONTHLY AND SO-AMOUNT NUMERIC
                           PERFORM 0550-FORECAST-ONE-ORDER
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE SO-FILE.

       0550-FORECAST-ONE-ORDER.
           MOVE "01" TO WS-EXP-COMPANY.
           MOVE WS-DEFAULT-DAYS TO WS-CUR-DAYS.
           PERFORM VARYING WS-CUST-IDX FROM 1 BY 1
                   UNTIL WS-CUST-IDX > WS-CUST-COUNT
               IF WS-CT-ID(WS-CUST-IDX) = SO-ID
                   MOVE WS-CT-COMPANY(WS-CUST-IDX) TO WS-EXP-COMPANY
                   MOVE WS-CT-DAYS(WS-CUST-IDX) TO WS-CUR-DAYS
                   MOVE WS-CUST-COUNT TO WS-CUST-IDX
               END-IF
           END-PERFORM.

           MOVE WS-RUN-DATE(1:6) TO WS-BILL-MONTH.
           PERFORM VARYING WS-MONTH-STEP FROM 1 BY 1
                   UNTIL WS-MONTH-STEP > 4
               IF WS-MONTH-STEP = 1
                   ADD 1 WS-RUN-DAYS GIVING WS-EXP-DAYS
               ELSE
                   COMPUTE WS-BILL-DATE = WS-BILL-MONTH * 100 + 1
                   MOVE FUNCTION INTEGER-OF-DATE(WS-BILL-DATE)
                       TO WS-EXP-DAYS
               END-IF
               IF WS-BILL-MONTH > SO-LAST-GEN
                       AND SO-START(1:6) <= WS-BILL-MONTH
                       AND (SO-END = 0
                       OR SO-END(1:6) >= WS-BILL-MONTH)
                   MOVE SO-AMOUNT TO WS-EXP-AMOUNT
                   ADD WS-CUR-DAYS TO WS-EXP-DAYS
                   PERFORM 0400-PLACE-RECEIPT
               END-IF
               ADD 1 TO WS-BILL-MON
               IF WS-BILL-MON > 12
                   MOVE 1 TO WS-BILL-MON
                   ADD 1 TO WS-BILL-YEAR
               END-IF
           END-PERFORM.

      *----------------------------------------------------------*
      *    0700-WRITE-REPORT - THE THIRTEEN WEEKS BY SOURCE, THE    *
      *    30/60/90-DAY TOTALS BY COMPANY, WHAT WAS LEFT OUT, AND    *
      *    THE LAST FORECAST AGAINST THE CASH THAT CAME IN           *
      *----------------------------------------------------------*
       0700-WRITE-REPORT.
           MOVE SPACES TO REPORT-REC.
           STRING "CASH RECEIPTS FORECAST RUN DATE=" WS-RUN-DATE
               " (13 WEEKS TO " WS-HORIZON-END ")"
               DELIMITED BY SIZE INTO REPORT-REC.
           WRITE REPORT-REC.
           MOVE SPACES TO REPORT-REC.
           STRING "WK FROM     TO            OPEN ITEMS"
               "      STANDING  INSTALLMENTS         TOTAL"
               DELIMITED BY SIZE INTO REPORT-REC.
           WRITE REPORT-REC.
           PERFORM VARYING WS-WK-IDX FROM 1 BY 1
                   UNTIL WS-WK-IDX > 13
               MOVE WS-WK-SOURCE(WS-WK-IDX, 1) TO WS-AMOUNT-DISPLAY
               MOVE WS-WK-SOURCE(WS-WK-IDX, 2) TO WS-A2-DISPLAY
               MOVE WS-WK-SOURCE(WS-WK-IDX, 3) TO WS-A3-DISPLAY
               MOVE WS-WK-TOTAL(WS-WK-IDX) TO WS-A4-DISPLAY
               MOVE SPACES TO REPORT-REC
               STRING WS-WK-IDX " " WS-WK-START(WS-WK-IDX)
                   " " WS-WK-END(WS-WK-IDX)
                   " " WS-AMOUNT-DISPLAY " " WS-A2-DISPLAY
                   " " WS-A3-DISPLAY " " WS-A4-DISPLAY
                   DELIMITED BY SIZE INTO REPORT-REC
               WRITE REPORT-REC
           END-PERFORM.

           MOVE SPACES TO REPORT-REC.
           WRITE REPORT-REC.
           MOVE SPACES TO REPORT-REC.
           STRING "COMPANY        NEXT 30 DAYS  NEXT 60 DAYS"
               "  NEXT 90 DAYS"
               DELIMITED BY SIZE INTO REPORT-REC.
           WRITE REPORT-REC.
           PERFORM VARYING WS-CO-IDX FROM 1 BY 1
                   UNTIL WS-CO-IDX > WS-CO-USED
               MOVE WS-CO-30(WS-CO-IDX) TO WS-AMOUNT-DISPLAY
               MOVE WS-CO-60(WS-CO-IDX) TO WS-A2-DISPLAY
               MOVE WS-CO-90(WS-CO-IDX) TO WS-A3-DISPLAY
               MOVE SPACES TO REPORT-REC
               STRING "  " WS-CO-CODE(WS-CO-IDX) "    "
                   " " WS-AMOUNT-DISPLAY " " WS-A2-DISPLAY
                   " " WS-A3-DISPLAY
                   DELIMITED BY SIZE INTO REPORT-REC
               WRITE REPORT-REC
           END-PERFORM.
           MOVE WS-TOTAL-30 TO WS-AMOUNT-DISPLAY.
           MOVE WS-TOTAL-60 TO WS-A2-DISPLAY.
           MOVE WS-TOTAL-90 TO WS-A3-DISPLAY.
           MOVE SPACES TO REPORT-REC.
           STRING "  ALL     " " " WS-AMOUNT-DISPLAY
               " " WS-A2-DISPLAY " " WS-A3-DISPLAY
               DELIMITED BY SIZE INTO REPORT-REC.
           WRITE REPORT-REC.

           MOVE SPACES TO REPORT-REC.
           WRITE REPORT-REC.
           MOVE WS-BEYOND-AMOUNT TO WS-AMOUNT-DISPLAY.
           MOVE SPACES TO REPORT-REC.
           STRING "EXPECTED AFTER 90 DAYS=" WS-AMOUNT-DISPLAY
               DELIMITED BY SIZE INTO REPORT-REC.
           WRITE REPORT-REC.
           MOVE WS-STALE-AMOUNT TO WS-AMOUNT-DISPLAY.
           MOVE SPACES TO REPORT-REC.
           STRING "NOT COUNTED ON, OVER " WS-STALE-DAYS
               " DAYS LATE=" WS-AMOUNT-DISPLAY
               " ITEMS=" WS-STALE-COUNT
               DELIMITED BY SIZE INTO REPORT-REC.
           WRITE REPORT-REC.
           MOVE WS-DISPUTE-AMOUNT TO WS-AMOUNT-DISPLAY.
           MOVE SPACES TO REPORT-REC.
           STRING "NOT COUNTED ON, IN DISPUTE=" WS-AMOUNT-DISPLAY
               DELIMITED BY SIZE INTO REPORT-REC.
           WRITE REPORT-REC.
           MOVE SPACES TO REPORT-REC.
           STRING "CUSTOMERS WITH NO PAYMENTS YET (ASSUMED "
               WS-DEFAULT-DAYS " DAYS)=" WS-DEFAULTED-COUNT
               DELIMITED BY SIZE INTO REPORT-REC.
           WRITE REPORT-REC.

           PERFORM 0750-WRITE-ACCURACY.

      *----------------------------------------------------------*
      *    0750-WRITE-ACCURACY - THE LAST FORECAST'S WEEK 1, NOW    *
      *    ELAPSED, AGAINST THE PAYMENTS POST RECEIVED IN IT         *
      *----------------------------------------------------------*
       0750-WRITE-ACCURACY.
           MOVE SPACES TO REPORT-REC.
           WRITE REPORT-REC.
           IF WS-PRIOR-RUN-DATE = 0
               MOVE SPACES TO REPORT-REC
               STRING "FORECAST ACCURACY - NO EARLIER FORECAST WITH"
                   " AN ELAPSED WEEK ON FILE"
                   DELIMITED BY SIZE INTO REPORT-REC
               WRITE REPORT-REC
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO REPORT-REC.
           STRING "FORECAST ACCURACY - FORECAST OF " WS-PRIOR-RUN-DATE
               " FOR " WS-PRIOR-START " TO " WS-PRIOR-END
               DELIMITED BY SIZE INTO REPORT-REC.
           WRITE REPORT-REC.
           MOVE SPACES TO REPORT-REC.
           STRING "COMPANY           FORECAST      RECEIVED"
               "      VARIANCE   PCT"
               DELIMITED BY SIZE INTO REPORT-REC.
           WRITE REPORT-REC.
           PERFORM VARYING WS-CO-IDX FROM 1 BY 1
                   UNTIL WS-CO-IDX > WS-CO-USED
               ADD WS-CO-PRIOR-FCST(WS-CO-IDX) TO WS-PRIOR-FCST-TOTAL
               ADD WS-CO-ACTUAL(WS-CO-IDX) TO WS-ACTUAL-TOTAL
               MOVE WS-CO-CODE(WS-CO-IDX) TO WS-LOOKUP-COMPANY
               PERFORM 0760-WRITE-ACCURACY-LINE
           END-PERFORM.
           MOVE "**" TO WS-LOOKUP-COMPANY.
           MOVE WS-CO-USED TO WS-CO-IDX.
           PERFORM 0760-WRITE-ACCURACY-LINE.

       0760-WRITE-ACCURACY-LINE.
           IF WS-LOOKUP-COMPANY = "**"
               MOVE WS-PRIOR-FCST-TOTAL TO WS-AMOUNT-DISPLAY
               MOVE WS-ACTUAL-TOTAL TO WS-A2-DISPLAY
               COMPUTE WS-VARIANCE =
                   WS-ACTUAL-TOTAL - WS-PRIOR-FCST-TOTAL
               MOVE 0 TO WS-VARIANCE-PCT
               IF WS-PRIOR-FCST-TOTAL NOT = 0
                   COMPUTE WS-VARIANCE-PCT ROUNDED =
                       WS-VARIANCE * 100 / WS-PRIOR-FCST-TOTAL
               END-IF
           ELSE
               MOVE WS-CO-PRIOR-FCST(WS-CO-IDX) TO WS-AMOUNT-DISPLAY
               MOVE WS-CO-ACTUAL(WS-CO-IDX) TO WS-A2-DISPLAY
               COMPUTE WS-VARIANCE = WS-CO-ACTUAL(WS-CO-IDX)
                   - WS-CO-PRIOR-FCST(WS-CO-IDX)
               MOVE 0 TO WS-VARIANCE-PCT
               IF WS-CO-PRIOR-FCST(WS-CO-IDX) NOT = 0
                   COMPUTE WS-VARIANCE-PCT ROUNDED =
                       WS-VARIANCE * 100 / WS-CO-PRIOR-FCST(WS-CO-IDX)
               END-IF
           END-IF.
           MOVE WS-VARIANCE TO WS-A3-DISPLAY.
           MOVE WS-VARIANCE-PCT TO WS-PCT-DISPLAY.
           MOVE SPACES TO REPORT-REC.
           IF WS-LOOKUP-COMPANY = "**"
               STRING "  ALL " WS-AMOUNT-DISPLAY " " WS-A2-DISPLAY
                   " " WS-A3-DISPLAY " " WS-PCT-DISPLAY
                   DELIMITED BY SIZE INTO REPORT-REC
           ELSE
               STRING "  " WS-LOOKUP-COMPANY "  " WS-AMOUNT-DISPLAY
                   " " WS-A2-DISPLAY
                   " " WS-A3-DISPLAY " " WS-PCT-DISPLAY
                   DELIMITED BY SIZE INTO REPORT-REC
           END-IF.
           WRITE REPORT-REC.

      *----------------------------------------------------------*
      *    0800-RECORD-FORECAST - THIS RUN'S WEEKS PER COMPANY ONTO *
      *    THE FORECAST HISTORY FOR A LATER RUN TO CHECK             *
      *----------------------------------------------------------*
       0800-RECORD-FORECAST.
           OPEN EXTEND FCST-HIST-FILE.
           IF NOT FCST-HIST-FILE-OK
               OPEN OUTPUT FCST-HIST-FILE
           END-IF.
           PERFORM VARYING WS-CO-IDX FROM 1 BY 1
                   UNTIL WS-CO-IDX > WS-CO-USED
               PERFORM VARYING WS-WK-IDX FROM 1 BY 1
                       UNTIL WS-WK-IDX > 13
                   MOVE WS-RUN-DATE TO FCH-RUN-DATE
                   MOVE WS-WK-IDX TO FCH-WEEK
                   MOVE WS-WK-START(WS-WK-IDX) TO FCH-WEEK-START
                   MOVE WS-WK-END(WS-WK-IDX) TO FCH-WEEK-END
                   MOVE WS-CO-CODE(WS-CO-IDX) TO FCH-COMPANY
                   MOVE WS-CO-WEEK(WS-CO-IDX, WS-WK-IDX)
                       TO FCH-AMOUNT
                   WRITE FCST-HIST-REC
               END-PERFORM
           END-PERFORM.
           CLOSE FCST-HIST-FILE.
