       IDENTIFICATION DIVISION.
       PROGRAM-ID. REBATE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *----------------------------------------------------------*
      *    HISTORY-FILE - THE POSTED-TRANSACTION DETAIL POST        *
      *    RETAINS; ITS UNREVERSED 'O' ROWS, TAKEN BY ACCOUNTING     *
      *    DATE, ARE THE ORDER VOLUME A REBATE IS EARNED ON.  READ   *
      *    ONLY.                                                     *
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
      *    TIER-FILE - THE REBATE TIERS: QUARTERLY VOLUME THRESHOLD *
      *    (9(9)V99, HOME CURRENCY) AND THE PERCENT (99V99) EARNED   *
      *    ON THE WHOLE QUARTER'S VOLUME ONCE IT IS REACHED.  ROWS   *
      *    MAY BE IN ANY ORDER; THE HIGHEST THRESHOLD REACHED WINS.  *
      *    NO FILE MEANS NO REBATE SCHEME AND THE RUN DOES NOTHING.  *
      *----------------------------------------------------------*
           SELECT TIER-FILE ASSIGN TO './rebate_tiers.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TIER-STATUS.

      *----------------------------------------------------------*
      *    LAST-FILE - THE QUARTER (YYYYQN) LAST CREDITED, WHICH IS  *
      *    WHAT STOPS A RERUN ON THE QUARTER'S LAST DAY FROM         *
      *    CREDITING THE SAME QUARTER TWICE - AS FINCHG-LAST DOES    *
      *    FOR FINANCE CHARGES                                       *
      *----------------------------------------------------------*
           SELECT LAST-FILE ASSIGN TO './result/rebate-last.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LAST-STATUS.

      *----------------------------------------------------------*
      *    TXN-OUT - ONE 'J' CREDIT ROW PER CUSTOMER WHO EARNED A   *
      *    REBATE IN THE CUST_TXN ROW LAYOUT WITH THE TRL CONTROL    *
      *    TRAILER.  WRITTEN ONLY ON THE QUARTER-END RUN; POST       *
      *    CONSUMES IT AS PART OF ITS FEED LIST.                     *
      *----------------------------------------------------------*
           SELECT TXN-OUT ASSIGN TO './result/rebate-txn.txt'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT STATEMENT-FILE
               ASSIGN TO './result/rebate-statements.txt'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT REPORT-FILE ASSIGN TO './result/rebate-accrual.txt'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT AUDIT-FILE ASSIGN TO './result/audit-trail.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT RUNID-FILE ASSIGN TO './result/run-id.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNID-STATUS.

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

       FD TIER-FILE.
       01 TIER-REC.
           05 TIER-THRESHOLD PIC 9(9)V99.
           05 TIER-PERCENT PIC 9(2)V99.

       FD LAST-FILE.
       01 LAST-REC.
           05 LAST-QUARTER PIC X(6).

       FD TXN-OUT.
       01 OUT-REC.
           COPY "ctxnrec" REPLACING FIELD-ID BY OUT-ID
               FIELD-TYPE BY OUT-TYPE
               FIELD-IS-ORDER BY OUT-IS-ORDER
               FIELD-IS-PAYMENT BY OUT-IS-PAYMENT
               FIELD-IS-ADJUSTMENT BY OUT-IS-ADJUSTMENT
               FIELD-IS-WRITEOFF BY OUT-IS-WRITEOFF
               FIELD-IS-REFUND BY OUT-IS-REFUND
               FIELD-IS-REVERSAL BY OUT-IS-REVERSAL
               FIELD-IS-CASH-APPLY BY OUT-IS-CASH-APPLY
               FIELD-IS-INTEREST BY OUT-IS-INTEREST
               FIELD-SIGN BY OUT-SIGN
               FIELD-AMOUNT BY OUT-AMOUNT
               FIELD-DATE BY OUT-DATE
               FIELD-REF BY OUT-REF
               FIELD-TXN-ID BY OUT-TXN-ID
               FIELD-ACCT-DATE BY OUT-ACCT-DATE
               FIELD-CURRENCY BY OUT-CURRENCY.
       01 OUT-TRAILER-REC.
           05 OUT-TRL-TAG PIC X(3).
           05 OUT-TRL-COUNT PIC 9(10).
           05 OUT-TRL-SIGN PIC X(1).
           05 OUT-TRL-AMOUNT PIC 9(9)V99.

       FD STATEMENT-FILE.
       01 STATEMENT-REC PIC X(80).

       FD REPORT-FILE.
       01 REPORT-REC PIC X(100).

       FD AUDIT-FILE.
           COPY "auditrec".

       FD RUNID-FILE.
       01 RUNID-REC.
           05 RUNID-VALUE PIC X(8).

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------*
      *    QUARTERLY VOLUME REBATE - REPLACES THE QUARTERLY EXPORT  *
      *    WORKED BY HAND.  ONE PASS OF THE POSTING HISTORY IN KEY   *
      *    ORDER TOTALS EACH CUSTOMER'S UNREVERSED ORDERS WHOSE      *
      *    ACCOUNTING DATE FALLS IN THE QUARTER SO FAR.  THE TIER    *
      *    IS FOUND ON THE VOLUME STATED IN HOME CURRENCY (SUB-FX    *
      *    AT THE RUN DATE) BUT THE REBATE IS EARNED AND CREDITED    *
      *    IN THE BOOK'S OWN CURRENCY.                               *
      *    EVERY MONTH-END RUN REPORTS THE ACCRUAL FOR FINANCE: THE  *
      *    REBATE EARNED ON THE QUARTER TO DATE, AND THE PART OF IT  *
      *    THAT AROSE THIS MONTH (QUARTER TO DATE LESS QUARTER TO    *
      *    THE END OF LAST MONTH).  THE RUN IN THE QUARTER'S LAST    *
      *    MONTH ALSO STAGES THE CREDITS AND PRINTS THE STATEMENTS.  *
      *----------------------------------------------------------*
       01 WS-HISTORY-STATUS PIC XX.
           88 HISTORY-FILE-OK VALUE '00'.
       01 WS-CUST-A-STATUS PIC XX.
           88 CUST-A-OK VALUE '00'.
       01 WS-TIER-STATUS PIC XX.
           88 TIER-FILE-OK VALUE '00'.
       01 WS-LAST-STATUS PIC XX.
           88 LAST-FILE-OK VALUE '00'.
       01 WS-AUDIT-STATUS PIC XX.
           88 AUDIT-FILE-OK VALUE '00'.
       01 WS-RUNID-STATUS PIC XX.
           88 RUNID-FILE-OK VALUE '00'.
       01 WS-RUN-ID PIC X(8) VALUE SPACES.
       01 WS-SCAN-DONE PIC X VALUE 'N'.
       01 WS-EOF PIC X VALUE 'N'.

       01 WS-RUN-DATE PIC 9(8).
       01 WS-RUN-MONTH PIC X(6).
       01 WS-RUN-MM PIC 9(2).
       01 WS-QUARTER-NO PIC 9(1).
       01 WS-QUARTER PIC X(6).
       01 WS-QUARTER-FIRST-MM PIC 9(2).
       01 WS-QUARTER-FIRST PIC X(6).
       01 WS-LAST-QUARTER PIC X(6) VALUE SPACES.
       01 WS-ITEM-DATE PIC 9(8).
       01 WS-QUARTER-END-FLAG PIC X VALUE 'N'.
           88 QUARTER-END-RUN VALUE 'Y'.
       01 WS-CREDIT-FLAG PIC X VALUE 'N'.
           88 CREDITS-DUE VALUE 'Y'.

      *----------------------------------------------------------*
      *    THE TIER TABLE AS LOADED                                  *
      *----------------------------------------------------------*
       01 WS-TIER-TABLE.
           05 WS-TIER-ENTRY OCCURS 20 TIMES.
               10 WS-TIER-THRESHOLD PIC 9(9)V99.
               10 WS-TIER-PERCENT PIC 9(2)V99.
       01 WS-TIER-USED PIC 9(2) VALUE 0.
       01 WS-TIER-IDX PIC 9(2).
       01 WS-TIER-FOUND PIC 9(2).
       01 WS-TIER-NEXT PIC 9(2).

      *----------------------------------------------------------*
      *    CUSTOMER-BREAK STATE                                      *
      *----------------------------------------------------------*
       01 WS-CUR-ID PIC X(5) VALUE SPACES.
       01 WS-CUR-NAME PIC X(20).
       01 WS-CUR-COMPANY PIC X(2).
       01 WS-CUR-STATUS PIC X(1).
       01 WS-CUR-ORDERS PIC 9(5).
       01 WS-CUR-VOLUME PIC 9(9)V99.
       01 WS-CUR-PRIOR-VOLUME PIC 9(9)V99.
       01 WS-CUR-REBATE PIC 9(7)V99.
       01 WS-CUR-PRIOR-REBATE PIC 9(7)V99.
       01 WS-CUR-MONTH-ACCRUAL PIC S9(7)V99.
       01 WS-CUR-PERCENT PIC 9(2)V99.
           COPY "fxreqrec".

      *----------------------------------------------------------*
      *    TIER LOOKUP WORK AREA - 0500 SETS THE TIER FOR ONE       *
      *    VOLUME AND WHAT IT EARNS                                  *
      *----------------------------------------------------------*
       01 WS-LOOK-VOLUME PIC 9(9)V99.
       01 WS-LOOK-HOME PIC 9(11)V99.
       01 WS-LOOK-PERCENT PIC 9(2)V99.
       01 WS-LOOK-REBATE PIC 9(7)V99.

       01 WS-ROWS-READ PIC 9(10) VALUE 0.
       01 WS-CUSTOMERS PIC 9(10) VALUE 0.
       01 WS-GEN-COUNT PIC 9(10) VALUE 0.
       01 WS-STMT-WITHHELD PIC 9(10) VALUE 0.
       01 WS-NET-AMOUNT PIC S9(11)V99 VALUE 0.
       01 WS-TXN-SEQ PIC 9(4) VALUE 0.
       01 WS-HOME-AMOUNT PIC S9(11)V99.
       01 WS-HOME-QTD PIC S9(11)V99 VALUE 0.
       01 WS-HOME-MONTH PIC S9(11)V99 VALUE 0.
       01 WS-HOME-CREDITED PIC S9(11)V99 VALUE 0.
       01 WS-SHORTFALL PIC 9(11)V99.

       01 WS-AMOUNT-DISPLAY PIC Z(8)9.99.
       01 WS-REBATE-DISPLAY PIC Z(6)9.99.
       01 WS-ACCRUAL-DISPLAY PIC -(7)9.99.
       01 WS-TOTAL-DISPLAY PIC -(11)9.99.
       01 WS-PERCENT-DISPLAY PIC Z9.99.

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE.
           MOVE WS-RUN-DATE(1:6) TO WS-RUN-MONTH.
           PERFORM 0050-LOAD-RUN-ID.
           PERFORM 0100-RESOLVE-QUARTER.
           PERFORM 0150-LOAD-TIERS.
           IF WS-TIER-USED = 0
               DISPLAY "REBATE - no rebate tiers on file, nothing "
                   "to do"
               MOVE 0 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 0200-LOAD-LAST-QUARTER.

           IF QUARTER-END-RUN
               IF WS-LAST-QUARTER NOT = SPACES
                       AND WS-LAST-QUARTER >= WS-QUARTER
                   DISPLAY "REBATE - rebates already credited for "
                       WS-QUARTER ", accrual only"
               ELSE
                   SET CREDITS-DUE TO TRUE
               END-IF
           END-IF.

           OPEN INPUT HISTORY-FILE.
           IF NOT HISTORY-FILE-OK
               DISPLAY "REBATE - no posting history on file, status "
                   WS-HISTORY-STATUS
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT CUST-A.
           OPEN OUTPUT REPORT-FILE.
           IF CREDITS-DUE
               OPEN OUTPUT TXN-OUT
               OPEN OUTPUT STATEMENT-FILE
               OPEN EXTEND AUDIT-FILE
               IF NOT AUDIT-FILE-OK
                   OPEN OUTPUT AUDIT-FILE
               END-IF
           END-IF.

           MOVE SPACES TO REPORT-REC.
           STRING "REBATE ACCRUAL QUARTER=" WS-QUARTER
               " FROM " WS-QUARTER-FIRST " TO " WS-RUN-MONTH
               " RUN DATE=" WS-RUN-DATE
               DELIMITED BY SIZE INTO REPORT-REC.
           WRITE REPORT-REC.
           IF CREDITS-DUE
               MOVE SPACES TO REPORT-REC
               STRING "QUARTER-END RUN - CREDITS STAGED TO "
                   "REBATE-TXN.TXT"
                   DELIMITED BY SIZE INTO REPORT-REC
               WRITE REPORT-REC
           END-IF.

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
                       ADD 1 TO WS-ROWS-READ
                       PERFORM 0300-TAKE-ONE-ROW
               END-READ
           END-PERFORM.
           IF WS-CUR-ID NOT = SPACES
               PERFORM 0400-CLOSE-CUSTOMER
           END-IF.

           PERFORM 0900-WRITE-TOTALS.

           CLOSE HISTORY-FILE.
           IF CUST-A-OK OR WS-CUST-A-STATUS = '10'
                   OR WS-CUST-A-STATUS = '23'
               CLOSE CUST-A
           END-IF.
           CLOSE REPORT-FILE.
           IF CREDITS-DUE
               PERFORM 0800-WRITE-TRAILER
               PERFORM 0850-SAVE-LAST-QUARTER
               CLOSE TXN-OUT
               CLOSE STATEMENT-FILE
               CLOSE AUDIT-FILE
           END-IF.

           DISPLAY "REBATE history rows read: " WS-ROWS-READ.
           DISPLAY "REBATE customers with volume: " WS-CUSTOMERS.
           DISPLAY "REBATE rebates credited: " WS-GEN-COUNT.
           DISPLAY "REBATE statements withheld, customer deceased: "
               WS-STMT-WITHHELD.

           MOVE 0 TO RETURN-CODE.
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
      *    0100-RESOLVE-QUARTER - THE CALENDAR QUARTER THE RUN DATE *
      *    FALLS IN, ITS FIRST MONTH, AND WHETHER THIS IS ITS LAST   *
      *    MONTH (MONTH-END STEPS RUN ON THE LAST BUSINESS DAY, SO   *
      *    THAT RUN IS THE QUARTER-END RUN)                          *
      *----------------------------------------------------------*
       0100-RESOLVE-QUARTER.
           MOVE WS-RUN-DATE(5:2) TO WS-RUN-MM.
           COMPUTE WS-QUARTER-NO = (WS-RUN-MM - 1) / 3 + 1.
           COMPUTE WS-QUARTER-FIRST-MM = WS-QUARTER-NO * 3 - 2.
           MOVE SPACES TO WS-QUARTER.
           STRING WS-RUN-DATE(1:4) "Q" WS-QUARTER-NO
               DELIMITED BY SIZE INTO WS-QUARTER.
           MOVE SPACES TO WS-QUARTER-FIRST.
           STRING WS-RUN-DATE(1:4) WS-QUARTER-FIRST-MM
               DELIMITED BY SIZE INTO WS-QUARTER-FIRST.
           IF WS-RUN-MM = WS-QUARTER-NO * 3
               SET QUARTER-END-RUN TO TRUE
           END-IF.
           MOVE "01" TO FXQ-COMPANY.
           MOVE WS-RUN-DATE TO FXQ-DATE.
           CALL 'SUB-FX' USING FXQ-REQUEST.

      *----------------------------------------------------------*
      *    0150-LOAD-TIERS - EVERY WELL-FORMED TIER ROW              *
      *----------------------------------------------------------*
       0150-LOAD-TIERS.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT TIER-FILE.
           IF NOT TIER-FILE-OK
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-EOF = 'Y'
               READ TIER-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF TIER-THRESHOLD NUMERIC
                               AND TIER-PERCENT NUMERIC
                               AND WS-TIER-USED < 20
                           ADD 1 TO WS-TIER-USED
                           MOVE TIER-THRESHOLD
                               TO WS-TIER-THRESHOLD(WS-TIER-USED)
                           MOVE TIER-PERCENT
                               TO WS-TIER-PERCENT(WS-TIER-USED)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE TIER-FILE.

      *----------------------------------------------------------*
      *    0200-LOAD-LAST-QUARTER - THE QUARTER LAST CREDITED        *
      *----------------------------------------------------------*
       0200-LOAD-LAST-QUARTER.
           OPEN INPUT LAST-FILE.
           IF LAST-FILE-OK
               READ LAST-FILE
                   NOT AT END
                       MOVE LAST-QUARTER TO WS-LAST-QUARTER
               END-READ
               CLOSE LAST-FILE
           END-IF.

      *----------------------------------------------------------*
      *    0300-TAKE-ONE-ROW - CLOSE OUT THE PREVIOUS CUSTOMER ON A *
      *    KEY BREAK, THEN ADD THIS ROW TO THE VOLUME IF IT IS AN    *
      *    UNREVERSED ORDER BOOKED IN THE QUARTER SO FAR             *
      *----------------------------------------------------------*
       0300-TAKE-ONE-ROW.
           IF HIST-ID NOT = WS-CUR-ID
               IF WS-CUR-ID NOT = SPACES
                   PERFORM 0400-CLOSE-CUSTOMER
               END-IF
               PERFORM 0350-OPEN-CUSTOMER
           END-IF.

           IF HIST-TYPE NOT = 'O'
                   OR HIST-REV-FLAG = 'V'
                   OR HIST-AMOUNT NOT NUMERIC
               EXIT PARAGRAPH
           END-IF.
      *    THE ACCOUNTING DATE DECIDES THE QUARTER; A ROW POSTED
      *    BEFORE THE FIELD EXISTED FALLS BACK TO ITS ENTRY DATE.
           MOVE 0 TO WS-ITEM-DATE.
           IF HIST-ACCT-DATE NUMERIC AND HIST-ACCT-DATE NOT = 0
               MOVE HIST-ACCT-DATE TO WS-ITEM-DATE
           ELSE
               IF HIST-DATE NUMERIC
                   MOVE HIST-DATE TO WS-ITEM-DATE
               END-IF
           END-IF.
           IF WS-ITEM-DATE(1:6) < WS-QUARTER-FIRST
                   OR WS-ITEM-DATE(1:6) > WS-RUN-MONTH
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WS-CUR-ORDERS.
           ADD HIST-AMOUNT TO WS-CUR-VOLUME.
           IF WS-ITEM-DATE(1:6) < WS-RUN-MONTH
               ADD HIST-AMOUNT TO WS-CUR-PRIOR-VOLUME
           END-IF.

      *----------------------------------------------------------*
      *    0350-OPEN-CUSTOMER - RESET THE ACCUMULATORS AND FIND THE *
      *    CUSTOMER'S NAME AND COMPANY (SPACES READ AS '01')         *
      *----------------------------------------------------------*
       0350-OPEN-CUSTOMER.
           MOVE HIST-ID TO WS-CUR-ID.
           MOVE SPACES TO WS-CUR-NAME.
           MOVE "01" TO WS-CUR-COMPANY.
           MOVE SPACE TO WS-CUR-STATUS.
           MOVE 0 TO WS-CUR-ORDERS.
           MOVE 0 TO WS-CUR-VOLUME.
           MOVE 0 TO WS-CUR-PRIOR-VOLUME.
           IF CUST-A-OK OR WS-CUST-A-STATUS = '10'
                   OR WS-CUST-A-STATUS = '23'
               MOVE HIST-ID TO A-ID
               READ CUST-A
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE A-NAME TO WS-CUR-NAME
                       MOVE A-STATUS TO WS-CUR-STATUS
                       IF A-COMPANY NOT = SPACES
                           MOVE A-COMPANY TO WS-CUR-COMPANY
                       END-IF
               END-READ
           END-IF.

      *----------------------------------------------------------*
      *    0400-CLOSE-CUSTOMER - ON THE CUSTOMER BREAK: THE REBATE  *
      *    EARNED TO DATE AND TO LAST MONTH-END, THE ACCRUAL LINE,   *
      *    AND ON THE QUARTER-END RUN THE CREDIT AND STATEMENT.      *
      *    A DECEASED CUSTOMER'S CREDIT STILL GOES TO THE ACCOUNT    *
      *    FOR THE ESTATE, BUT NO STATEMENT IS MAILED TO THEM        *
      *----------------------------------------------------------*
       0400-CLOSE-CUSTOMER.
           IF WS-CUR-VOLUME = 0
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-CUSTOMERS.
           MOVE WS-CUR-COMPANY TO FXQ-COMPANY.
           MOVE WS-RUN-DATE TO FXQ-DATE.
           CALL 'SUB-FX' USING FXQ-REQUEST.

           MOVE WS-CUR-PRIOR-VOLUME TO WS-LOOK-VOLUME.
           PERFORM 0500-FIND-TIER.
           MOVE WS-LOOK-REBATE TO WS-CUR-PRIOR-REBATE.
           MOVE WS-CUR-VOLUME TO WS-LOOK-VOLUME.
           PERFORM 0500-FIND-TIER.
           MOVE WS-LOOK-REBATE TO WS-CUR-REBATE.
           MOVE WS-LOOK-PERCENT TO WS-CUR-PERCENT.
           COMPUTE WS-CUR-MONTH-ACCRUAL =
               WS-CUR-REBATE - WS-CUR-PRIOR-REBATE.

           COMPUTE WS-HOME-AMOUNT ROUNDED =
               WS-CUR-REBATE * FXQ-RATE.
           ADD WS-HOME-AMOUNT TO WS-HOME-QTD.
           COMPUTE WS-HOME-AMOUNT ROUNDED =
               WS-CUR-MONTH-ACCRUAL * FXQ-RATE.
           ADD WS-HOME-AMOUNT TO WS-HOME-MONTH.

           MOVE WS-CUR-VOLUME TO WS-AMOUNT-DISPLAY.
           MOVE WS-CUR-PERCENT TO WS-PERCENT-DISPLAY.
           MOVE WS-CUR-REBATE TO WS-REBATE-DISPLAY.
           MOVE WS-CUR-MONTH-ACCRUAL TO WS-ACCRUAL-DISPLAY.
           MOVE SPACES TO REPORT-REC.
           STRING "  " WS-CUR-ID " CO=" WS-CUR-COMPANY
               " " FXQ-CURRENCY
               " VOLUME " WS-AMOUNT-DISPLAY
               " AT " WS-PERCENT-DISPLAY "%"
               " QTD " WS-REBATE-DISPLAY
               " MONTH " WS-ACCRUAL-DISPLAY
               DELIMITED BY SIZE INTO REPORT-REC.
           WRITE REPORT-REC.

           IF CREDITS-DUE
               PERFORM 0600-STAGE-CREDIT
               IF WS-CUR-STATUS = 'D'
                   ADD 1 TO WS-STMT-WITHHELD
               ELSE
                   PERFORM 0700-PRINT-STATEMENT
               END-IF
           END-IF.

      *----------------------------------------------------------*
      *    0500-FIND-TIER - THE HIGHEST TIER THE VOLUME REACHES,    *
      *    JUDGED IN HOME CURRENCY, AND THE REBATE IT EARNS ON THE   *
      *    WHOLE VOLUME IN THE BOOK'S OWN CURRENCY.  WS-TIER-NEXT IS *
      *    THE NEXT TIER UP, ZERO WHEN THE TOP TIER IS REACHED.      *
      *----------------------------------------------------------*
       0500-FIND-TIER.
           COMPUTE WS-LOOK-HOME ROUNDED = WS-LOOK-VOLUME * FXQ-RATE.
           MOVE 0 TO WS-TIER-FOUND.
           MOVE 0 TO WS-TIER-NEXT.
           MOVE 0 TO WS-LOOK-PERCENT.
           MOVE 0 TO WS-LOOK-REBATE.
           PERFORM VARYING WS-TIER-IDX FROM 1 BY 1
                   UNTIL WS-TIER-IDX > WS-TIER-USED
               IF WS-TIER-THRESHOLD(WS-TIER-IDX) NOT > WS-LOOK-HOME
                   IF WS-TIER-FOUND = 0
                       MOVE WS-TIER-IDX TO WS-TIER-FOUND
                   ELSE
                       IF WS-TIER-THRESHOLD(WS-TIER-IDX) >
                               WS-TIER-THRESHOLD(WS-TIER-FOUND)
                           MOVE WS-TIER-IDX TO WS-TIER-FOUND
                       END-IF
                   END-IF
               ELSE
                   IF WS-TIER-NEXT = 0
                       MOVE WS-TIER-IDX TO WS-TIER-NEXT
                   ELSE
                       IF WS-TIER-THRESHOLD(WS-TIER-IDX) <
                               WS-TIER-THRESHOLD(WS-TIER-NEXT)
                           MOVE WS-TIER-IDX TO WS-TIER-NEXT
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-TIER-FOUND = 0
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-TIER-PERCENT(WS-TIER-FOUND) TO WS-LOOK-PERCENT.
           COMPUTE WS-LOOK-REBATE ROUNDED =
               WS-LOOK-VOLUME * WS-LOOK-PERCENT / 100.

      *----------------------------------------------------------*
      *    0600-STAGE-CREDIT - THE QUARTER'S REBATE AS ONE 'J'      *
      *    CREDIT ROW DATED THE RUN DATE, WITH ITS AUDIT ROW         *
      *----------------------------------------------------------*
       0600-STAGE-CREDIT.
           IF WS-CUR-REBATE = 0
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-GEN-COUNT.
           ADD 1 TO WS-TXN-SEQ.
           MOVE WS-CUR-ID TO OUT-ID.
           MOVE 'J' TO OUT-TYPE.
           MOVE '-' TO OUT-SIGN.
           MOVE WS-CUR-REBATE TO OUT-AMOUNT.
           MOVE WS-RUN-DATE TO OUT-DATE.
           MOVE SPACES TO OUT-REF.
      *    THE TRANSACTION ID FOLDS THE YEAR'S LAST DIGIT AND THE
      *    QUARTER IN, SO NEXT QUARTER'S CREDITS NEVER COLLIDE WITH
      *    THIS QUARTER'S ON THE APPLIED REGISTRY.
           MOVE SPACES TO OUT-TXN-ID.
           STRING "R" WS-RUN-DATE(4:1) WS-QUARTER-NO WS-TXN-SEQ
               DELIMITED BY SIZE INTO OUT-TXN-ID.
           MOVE WS-RUN-DATE TO OUT-ACCT-DATE.
           MOVE SPACES TO OUT-CURRENCY.
           WRITE OUT-REC.
           SUBTRACT WS-CUR-REBATE FROM WS-NET-AMOUNT.
           COMPUTE WS-HOME-AMOUNT ROUNDED =
               WS-CUR-REBATE * FXQ-RATE.
           ADD WS-HOME-AMOUNT TO WS-HOME-CREDITED.

           MOVE "REBATE" TO AUDIT-PROGRAM.
           MOVE WS-RUN-ID TO AUDIT-RUN-ID.
           MOVE SPACES TO AUDIT-OPERATOR.
           MOVE SPACES TO AUDIT-KEY.
           STRING WS-CUR-ID "-" OUT-TXN-ID
               DELIMITED BY SIZE INTO AUDIT-KEY.
           MOVE "REBATE" TO AUDIT-ACTION.
           MOVE FUNCTION CURRENT-DATE TO AUDIT-TIMESTAMP.
           MOVE WS-CUR-COMPANY TO AUDIT-COMPANY.
           WRITE AUDIT-RECORD.

      *----------------------------------------------------------*
      *    0700-PRINT-STATEMENT - ONE REBATE STATEMENT PER CUSTOMER *
      *    WITH VOLUME IN THE QUARTER: WHAT THEY ORDERED, THE TIER   *
      *    REACHED, THE CREDIT, AND HOW FAR THE NEXT TIER IS         *
      *----------------------------------------------------------*
       0700-PRINT-STATEMENT.
           MOVE SPACES TO STATEMENT-REC.
           STRING "VOLUME REBATE STATEMENT - QUARTER " WS-QUARTER
               DELIMITED BY SIZE INTO STATEMENT-REC.
           WRITE STATEMENT-REC.
           MOVE SPACES TO STATEMENT-REC.
           STRING "CUSTOMER " WS-CUR-ID " " WS-CUR-NAME
               "  AMOUNTS IN " FXQ-CURRENCY
               DELIMITED BY SIZE INTO STATEMENT-REC.
           WRITE STATEMENT-REC.
           MOVE WS-CUR-VOLUME TO WS-AMOUNT-DISPLAY.
           MOVE SPACES TO STATEMENT-REC.
           STRING "  ORDERS IN QUARTER " WS-CUR-ORDERS
               "  VOLUME " WS-AMOUNT-DISPLAY
               DELIMITED BY SIZE INTO STATEMENT-REC.
           WRITE STATEMENT-REC.

           IF WS-CUR-REBATE = 0
               MOVE SPACES TO STATEMENT-REC
               STRING "  NO REBATE TIER REACHED THIS QUARTER"
                   DELIMITED BY SIZE INTO STATEMENT-REC
               WRITE STATEMENT-REC
           ELSE
               MOVE WS-CUR-PERCENT TO WS-PERCENT-DISPLAY
               MOVE WS-CUR-REBATE TO WS-REBATE-DISPLAY
               MOVE SPACES TO STATEMENT-REC
               STRING "  REBATE AT " WS-PERCENT-DISPLAY "%  "
                   WS-REBATE-DISPLAY
                   " CREDITED TO YOUR ACCOUNT, REF " OUT-TXN-ID
                   DELIMITED BY SIZE INTO STATEMENT-REC
               WRITE STATEMENT-REC
           END-IF.

           IF WS-TIER-NEXT NOT = 0
               COMPUTE WS-SHORTFALL =
                   WS-TIER-THRESHOLD(WS-TIER-NEXT) - WS-LOOK-HOME
               MOVE WS-SHORTFALL TO WS-AMOUNT-DISPLAY
               MOVE WS-TIER-PERCENT(WS-TIER-NEXT)
                   TO WS-PERCENT-DISPLAY
               MOVE SPACES TO STATEMENT-REC
               STRING "  A FURTHER " WS-AMOUNT-DISPLAY " "
                   FXQ-HOME-CURRENCY
                   " WOULD HAVE EARNED " WS-PERCENT-DISPLAY "%"
                   DELIMITED BY SIZE INTO STATEMENT-REC
               WRITE STATEMENT-REC
           END-IF.
           MOVE SPACES TO STATEMENT-REC.
           WRITE STATEMENT-REC.

      *----------------------------------------------------------*
      *    0800-WRITE-TRAILER - THE TRL CONTROL ROW POST BALANCES   *
      *    THE FEED AGAINST                                          *
      *----------------------------------------------------------*
       0800-WRITE-TRAILER.
           MOVE "TRL" TO OUT-TRL-TAG.
           MOVE WS-GEN-COUNT TO OUT-TRL-COUNT.
           IF WS-NET-AMOUNT < 0
               MOVE '-' TO OUT-TRL-SIGN
           ELSE
               MOVE '+' TO OUT-TRL-SIGN
           END-IF.
           MOVE WS-NET-AMOUNT TO OUT-TRL-AMOUNT.
           WRITE OUT-TRAILER-REC.

      *----------------------------------------------------------*
      *    0850-SAVE-LAST-QUARTER - STAMP THE QUARTER JUST CREDITED *
      *----------------------------------------------------------*
       0850-SAVE-LAST-QUARTER.
           OPEN OUTPUT LAST-FILE.
           MOVE WS-QUARTER TO LAST-QUARTER.
           WRITE LAST-REC.
           CLOSE LAST-FILE.

      *----------------------------------------------------------*
      *    0900-WRITE-TOTALS - THE ACCRUAL FIGURES FOR FINANCE, IN  *
      *    HOME CURRENCY                                             *
      *----------------------------------------------------------*
       0900-WRITE-TOTALS.
           MOVE WS-HOME-QTD TO WS-TOTAL-DISPLAY.
           MOVE SPACES TO REPORT-REC.
           STRING "REBATE ACCRUED QUARTER TO DATE "
               FXQ-HOME-CURRENCY "=" WS-TOTAL-DISPLAY
               DELIMITED BY SIZE INTO REPORT-REC.
           WRITE REPORT-REC.
           MOVE WS-HOME-MONTH TO WS-TOTAL-DISPLAY.
           MOVE SPACES TO REPORT-REC.
           STRING "REBATE ACCRUAL FOR MONTH " WS-RUN-MONTH " "
               FXQ-HOME-CURRENCY "=" WS-TOTAL-DISPLAY
               DELIMITED BY SIZE INTO REPORT-REC.
           WRITE REPORT-REC.
           MOVE SPACES TO REPORT-REC.
           STRING "CUSTOMERS WITH VOLUME=" WS-CUSTOMERS
               DELIMITED BY SIZE INTO REPORT-REC.
           WRITE REPORT-REC.
           IF CREDITS-DUE
               MOVE WS-HOME-CREDITED TO WS-TOTAL-DISPLAY
               MOVE SPACES TO REPORT-REC
               STRING "REBATES CREDITED=" WS-GEN-COUNT
                   " " FXQ-HOME-CURRENCY "=" WS-TOTAL-DISPLAY
                   DELIMITED BY SIZE INTO REPORT-REC
               WRITE REPORT-REC
               MOVE SPACES TO REPORT-REC
               STRING "STATEMENTS WITHHELD, CUSTOMER DECEASED="
                   WS-STMT-WITHHELD
                   DELIMITED BY SIZE INTO REPORT-REC
               WRITE REPORT-REC
           END-IF.
