      *    AN EXPLICIT LEADING SIGN BYTE SO THE FILE STAYS PLAIN     *
      *    TEXT.  THE NAME IS DYNAMIC BECAUSE ONE RUN CONSUMES THE   *
      *    WHOLE FEED LIST IN TURN - THE KEYED CUST_TXN.TXT PLUS     *
      *    THE STAGED FEEDS STANDING, LOCKBOX, UNAPPLY, REFERQ AND   *
      *    FINCHG GENERATE - EACH PROVEN AGAINST ITS OWN TRL TRAILER *
      *    BEFORE A ROW POSTS.                                       *
      *----------------------------------------------------------*
           SELECT CTXN-FILE ASSIGN TO WS-CTXN-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               ASSIGN TO './result/credit-referral.txt'
               ORGANIZATION IS LINE SEQUENTIAL.

      *----------------------------------------------------------*
      *    REFLOG-FILE - THE SAME REFERRED ORDERS IN THE CUST_TXN   *
      *    ROW IMAGE WITH THE BALANCE AND LIMIT THAT STOPPED THEM,   *
      *    APPENDED ACROSS RUNS FOR REFERQ TO ABSORB INTO THE        *
      *    CREDIT-REFERRAL DECISION QUEUE                            *
      *----------------------------------------------------------*
           SELECT REFLOG-FILE
               ASSIGN TO './result/credit-referral-log.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REFLOG-STATUS.

      *----------------------------------------------------------*
      *    UNAPPLIED-FILE - UNAPPLIED-CASH SUSPENSE: THE PART OF A  *
      *    PAYMENT OR CREDIT THAT FOUND NO OPEN ORDER TO SETTLE.     *
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-UNAPPLIED-STATUS.

      *----------------------------------------------------------*
      *    SETTLE-FILE - EVERY OPEN ITEM THE MOMENT IT IS SETTLED   *
      *    IN FULL, WITH THE ITEM'S DATE AND THE SETTLING DATE, FOR  *
      *    PAYMENT-BEHAVIOUR SCORING.  APPENDED TO ACROSS RUNS.      *
      *----------------------------------------------------------*
           SELECT SETTLE-FILE ASSIGN TO './result/settlements.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SETTLE-STATUS.

      *----------------------------------------------------------*
      *    RUNID-FILE - THE RUN IDENTIFIER SCHEDULER PUBLISHED FOR  *
      *    THIS CHAIN, STAMPED INTO EVERY EXCEPTIONS ROW; SPACES     *
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUTH-STATUS.

      *----------------------------------------------------------*
      *    AUDIT-FILE - ONE ROW PER WRITE-OFF, REFUND AND REVERSAL  *
      *    POSTED, WITH THE OPERATOR ON FILE, SO FRAUDCHK CAN MATCH  *
      *    A WRITE-OFF TO THE OPERATOR WHO CHANGED THE ACCOUNT AND   *
      *    SODRPT CAN FIND ANYONE WHO BOTH CHANGED AND PAID OUT ON   *
      *    ONE ACCOUNT                                               *
      *----------------------------------------------------------*
           SELECT AUDIT-FILE ASSIGN TO './result/audit-trail.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

      *----------------------------------------------------------*
      *    PERIOD-FILE - THE POSTING-PERIOD CONTROL: ONE ROW PER    *
      *    MONTH PERCLOSE HAS LOCKED.  A TRANSACTION WHOSE           *
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS WS-APPLIED-STATUS.

      *----------------------------------------------------------*
      *    CUST-B - THE DATED ADDRESS ROWS.  THE STATE ON THE       *
      *    ADDRESS IN FORCE ON AN ORDER'S DATE DECIDES ITS SALES     *
      *    TAX.                                                      *
      *----------------------------------------------------------*
           SELECT CUST-B ASSIGN TO './custB.txt'
               ORGANIZATION IS INDEXED
               RECORD KEY IS B-KEY
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS WS-CUST-B-STATUS.

      *----------------------------------------------------------*
      *    TAX-RATE-FILE - THE COMPANION TABLE TO STATE_CODES.TXT:  *
      *    ONE ROW PER STATE PER RATE CHANGE, STATE + EFFECTIVE      *
      *    DATE + RATE PERCENT 99V999.  A STATE WITH NO ROW IN       *
      *    FORCE ON THE ORDER DATE IS NOT TAXED.                     *
      *----------------------------------------------------------*
           SELECT TAX-RATE-FILE ASSIGN TO './state_tax.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TAX-RATE-STATUS.

      *----------------------------------------------------------*
      *    TAXJRNL-FILE/GLHIST-FILE - APPENDED ACROSS RUNS: EVERY   *
      *    SALES-TAX POSTING WITH ITS STATE AND RATE, AND EVERY      *
      *    GL SUMMARY ROW WITH THE RUN THAT WROTE IT.  TAXRPT        *
      *    PROVES THE MONTH'S JOURNAL AGAINST THE LEDGER ROWS.       *
      *----------------------------------------------------------*
           SELECT TAXJRNL-FILE
               ASSIGN TO './result/sales-tax-journal.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TAXJRNL-STATUS.

           SELECT GLHIST-FILE ASSIGN TO './result/gl-history.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLHIST-STATUS.

      *----------------------------------------------------------*
      *    INVCTL-FILE - THE LAST INVOICE NUMBER ISSUED.  IT IS      *
      *    REWRITTEN THE MOMENT EACH NUMBER IS TAKEN, SO A RUN THAT  *
      *    STOPS PART WAY NEITHER REISSUES A NUMBER NOR SKIPS ONE.   *
      *    INVREG-FILE - EVERY INVOICE ISSUED, IN NUMBER ORDER,      *
      *    APPENDED ACROSS RUNS FOR THE INVOICE PRINT RUN.           *
      *----------------------------------------------------------*
           SELECT INVCTL-FILE ASSIGN TO './result/invoice-control.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INVCTL-STATUS.

           SELECT INVREG-FILE
               ASSIGN TO './result/invoice-register.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INVREG-STATUS.

      *----------------------------------------------------------*
      *    THRESHOLD-FILE - THE AMOUNT ABOVE WHICH A WRITE-OFF OR   *
      *    REFUND NEEDS OPERATOR AUTHORITY; A MISSING FILE LEAVES    *
               FIELD-IS-WRITEOFF BY CTXN-IS-WRITEOFF
               FIELD-IS-REFUND BY CTXN-IS-REFUND
               FIELD-IS-REVERSAL BY CTXN-IS-REVERSAL
               FIELD-IS-CASH-APPLY BY CTXN-IS-CASH-APPLY
               FIELD-IS-INTEREST BY CTXN-IS-INTEREST
               FIELD-SIGN BY CTXN-SIGN
               FIELD-AMOUNT BY CTXN-AMOUNT
               FIELD-DATE BY CTXN-DATE
               FIELD-REF BY CTXN-REF
               FIELD-TXN-ID BY CTXN-TXN-ID
               FIELD-ACCT-DATE BY CTXN-ACCT-DATE
               FIELD-CURRENCY BY CTXN-CURRENCY.

       FD CUST-A.
       01 A-REC.
           COPY "custnamerec" REPLACING FIELD-ID BY A-ID
               FIELD-NAME BY A-NAME FIELD-STATUS BY A-STATUS
               FIELD-ADDR BY A-ADDR FIELD-COMPANY BY A-COMPANY.

       FD BALANCE-FILE.
       01 BAL-REC.
               FIELD-OPEN-STATUS BY HIST-OPEN-STATUS
               FIELD-TXN-ID BY HIST-TXN-ID
               FIELD-REV-FLAG BY HIST-REV-FLAG
               FIELD-ACCT-DATE BY HIST-ACCT-DATE
               FIELD-DISPUTE-FLAG BY HIST-DISPUTE-FLAG
               FIELD-DISPUTE-DATE BY HIST-DISPUTE-DATE
               FIELD-DISPUTE-REASON BY HIST-DISPUTE-REASON
               FIELD-INVOICE-NO BY HIST-INVOICE-NO.

       FD EXCEPTIONS-FILE.
           COPY "exceptrec".
       01 CONTROL-REC PIC X(60).

       FD GL-FILE.
           COPY "glrec".

       FD REFERRAL-FILE.
       01 REFERRAL-REC PIC X(100).

       FD REFLOG-FILE.
       01 REFLOG-REC.
           COPY "ctxnrec" REPLACING FIELD-ID BY REFLOG-ID
               FIELD-TYPE BY REFLOG-TYPE
               FIELD-IS-ORDER BY REFLOG-IS-ORDER
               FIELD-IS-PAYMENT BY REFLOG-IS-PAYMENT
               FIELD-IS-ADJUSTMENT BY REFLOG-IS-ADJUSTMENT
               FIELD-IS-WRITEOFF BY REFLOG-IS-WRITEOFF
               FIELD-IS-REFUND BY REFLOG-IS-REFUND
               FIELD-IS-REVERSAL BY REFLOG-IS-REVERSAL
               FIELD-IS-CASH-APPLY BY REFLOG-IS-CASH-APPLY
               FIELD-IS-INTEREST BY REFLOG-IS-INTEREST
               FIELD-SIGN BY REFLOG-SIGN
               FIELD-AMOUNT BY REFLOG-AMOUNT
               FIELD-DATE BY REFLOG-DATE
               FIELD-REF BY REFLOG-REF
               FIELD-TXN-ID BY REFLOG-TXN-ID
               FIELD-ACCT-DATE BY REFLOG-ACCT-DATE
               FIELD-CURRENCY BY REFLOG-CURRENCY.
           05 REFLOG-BALANCE PIC S9(9)V99.
           05 REFLOG-LIMIT PIC 9(7)V99.
           05 REFLOG-REFERRED PIC 9(8).
           05 REFLOG-RUN-ID PIC X(8).

       FD UNAPPLIED-FILE.
       01 USP-REC.
           05 USP-ID PIC X(5).
       FD AUTH-FILE.
       01 AUTH-REC.
           05 AUTH-OPER-ID PIC X(8).
           05 AUTH-ALLOWED-TYPES PIC X(20).

       FD AUDIT-FILE.
           COPY "auditrec".

       FD THRESHOLD-FILE.
       01 THRESHOLD-REC.
       FD LATE-FILE.
       01 LATE-REC PIC X(100).

       FD CUST-B.
       01 B-REC.
           COPY "custaddrrec" REPLACING FIELD-KEY BY B-KEY
               FIELD-ID BY B-ID FIELD-EFFDATE BY B-EFFECTIVE-DATE
               FIELD-ADDR BY B-ADDR FIELD-NAME BY B-NAME
               FIELD-ADDR-TYPE BY B-ADDR-TYPE
               FIELD-SEASON-FROM BY B-SEASON-FROM
               FIELD-SEASON-TO BY B-SEASON-TO.

       FD TAX-RATE-FILE.
       01 TAX-RATE-REC.
           05 TAXR-STATE PIC X(2).
           05 TAXR-EFFDATE PIC 9(8).
           05 TAXR-RATE-PCT PIC 9(2)V9(3).

       FD TAXJRNL-FILE.
           COPY "taxjrnlrec".

       FD GLHIST-FILE.
           COPY "glhistrec".

       FD INVCTL-FILE.
       01 INVCTL-REC.
           05 INVCTL-LAST-NO PIC 9(8).

       FD INVREG-FILE.
           COPY "invregrec".

       FD SETTLE-FILE.
           COPY "settlerec".

       WORKING-STORAGE SECTION.
       01 WS-CTXN-STATUS PIC XX.
           88 CTXN-FILE-OK VALUE '00'.
           88 THRESHOLD-FILE-OK VALUE '00'.
       01 WS-AUTH-EOF PIC X.
       01 WS-OPERATOR-ID PIC X(8) VALUE SPACES.
       01 WS-ALLOWED-TYPES PIC X(20) VALUE SPACES.
       01 WS-TYPE-POS PIC 9(2).
       01 WS-TYPE-ALLOWED PIC X.
           88 TXN-TYPE-ALLOWED VALUE 'Y'.
       01 WS-AUTH-THRESHOLD PIC 9(7)V99 VALUE 500.00.
       01 WS-UNAUTH-COUNT PIC 9(10) VALUE 0.
       01 WS-SANC-BLOCK-COUNT PIC 9(10) VALUE 0.
       01 WS-SANC-RESULT PIC X(1).
           88 SANC-BLOCKED VALUE 'Y'.
       01 WS-FRAUD-HOLD-COUNT PIC 9(10) VALUE 0.
       01 WS-FRAUD-RESULT PIC X(1).
           88 FRAUD-HELD VALUE 'Y'.
       01 WS-AUDIT-STATUS PIC XX.
           88 AUDIT-FILE-OK VALUE '00'.
       01 WS-CTXN-EOF PIC X VALUE 'N'.

      *----------------------------------------------------------*
      *    THE NIGHT'S FEED LIST, CONSUMED IN ORDER: THE KEYED     *
      *    TRANSACTION FILE, THEN THE FEEDS STANDING, LOCKBOX,      *
      *    UNAPPLY, REFERQ, FINCHG, DDEBIT, NSF, REFUND AND REBATE  *
      *    STAGE.                                                   *
      *    A FEED NOT ON DISK IS SIMPLY SKIPPED; THE APPLIED        *
      *    REGISTRY KEEPS A LEFTOVER STAGED FILE FROM POSTING       *
      *    TWICE.                                                   *
      *    DDEBIT'S FEED CARRIES ONLY DEBITS THE BANK HAS           *
      *    CONFIRMED COLLECTED.                                     *
      *    REFERQ'S FEED CARRIES ORDERS A CREDIT OFFICER HAS        *
      *    ALREADY RELEASED, SO IT ALONE POSTS PAST THE CREDIT-     *
      *    LIMIT CHECK.                                             *
      *----------------------------------------------------------*
       01 WS-CTXN-NAME PIC X(50).
       01 WS-FEED-NAMES.
           05 FILLER PIC X(50) VALUE './cust_txn.txt'.
           05 FILLER PIC X(50) VALUE './result/standing-txn.txt'.
           05 FILLER PIC X(50) VALUE './result/lockbox-txn.txt'.
           05 FILLER PIC X(50) VALUE './result/unapplied-txn.txt'.
           05 FILLER PIC X(50) VALUE './result/referral-txn.txt'.
           05 FILLER PIC X(50) VALUE './result/finchg-txn.txt'.
           05 FILLER PIC X(50) VALUE './result/ddebit-txn.txt'.
           05 FILLER PIC X(50) VALUE './result/nsf-txn.txt'.
           05 FILLER PIC X(50) VALUE './result/refund-txn.txt'.
           05 FILLER PIC X(50) VALUE './result/rebate-txn.txt'.
       01 WS-FEED-LIST REDEFINES WS-FEED-NAMES.
           05 WS-FEED-NAME OCCURS 10 TIMES PIC X(50).
       01 WS-FEED-IDX PIC 9(2).
           88 FEED-IS-RELEASED-REFERRALS VALUE 5.
       01 WS-FEEDS-POSTED PIC 9(2) VALUE 0.

      *----------------------------------------------------------*
      *    CONTROL-TRAILER PROOF - THE FEED MUST END WITH A TRL     *

       01 WS-UNAPPLIED-STATUS PIC XX.
           88 UNAPPLIED-FILE-OK VALUE '00'.
       01 WS-REFLOG-STATUS PIC XX.
           88 REFLOG-FILE-OK VALUE '00'.

       01 WS-SIGNED-AMOUNT PIC S9(9)V99.

      *    PATTERN MONTHEND USES FOR ITS ACTION TOTALS               *
      *----------------------------------------------------------*
       01 WS-GL-TABLE.
           05 WS-GL-ENTRY OCCURS 200 TIMES.
               10 WS-GL-DATE PIC 9(8).
               10 WS-GL-TYPE PIC X(1).
               10 WS-GL-STATE PIC X(2).
               10 WS-GL-COMPANY PIC X(2).
               10 WS-GL-COUNT PIC 9(7).
               10 WS-GL-AMOUNT PIC S9(11)V99.
       01 WS-GL-USED PIC 9(3) VALUE 0.
           88 GL-SLOT-FOUND VALUE 'Y'.
       01 WS-GL-TOTAL PIC S9(13)V99.
       01 WS-GL-ROWS PIC 9(7).
       01 WS-GL-POST-TYPE PIC X(1).
       01 WS-GL-POST-STATE PIC X(2).
       01 WS-GL-POST-COMPANY PIC X(2).
       01 WS-GL-POST-AMOUNT PIC S9(9)V99.
       01 WS-GLHIST-STATUS PIC XX.
           88 GLHIST-FILE-OK VALUE '00'.

      *----------------------------------------------------------*
      *    SALES-TAX STATE - THE RATE TABLE, AND PER ORDER THE      *
      *    STATE AND RATE FOUND AND THE TAX SPLIT OUT OF THE GROSS   *
      *    AMOUNT.  WS-TAX-AMOUNT DRIVES THE SEPARATE 'T' HISTORY    *
      *    LINE; WS-GL-TAX-SIGNED IS THE TAX THIS TRANSACTION MOVES  *
      *    ON THE LEDGER - PLUS FOR AN ORDER, MINUS WHEN AN ORDER'S  *
      *    REVERSAL TAKES ITS TAX BACK OUT.                          *
      *----------------------------------------------------------*
       01 WS-CUST-B-STATUS PIC XX.
           88 CUST-B-OK VALUE '00'.
       01 WS-TAX-RATE-STATUS PIC XX.
           88 TAX-RATE-FILE-OK VALUE '00'.
       01 WS-TAXJRNL-STATUS PIC XX.
           88 TAXJRNL-FILE-OK VALUE '00'.
       01 WS-TAX-RATE-EOF PIC X.
       01 WS-TAX-RATE-FOUND PIC X.
           88 TAX-RATE-FOUND VALUE 'Y'.
       01 WS-CUST-B-OPEN PIC X VALUE 'N'.
           88 CUST-B-IS-OPEN VALUE 'Y'.
       01 WS-TAX-TABLE.
           05 WS-TAX-ENTRY OCCURS 300 TIMES.
               10 WS-TX-STATE PIC X(2).
               10 WS-TX-EFFDATE PIC 9(8).
               10 WS-TX-RATE-PCT PIC 9(2)V9(3).
       01 WS-TAX-COUNT PIC 9(3) VALUE 0.
       01 WS-TAX-IDX PIC 9(3).
       01 WS-TAX-BEST-EFFDATE PIC 9(8).
       01 WS-TAX-DATE PIC 9(8).
       01 WS-TAX-STATE PIC X(2).
       01 WS-TAX-RATE-PCT PIC 9(2)V9(3).
       01 WS-TAX-AMOUNT PIC 9(7)V99.
       01 WS-TAX-TAXABLE PIC 9(7)V99.
       01 WS-GL-TAX-SIGNED PIC S9(9)V99.
       01 WS-ADDR-DONE PIC X.
       01 WS-ADDR-BEST-EFFDATE PIC 9(8).
       01 WS-ADDR-BEST PIC X(30).
       01 WS-PARSED-ADDR.
           05 WS-PARSED-STREET PIC X(15).
           05 WS-PARSED-CITY PIC X(10).
           05 WS-PARSED-STATE PIC X(2).
           05 WS-PARSED-ZIP PIC X(3).
       01 WS-ORIG-SEQ PIC 9(7).
       01 WS-ORIG-TAX PIC 9(7)V99.
       01 WS-ORIG-NET PIC 9(7)V99.
       01 WS-TAX-SEQ PIC 9(7).
       01 WS-TAXED-COUNT PIC 9(10) VALUE 0.
       01 WS-UNTAXED-COUNT PIC 9(10) VALUE 0.
       01 WS-TAX-TOTAL PIC S9(11)V99 VALUE 0.
       01 WS-TAX-DISPLAY PIC -(11)9.99.

      *----------------------------------------------------------*
      *    INVOICE NUMBERING - EVERY ORDER THAT POSTS TAKES THE     *
      *    NEXT NUMBER; ONE WHOSE HISTORY ROW FAILS TO WRITE GIVES   *
      *    ITS NUMBER BACK, SO THE SEQUENCE STAYS GAP-FREE           *
      *----------------------------------------------------------*
       01 WS-INVCTL-STATUS PIC XX.
           88 INVCTL-FILE-OK VALUE '00'.
       01 WS-INVREG-STATUS PIC XX.
           88 INVREG-FILE-OK VALUE '00'.
       01 WS-LAST-INVOICE PIC 9(8) VALUE 0.
       01 WS-INVOICE-NO PIC 9(8) VALUE 0.
       01 WS-FIRST-INVOICE PIC 9(8) VALUE 0.
       01 WS-INVOICE-COUNT PIC 9(10) VALUE 0.
       01 WS-SETTLE-STATUS PIC XX.
           88 SETTLE-FILE-OK VALUE '00'.
       01 WS-SETTLED-COUNT PIC 9(10) VALUE 0.

      *----------------------------------------------------------*
      *    REVERSAL STATE - THE ORIGINAL ROW IS FOUND BY ITS        *
       01 WS-NET-AMOUNT PIC S9(11)V99 VALUE 0.
       01 WS-NET-DISPLAY PIC -(11)9.99.

      *----------------------------------------------------------*
      *    CURRENCY - EACH ACCOUNT IS KEPT IN ITS COMPANY'S         *
      *    CURRENCY (SUB-FX).  A ROW STATED IN ANY OTHER CURRENCY    *
      *    IS REJECTED.  THE GL EXTRACT STAYS IN THE BOOK'S OWN      *
      *    CURRENCY AND EVERY ROW ALSO CARRIES ITS HOME-CURRENCY     *
      *    VALUE AT THE RATE FOR THE END OF ITS PERIOD; THE TRL ROW  *
      *    NETS THE HOME-CURRENCY VALUES, THE ONLY FIGURES THAT CAN  *
      *    BE ADDED ACROSS BOOKS.                                    *
      *----------------------------------------------------------*
           COPY "fxreqrec".
       01 WS-CURRENCY-CHECK PIC X.
           88 CURRENCY-MATCHES VALUE 'Y'.
       01 WS-CURRENCY-REJECT-COUNT PIC 9(10) VALUE 0.
       01 WS-GL-HOME-AMOUNT PIC S9(11)V99.
       01 WS-GL-HOME-TOTAL PIC S9(13)V99.
       01 WS-GL-NO-RATE-COUNT PIC 9(7) VALUE 0.
       01 WS-PERIOD-END PIC 9(8).
       01 WS-PERIOD-YEAR PIC 9(4).
       01 WS-PERIOD-MONTH PIC 9(2).
       01 WS-PERIOD-WORK PIC 9(8).
       01 WS-PERIOD-DAYS PIC 9(8).

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE.
           PERFORM 0060-IDENTIFY-OPERATOR.
           PERFORM 0065-LOAD-THRESHOLD.
           PERFORM 0045-LOAD-CLOSED-PERIODS.
           PERFORM 0068-LOAD-TAX-RATES.
           PERFORM 0069-LOAD-LAST-INVOICE.

           OPEN EXTEND EXCEPTIONS-FILE.
           IF NOT EXCEPTIONS-FILE-OK
           END-IF.

           OPEN I-O HISTORY-FILE.
      *    THE SAME RULE AS THE BALANCE MASTER - A HISTORY FILE
      *    STILL IN A PRE-CONVERSION SHAPE STOPS THE RUN.
           IF WS-HISTORY-STATUS = '35'
               OPEN OUTPUT HISTORY-FILE
               CLOSE HISTORY-FILE
               OPEN I-O HISTORY-FILE
           END-IF.
           IF NOT HISTORY-FILE-OK
               DISPLAY "POST - cust-txn-history.txt not usable, "
                   "status " WS-HISTORY-STATUS
               CLOSE CUST-A
               CLOSE BALANCE-FILE
               CLOSE EXCEPTIONS-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN I-O APPLIED-FILE.
           IF NOT APPLIED-FILE-OK
           END-IF.

           OPEN OUTPUT REFERRAL-FILE.
           OPEN EXTEND REFLOG-FILE.
           IF NOT REFLOG-FILE-OK
               OPEN OUTPUT REFLOG-FILE
           END-IF.
           OPEN OUTPUT LATE-FILE.

      *    NO ADDRESS FILE MEANS NO STATE FOR ANY ORDER - THE RUN
      *    STILL POSTS, AND EVERY ORDER COUNTS AS UNTAXED.
           OPEN INPUT CUST-B.
           IF CUST-B-OK
               SET CUST-B-IS-OPEN TO TRUE
           END-IF.
           OPEN EXTEND TAXJRNL-FILE.
           IF NOT TAXJRNL-FILE-OK
               OPEN OUTPUT TAXJRNL-FILE
           END-IF.
           OPEN EXTEND INVREG-FILE.
           IF NOT INVREG-FILE-OK
               OPEN OUTPUT INVREG-FILE
           END-IF.
           OPEN EXTEND SETTLE-FILE.
           IF NOT SETTLE-FILE-OK
               OPEN OUTPUT SETTLE-FILE
           END-IF.
           OPEN EXTEND AUDIT-FILE.
           IF NOT AUDIT-FILE-OK
               OPEN OUTPUT AUDIT-FILE
           END-IF.

           PERFORM VARYING WS-FEED-IDX FROM 1 BY 1
                   UNTIL WS-FEED-IDX > 10
                   OR CONTROL-CHECK-FAILED
               PERFORM 0150-POST-ONE-FEED
           END-PERFORM.
           CLOSE EXCEPTIONS-FILE.
           CLOSE UNAPPLIED-FILE.
           CLOSE REFERRAL-FILE.
           CLOSE REFLOG-FILE.
           CLOSE LATE-FILE.
           IF CUST-B-IS-OPEN
               CLOSE CUST-B
           END-IF.
           CLOSE TAXJRNL-FILE.
           CLOSE INVREG-FILE.
           CLOSE SETTLE-FILE.
           CLOSE AUDIT-FILE.

           IF CONTROL-CHECK-FAILED
               MOVE 8 TO RETURN-CODE
               WS-REFERRED-COUNT.
           DISPLAY "POST transactions rejected as unauthorized: "
               WS-UNAUTH-COUNT.
           DISPLAY "POST refunds blocked by a sanctions hit: "
               WS-SANC-BLOCK-COUNT.
           DISPLAY "POST refunds held by an open fraud alert: "
               WS-FRAUD-HOLD-COUNT.
           DISPLAY "POST transactions skipped as already-posted: "
               WS-ALREADY-POSTED-COUNT.
           DISPLAY "POST late postings moved to the open period: "
               WS-LATE-COUNT.
           DISPLAY "POST orders taxed: " WS-TAXED-COUNT
               " untaxed: " WS-UNTAXED-COUNT.
           DISPLAY "POST invoices issued: " WS-INVOICE-COUNT.

           DISPLAY "POST rows rejected as not in account currency: "
               WS-CURRENCY-REJECT-COUNT.

           IF WS-UNKNOWN-COUNT > 0 OR WS-INACTIVE-COUNT > 0
                   OR WS-BAD-TXN-COUNT > 0
                   OR WS-CURRENCY-REJECT-COUNT > 0
                   OR WS-GL-NO-RATE-COUNT > 0
                   OR WS-REFERRED-COUNT > 0
                   OR WS-UNAUTH-COUNT > 0
                   OR WS-SANC-BLOCK-COUNT > 0
                   OR WS-FRAUD-HOLD-COUNT > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
      *    PASS APPLIES                                              *
      *----------------------------------------------------------*
       0085-NET-ONE-FEED-ROW.
           IF CTXN-AMOUNT NOT NUMERIC OR CTXN-IS-CASH-APPLY
               EXIT PARAGRAPH
           END-IF.
           IF CTXN-IS-PAYMENT OR CTXN-IS-WRITEOFF
               CLOSE THRESHOLD-FILE
           END-IF.

      *----------------------------------------------------------*
      *    0068-LOAD-TAX-RATES - THE STATE SALES-TAX TABLE, LOADED  *
      *    ONCE UP FRONT.  NO TABLE ON DISK LEAVES EVERY ORDER       *
      *    UNTAXED                                                   *
      *----------------------------------------------------------*
       0068-LOAD-TAX-RATES.
           MOVE 'N' TO WS-TAX-RATE-EOF.
           OPEN INPUT TAX-RATE-FILE.
           IF NOT TAX-RATE-FILE-OK
               DISPLAY "POST - state_tax.txt not available, "
                   "orders post untaxed"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-TAX-RATE-EOF = 'Y'
               READ TAX-RATE-FILE
                   AT END
                       MOVE 'Y' TO WS-TAX-RATE-EOF
                   NOT AT END
                       IF TAXR-STATE NOT = SPACES
                               AND TAXR-EFFDATE NUMERIC
                               AND TAXR-RATE-PCT NUMERIC
                               AND WS-TAX-COUNT < 300
                           ADD 1 TO WS-TAX-COUNT
                           MOVE TAXR-STATE
                               TO WS-TX-STATE(WS-TAX-COUNT)
                           MOVE TAXR-EFFDATE
                               TO WS-TX-EFFDATE(WS-TAX-COUNT)
                           MOVE TAXR-RATE-PCT
                               TO WS-TX-RATE-PCT(WS-TAX-COUNT)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE TAX-RATE-FILE.

      *----------------------------------------------------------*
      *    0069-LOAD-LAST-INVOICE - CARRY ON FROM THE LAST INVOICE  *
      *    NUMBER ISSUED; NO CONTROL FILE STARTS AT 00000001         *
      *----------------------------------------------------------*
       0069-LOAD-LAST-INVOICE.
           MOVE 0 TO WS-LAST-INVOICE.
           OPEN INPUT INVCTL-FILE.
           IF INVCTL-FILE-OK
               READ INVCTL-FILE
                   NOT AT END
                       IF INVCTL-LAST-NO NUMERIC
                           MOVE INVCTL-LAST-NO TO WS-LAST-INVOICE
                       END-IF
               END-READ
               CLOSE INVCTL-FILE
           END-IF.

      *----------------------------------------------------------*
      *    0070-CHECK-TYPE-AUTHORITY - IS THE CURRENT TRANSACTION'S *
      *    TYPE AMONG THE ONES THIS OPERATOR MAY APPLY, THE SAME     *
       0070-CHECK-TYPE-AUTHORITY.
           MOVE 'N' TO WS-TYPE-ALLOWED.
           PERFORM VARYING WS-TYPE-POS FROM 1 BY 1
                   UNTIL WS-TYPE-POS > 20
               IF WS-ALLOWED-TYPES(WS-TYPE-POS:1) = CTXN-TYPE
                       AND CTXN-TYPE NOT = SPACE
                   SET TXN-TYPE-ALLOWED TO TRUE
                   AND NOT CTXN-IS-WRITEOFF
                   AND NOT CTXN-IS-REFUND
                   AND NOT CTXN-IS-REVERSAL
                   AND NOT CTXN-IS-CASH-APPLY
                   AND NOT CTXN-IS-INTEREST
               ADD 1 TO WS-BAD-TXN-COUNT
               MOVE "UNKNOWN TRANSACTION TYPE" TO EXCEPT-REASON
               PERFORM 0600-WRITE-EXCEPTION
               END-IF
           END-IF.

      *    NO REFUND, HOWEVER IT WAS RAISED, PAYS OUT TO A CUSTOMER
      *    UNDER A CONFIRMED SANCTIONS HIT COMPLIANCE HAS NOT CLEARED.
           IF CTXN-IS-REFUND
               CALL 'SUB-SANC' USING CTXN-ID WS-SANC-RESULT
               IF SANC-BLOCKED
                   ADD 1 TO WS-SANC-BLOCK-COUNT
                   MOVE "REFUND BLOCKED - SANCTIONS HIT"
                       TO EXCEPT-REASON
                   PERFORM 0600-WRITE-EXCEPTION
                   EXIT PARAGRAPH
               END-IF
           END-IF.

      *    NOR TO ONE WITH A FRAUD ALERT STILL OPEN OR CONFIRMED -
      *    THE REFUND WAITS UNTIL A REVIEWER CLEARS THE ALERT.
           IF CTXN-IS-REFUND
               CALL 'SUB-FRAUD' USING CTXN-ID WS-FRAUD-RESULT
               IF FRAUD-HELD
                   ADD 1 TO WS-FRAUD-HOLD-COUNT
                   MOVE "REFUND HELD - FRAUD ALERT OPEN"
                       TO EXCEPT-REASON
                   PERFORM 0600-WRITE-EXCEPTION
                   EXIT PARAGRAPH
               END-IF
           END-IF.

           PERFORM 0110-RESOLVE-ACCT-PERIOD.

           MOVE 0 TO WS-TAX-AMOUNT.
           MOVE 0 TO WS-GL-TAX-SIGNED.
           MOVE 0 TO WS-TAX-RATE-PCT.
           MOVE SPACES TO WS-TAX-STATE.

           MOVE CTXN-ID TO A-ID.
           READ CUST-A
               INVALID KEY
                   MOVE "CUSTOMER NOT ON FILE" TO EXCEPT-REASON
                   PERFORM 0600-WRITE-EXCEPTION
               NOT INVALID KEY
                   MOVE A-COMPANY TO WS-GL-POST-COMPANY
                   IF WS-GL-POST-COMPANY = SPACES
                       MOVE "01" TO WS-GL-POST-COMPANY
                   END-IF
                   IF A-STATUS = 'I'
                       ADD 1 TO WS-INACTIVE-COUNT
                       MOVE "CUSTOMER INACTIVE" TO EXCEPT-REASON
                       PERFORM 0600-WRITE-EXCEPTION
                   ELSE
                       PERFORM 0120-CHECK-CURRENCY
                       EVALUATE TRUE
                           WHEN NOT CURRENCY-MATCHES
                               ADD 1 TO WS-CURRENCY-REJECT-COUNT
                               MOVE "NOT IN THE ACCOUNT CURRENCY"
                                   TO EXCEPT-REASON
                               PERFORM 0600-WRITE-EXCEPTION
                           WHEN CTXN-IS-REVERSAL
                               PERFORM 0350-APPLY-REVERSAL
                           WHEN OTHER
                               PERFORM 0300-APPLY-TO-BALANCE
                       END-EVALUATE
                   END-IF
           END-READ.

      *----------------------------------------------------------*
      *    0120-CHECK-CURRENCY - THE ROW MUST BE STATED IN THE      *
      *    ACCOUNT'S OWN CURRENCY; A BLANK CURRENCY IS TAKEN AS      *
      *    THE ACCOUNT'S                                             *
      *----------------------------------------------------------*
       0120-CHECK-CURRENCY.
           MOVE 'Y' TO WS-CURRENCY-CHECK.
           IF CTXN-CURRENCY = SPACES
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-GL-POST-COMPANY TO FXQ-COMPANY.
           MOVE WS-EFF-ACCT-DATE TO FXQ-DATE.
           CALL 'SUB-FX' USING FXQ-REQUEST.
           IF CTXN-CURRENCY NOT = FXQ-CURRENCY
               MOVE 'N' TO WS-CURRENCY-CHECK
           END-IF.

      *----------------------------------------------------------*
      *    0300-APPLY-TO-BALANCE - ORDERS CHARGE, PAYMENTS CREDIT,  *
      *    ADJUSTMENTS APPLY AS SIGNED; A FIRST TRANSACTION OPENS    *
                   IF CTXN-SIGN = '-'
                       COMPUTE WS-SIGNED-AMOUNT = 0 - CTXN-AMOUNT
                   END-IF
      *        CASH ALREADY ON THE BALANCE AS UNAPPLIED CREDIT - THE
      *        APPLICATION SETTLES AN ORDER BUT MOVES NO MONEY.
               WHEN CTXN-IS-CASH-APPLY
                   MOVE 0 TO WS-SIGNED-AMOUNT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

           IF CTXN-IS-ORDER
               PERFORM 0250-SPLIT-SALES-TAX
           END-IF.

           MOVE CTXN-ID TO BAL-ID.
           READ BALANCE-FILE
               INVALID KEY
                   PERFORM 0400-OPEN-NEW-BALANCE
               NOT INVALID KEY
                   IF CTXN-IS-ORDER AND BAL-CREDIT-LIMIT > 0
                           AND NOT FEED-IS-RELEASED-REFERRALS
                           AND BAL-AMOUNT + CTXN-AMOUNT
                           > BAL-CREDIT-LIMIT
                       PERFORM 0450-REFER-OVER-LIMIT
                   END-IF
                   ADD WS-SIGNED-AMOUNT TO BAL-AMOUNT
                   ADD 1 TO BAL-TXN-COUNT
                   IF WS-TAX-AMOUNT > 0
                       ADD 1 TO BAL-TXN-COUNT
                   END-IF
                   MOVE CTXN-DATE TO BAL-LAST-DATE
                   REWRITE BAL-REC
                       INVALID KEY
               EXIT PARAGRAPH
           END-IF.

      *    AN ORDER POSTED WITH ITS SALES TAX SPLIT OUT HAS THE TAX
      *    LINE RIGHT BEHIND IT UNDER THE SAME TRANSACTION ID; THE
      *    REVERSAL CARRIES THE GROSS AND TAKES BOTH BACK.
           MOVE 0 TO WS-ORIG-TAX.
           IF HIST-TYPE = 'O'
               PERFORM 0370-FIND-TAX-LINE
           END-IF.

           MOVE SPACES TO WS-REV-REASON.
           EVALUATE TRUE
               WHEN HIST-TYPE = 'V'
                   MOVE "CANNOT REVERSE A REVERSAL"
                       TO WS-REV-REASON
               WHEN HIST-TYPE = 'A'
                   MOVE "CANNOT REVERSE A CASH APPLICATION"
                       TO WS-REV-REASON
      *        A TRANSFER LEG HAS ITS TWIN IN THE OTHER COMPANY; IT IS
      *        UNDONE BY A TRANSFER BACK, NEVER ONE LEG AT A TIME.
               WHEN HIST-TYPE = 'X'
                   MOVE "CANNOT REVERSE A COMPANY TRANSFER"
                       TO WS-REV-REASON
               WHEN HIST-REV-FLAG = 'V'
                   MOVE "ORIGINAL ALREADY REVERSED"
                       TO WS-REV-REASON
               WHEN HIST-AMOUNT + WS-ORIG-TAX NOT = CTXN-AMOUNT
                   MOVE "REVERSAL AMOUNT MISMATCH"
                       TO WS-REV-REASON
           END-EVALUATE.

      *    THE ORIGINAL'S SIGNED EFFECT, BY THE SAME RULES IT WAS
      *    POSTED UNDER; THE REVERSAL APPLIES THE EXACT OPPOSITE.
           COMPUTE WS-ORIG-SIGNED = HIST-AMOUNT + WS-ORIG-TAX.
           IF HIST-TYPE = 'P' OR HIST-TYPE = 'W'
                   OR (HIST-TYPE = 'J' AND HIST-SIGN = '-')
               COMPUTE WS-ORIG-SIGNED = 0 - HIST-AMOUNT
               EXIT PARAGRAPH
           END-IF.

           MOVE HIST-DATE TO WS-TAX-DATE.
           PERFORM 0380-MARK-REVERSED.
           IF WS-ORIG-TAX > 0
               MOVE CTXN-ID TO HIST-ID
               MOVE WS-TAX-SEQ TO HIST-SEQ
               READ HISTORY-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM 0380-MARK-REVERSED
               END-READ
      *        THE TAX COMES BACK OUT OF THE STATE IT WAS CHARGED
      *        TO, FOUND AGAIN AS OF THE ORIGINAL ORDER'S DATE.
               PERFORM 0255-RESOLVE-STATE-AND-RATE
               MOVE WS-ORIG-TAX TO WS-TAX-AMOUNT
               COMPUTE WS-GL-TAX-SIGNED = 0 - WS-ORIG-TAX
           END-IF.

           MOVE CTXN-ID TO BAL-ID.
           READ BALANCE-FILE
               END-READ
           END-PERFORM.

      *----------------------------------------------------------*
      *    0370-FIND-TAX-LINE - THE ORDER IN HIST-REC MAY HAVE ITS  *
      *    SALES-TAX LINE AS THE NEXT ROW; NOTE ITS AMOUNT AND        *
      *    SEQUENCE, THEN PUT THE ORDER BACK IN HIST-REC              *
      *----------------------------------------------------------*
       0370-FIND-TAX-LINE.
           MOVE HIST-SEQ TO WS-ORIG-SEQ.
           READ HISTORY-FILE NEXT
               AT END
                   CONTINUE
               NOT AT END
                   IF HIST-ID = CTXN-ID AND HIST-TYPE = 'T'
                           AND HIST-TXN-ID = CTXN-REF
                       MOVE HIST-AMOUNT TO WS-ORIG-TAX
                       MOVE HIST-SEQ TO WS-TAX-SEQ
                   END-IF
           END-READ.
           MOVE CTXN-ID TO HIST-ID.
           MOVE WS-ORIG-SEQ TO HIST-SEQ.
           READ HISTORY-FILE
               INVALID KEY
                   CONTINUE
           END-READ.

      *----------------------------------------------------------*
      *    0380-MARK-REVERSED - FLAG THE ROW IN HIST-REC REVERSED   *
      *    AND CLOSE WHATEVER WAS STILL OPEN ON IT                   *
      *----------------------------------------------------------*
       0380-MARK-REVERSED.
           MOVE 'V' TO HIST-REV-FLAG.
           IF HIST-OPEN-STATUS = 'O'
               MOVE 0 TO HIST-OPEN-AMOUNT
               MOVE 'C' TO HIST-OPEN-STATUS
           END-IF.
           REWRITE HIST-REC
               INVALID KEY
                   CONTINUE
           END-REWRITE.

      *----------------------------------------------------------*
      *    0250-SPLIT-SALES-TAX - THE ORDER ARRIVES GROSS; TAKE THE *
      *    TAX BACK OUT AT THE RATE IN FORCE ON THE ORDER DATE FOR   *
      *    THE STATE ON THE CUSTOMER'S ADDRESS.  NO STATE OR NO      *
      *    RATE LEAVES THE WHOLE AMOUNT AS THE ORDER                 *
      *----------------------------------------------------------*
       0250-SPLIT-SALES-TAX.
           MOVE CTXN-DATE TO WS-TAX-DATE.
           PERFORM 0255-RESOLVE-STATE-AND-RATE.
           IF TAX-RATE-FOUND AND WS-TAX-RATE-PCT > 0
               COMPUTE WS-TAX-AMOUNT ROUNDED =
                   CTXN-AMOUNT * WS-TAX-RATE-PCT
                   / (100 + WS-TAX-RATE-PCT)
               MOVE WS-TAX-AMOUNT TO WS-GL-TAX-SIGNED
           END-IF.

      *----------------------------------------------------------*
      *    0255-RESOLVE-STATE-AND-RATE - STATE AND RATE AS OF       *
      *    WS-TAX-DATE                                               *
      *----------------------------------------------------------*
       0255-RESOLVE-STATE-AND-RATE.
           MOVE 'N' TO WS-TAX-RATE-FOUND.
           MOVE 0 TO WS-TAX-RATE-PCT.
           PERFORM 0260-RESOLVE-TAX-STATE.
           IF WS-TAX-STATE NOT = SPACES
               PERFORM 0270-FIND-TAX-RATE
           END-IF.

      *----------------------------------------------------------*
      *    0260-RESOLVE-TAX-STATE - THE CUSTOMER'S ADDRESS IN FORCE *
      *    ON THE DATE: THE LATEST NON-SEASONAL CUSTB ROW EFFECTIVE  *
      *    ON OR BEFORE IT, BROKEN OUT BY SUB-ADDR FOR ITS STATE     *
      *----------------------------------------------------------*
       0260-RESOLVE-TAX-STATE.
           MOVE SPACES TO WS-TAX-STATE.
           MOVE SPACES TO WS-ADDR-BEST.
           MOVE 0 TO WS-ADDR-BEST-EFFDATE.
           IF NOT CUST-B-IS-OPEN
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-ADDR-DONE.
           MOVE CTXN-ID TO B-ID.
           MOVE 0 TO B-EFFECTIVE-DATE.
           START CUST-B KEY >= B-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-ADDR-DONE
           END-START.
           PERFORM UNTIL WS-ADDR-DONE = 'Y'
               READ CUST-B NEXT
                   AT END
                       MOVE 'Y' TO WS-ADDR-DONE
                   NOT AT END
                       IF B-ID NOT = CTXN-ID
                               OR B-EFFECTIVE-DATE > WS-TAX-DATE
                           MOVE 'Y' TO WS-ADDR-DONE
                       ELSE
                           IF B-ADDR-TYPE NOT = 'S'
                               MOVE B-EFFECTIVE-DATE
                                   TO WS-ADDR-BEST-EFFDATE
                               MOVE B-ADDR TO WS-ADDR-BEST
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-ADDR-BEST NOT = SPACES
               CALL 'SUB-ADDR' USING WS-ADDR-BEST WS-PARSED-ADDR
               MOVE WS-PARSED-STATE TO WS-TAX-STATE
           END-IF.

      *----------------------------------------------------------*
      *    0270-FIND-TAX-RATE - THE STATE'S LATEST RATE ROW         *
      *    EFFECTIVE ON OR BEFORE THE DATE                           *
      *----------------------------------------------------------*
       0270-FIND-TAX-RATE.
           MOVE 0 TO WS-TAX-BEST-EFFDATE.
           PERFORM VARYING WS-TAX-IDX FROM 1 BY 1
                   UNTIL WS-TAX-IDX > WS-TAX-COUNT
               IF WS-TX-STATE(WS-TAX-IDX) = WS-TAX-STATE
                       AND WS-TX-EFFDATE(WS-TAX-IDX) <= WS-TAX-DATE
                       AND WS-TX-EFFDATE(WS-TAX-IDX)
                           >= WS-TAX-BEST-EFFDATE
                   SET TAX-RATE-FOUND TO TRUE
                   MOVE WS-TX-EFFDATE(WS-TAX-IDX)
                       TO WS-TAX-BEST-EFFDATE
                   MOVE WS-TX-RATE-PCT(WS-TAX-IDX)
                       TO WS-TAX-RATE-PCT
               END-IF
           END-PERFORM.

      *----------------------------------------------------------*
      *    0400-OPEN-NEW-BALANCE - FIRST ACTIVITY FOR THE CUSTOMER  *
      *----------------------------------------------------------*
           MOVE CTXN-ID TO BAL-ID.
           MOVE WS-SIGNED-AMOUNT TO BAL-AMOUNT.
           MOVE 1 TO BAL-TXN-COUNT.
           IF WS-TAX-AMOUNT > 0
               MOVE 2 TO BAL-TXN-COUNT
           END-IF.
           MOVE CTXN-DATE TO BAL-LAST-DATE.
           MOVE 0 TO BAL-CREDIT-LIMIT.
           WRITE BAL-REC
      *    0500-RETAIN-HISTORY - ONE DATED DETAIL ROW PER APPLIED   *
      *    TRANSACTION, KEYED ON THE CUSTOMER PLUS THE BALANCE       *
      *    ROW'S TRANSACTION COUNT AT THE MOMENT OF POSTING.  AN     *
      *    ORDER, FINANCE CHARGE OR POSITIVE ADJUSTMENT OPENS WITH  *
      *    ITS FULL AMOUNT OUTSTANDING, AS DOES A POSITIVE REVERSAL  *
      *    (A RETURNED PAYMENT IS OWED AGAIN); CREDITS CARRY NO     *
      *    OPEN AMOUNT OF THEIR OWN - THEY ARE ALLOCATED AGAINST    *
      *    THE OPEN DEBITS INSTEAD.                                  *
      *----------------------------------------------------------*
       0500-RETAIN-HISTORY.
           MOVE CTXN-ID TO HIST-ID.
           MOVE CTXN-TYPE TO HIST-TYPE.
           MOVE CTXN-SIGN TO HIST-SIGN.
           MOVE CTXN-AMOUNT TO HIST-AMOUNT.
      *    A TAXED ORDER KEEPS ONLY ITS NET ON THE ORDER ROW; THE
      *    TAX LINE TAKES THE LAST OF THE TWO SEQUENCES.
           IF CTXN-IS-ORDER AND WS-TAX-AMOUNT > 0
               COMPUTE HIST-SEQ = BAL-TXN-COUNT - 1
               COMPUTE HIST-AMOUNT = CTXN-AMOUNT - WS-TAX-AMOUNT
           END-IF.
           MOVE CTXN-DATE TO HIST-DATE.
           IF CTXN-IS-ORDER OR CTXN-IS-INTEREST
                   OR (CTXN-IS-ADJUSTMENT AND CTXN-SIGN NOT = '-')
                   OR (CTXN-IS-REVERSAL AND CTXN-SIGN NOT = '-')
               MOVE HIST-AMOUNT TO HIST-OPEN-AMOUNT
               MOVE 'O' TO HIST-OPEN-STATUS
           ELSE
               MOVE 0 TO HIST-OPEN-AMOUNT
               MOVE SPACE TO HIST-REV-FLAG
           END-IF.
           MOVE WS-EFF-ACCT-DATE TO HIST-ACCT-DATE.
           MOVE SPACE TO HIST-DISPUTE-FLAG.
           MOVE 0 TO HIST-DISPUTE-DATE.
           MOVE SPACES TO HIST-DISPUTE-REASON.
           MOVE 0 TO WS-INVOICE-NO.
           IF CTXN-IS-ORDER
               COMPUTE WS-INVOICE-NO = WS-LAST-INVOICE + 1
           END-IF.
           MOVE WS-INVOICE-NO TO HIST-INVOICE-NO.
           WRITE HIST-REC
               INVALID KEY
                   MOVE 0 TO WS-INVOICE-NO
           END-WRITE.
           PERFORM 0555-REGISTER-APPLIED.
           IF CTXN-IS-WRITEOFF OR CTXN-IS-REFUND OR CTXN-IS-REVERSAL
               PERFORM 0580-AUDIT-MONEY-OUT
           END-IF.
           MOVE CTXN-TYPE TO WS-GL-POST-TYPE.
           MOVE SPACES TO WS-GL-POST-STATE.
           COMPUTE WS-GL-POST-AMOUNT =
               WS-SIGNED-AMOUNT - WS-GL-TAX-SIGNED.
           PERFORM 0560-TALLY-GL-SUMMARY.

           IF CTXN-IS-ORDER
               IF WS-TAX-AMOUNT > 0
                   ADD 1 TO WS-TAXED-COUNT
               ELSE
                   ADD 1 TO WS-UNTAXED-COUNT
               END-IF
           END-IF.
           IF WS-GL-TAX-SIGNED NOT = 0
               IF CTXN-IS-ORDER
                   PERFORM 0520-RETAIN-TAX-LINE
               END-IF
               MOVE 'T' TO WS-GL-POST-TYPE
               MOVE WS-TAX-STATE TO WS-GL-POST-STATE
               MOVE WS-GL-TAX-SIGNED TO WS-GL-POST-AMOUNT
               PERFORM 0560-TALLY-GL-SUMMARY
               PERFORM 0565-WRITE-TAX-JOURNAL
               ADD WS-GL-TAX-SIGNED TO WS-TAX-TOTAL
           END-IF.
           IF WS-INVOICE-NO > 0
               PERFORM 0570-ISSUE-INVOICE
           END-IF.

      *----------------------------------------------------------*
      *    0580-AUDIT-MONEY-OUT - ONE AUDIT ROW PER WRITE-OFF,      *
      *    REFUND OR REVERSAL POSTED, KEYED ON THE CUSTOMER AND      *
      *    STAMPED WITH THE OPERATOR ON FILE FOR THE RUN             *
      *----------------------------------------------------------*
       0580-AUDIT-MONEY-OUT.
           MOVE "POST" TO AUDIT-PROGRAM.
           MOVE SPACES TO AUDIT-KEY.
           STRING CTXN-ID "-" CTXN-TXN-ID
               DELIMITED BY SIZE INTO AUDIT-KEY.
           EVALUATE TRUE
               WHEN CTXN-IS-WRITEOFF
                   MOVE "WRITE-OFF" TO AUDIT-ACTION
               WHEN CTXN-IS-REFUND
                   MOVE "REFUND" TO AUDIT-ACTION
               WHEN OTHER
                   MOVE "REVERSAL" TO AUDIT-ACTION
           END-EVALUATE.
           MOVE WS-RUN-ID TO AUDIT-RUN-ID.
           MOVE WS-OPERATOR-ID TO AUDIT-OPERATOR.
           MOVE FUNCTION CURRENT-DATE TO AUDIT-TIMESTAMP.
           MOVE WS-GL-POST-COMPANY TO AUDIT-COMPANY.
           WRITE AUDIT-RECORD.

      *----------------------------------------------------------*
      *    0520-RETAIN-TAX-LINE - THE SALES TAX SPLIT OUT OF AN     *
      *    ORDER, AS ITS OWN OPEN 'T' ROW RIGHT BEHIND THE ORDER     *
      *    UNDER THE SAME TRANSACTION ID, SO IT AGES AND IS PAID     *
      *    OFF LIKE ANY OTHER DEBIT                                  *
      *----------------------------------------------------------*
       0520-RETAIN-TAX-LINE.
           MOVE CTXN-ID TO HIST-ID.
           MOVE BAL-TXN-COUNT TO HIST-SEQ.
           MOVE 'T' TO HIST-TYPE.
           MOVE '+' TO HIST-SIGN.
           MOVE WS-TAX-AMOUNT TO HIST-AMOUNT.
           MOVE CTXN-DATE TO HIST-DATE.
           MOVE WS-TAX-AMOUNT TO HIST-OPEN-AMOUNT.
           MOVE 'O' TO HIST-OPEN-STATUS.
           MOVE CTXN-TXN-ID TO HIST-TXN-ID.
           MOVE SPACE TO HIST-REV-FLAG.
           MOVE WS-EFF-ACCT-DATE TO HIST-ACCT-DATE.
           MOVE SPACE TO HIST-DISPUTE-FLAG.
           MOVE 0 TO HIST-DISPUTE-DATE.
           MOVE SPACES TO HIST-DISPUTE-REASON.
           MOVE WS-INVOICE-NO TO HIST-INVOICE-NO.
           WRITE HIST-REC
               INVALID KEY
                   CONTINUE
           END-WRITE.

      *----------------------------------------------------------*
      *    0570-ISSUE-INVOICE - THE NUMBER THE ORDER'S HISTORY ROW  *
      *    TOOK BECOMES THE LAST ISSUED, ON DISK AT ONCE, AND THE    *
      *    INVOICE GOES ONTO THE REGISTER WITH ITS NET AND TAX       *
      *----------------------------------------------------------*
       0570-ISSUE-INVOICE.
           MOVE WS-INVOICE-NO TO WS-LAST-INVOICE.
           IF WS-FIRST-INVOICE = 0
               MOVE WS-INVOICE-NO TO WS-FIRST-INVOICE
           END-IF.
           ADD 1 TO WS-INVOICE-COUNT.
           OPEN OUTPUT INVCTL-FILE.
           MOVE WS-LAST-INVOICE TO INVCTL-LAST-NO.
           WRITE INVCTL-REC.
           CLOSE INVCTL-FILE.

           MOVE WS-INVOICE-NO TO INV-NUMBER.
           MOVE CTXN-ID TO INV-CUST-ID.
           MOVE BAL-TXN-COUNT TO INV-SEQ.
           IF WS-TAX-AMOUNT > 0
               COMPUTE INV-SEQ = BAL-TXN-COUNT - 1
           END-IF.
           MOVE CTXN-TXN-ID TO INV-TXN-ID.
           MOVE CTXN-DATE TO INV-DATE.
           MOVE WS-EFF-ACCT-DATE TO INV-ACCT-DATE.
           COMPUTE INV-NET = CTXN-AMOUNT - WS-TAX-AMOUNT.
           MOVE WS-TAX-AMOUNT TO INV-TAX.
           MOVE WS-TAX-STATE TO INV-STATE.
           MOVE WS-GL-POST-COMPANY TO INV-COMPANY.
           MOVE WS-RUN-ID TO INV-RUN-ID.
           WRITE INV-RECORD.

      *----------------------------------------------------------*
      *    0565-WRITE-TAX-JOURNAL - ONE JOURNAL ROW PER TAX MOVE:   *
      *    PLUS WHEN AN ORDER CHARGES IT, MINUS WHEN A REVERSAL      *
      *    TAKES IT BACK                                             *
      *----------------------------------------------------------*
       0565-WRITE-TAX-JOURNAL.
           MOVE CTXN-ID TO TXJ-CUST-ID.
           MOVE CTXN-TXN-ID TO TXJ-TXN-ID.
           MOVE CTXN-DATE TO TXJ-DATE.
           MOVE WS-EFF-ACCT-DATE TO TXJ-ACCT-DATE.
           MOVE WS-TAX-STATE TO TXJ-STATE.
           MOVE WS-TAX-RATE-PCT TO TXJ-RATE-PCT.
           IF WS-GL-TAX-SIGNED < 0
               MOVE '-' TO TXJ-SIGN
           ELSE
               MOVE '+' TO TXJ-SIGN
           END-IF.
           COMPUTE TXJ-TAXABLE = CTXN-AMOUNT - WS-TAX-AMOUNT.
           MOVE WS-TAX-AMOUNT TO TXJ-TAX.
           MOVE WS-RUN-ID TO TXJ-RUN-ID.
           WRITE TXJ-RECORD.

      *----------------------------------------------------------*
      *    0555-REGISTER-APPLIED - REMEMBER THE TRANSACTION ID SO   *
      *    A RERUN AFTER A CRASH SKIPS IT INSTEAD OF DOUBLE-POSTING  *
           END-READ.

      *----------------------------------------------------------*
      *    0560-TALLY-GL-SUMMARY - BUCKET THE AMOUNT IN             *
      *    WS-GL-POST-AMOUNT INTO ITS POSTING-DATE/TYPE SLOT FOR     *
      *    THE LEDGER EXTRACT, THE SAME SLOT-TABLE PATTERN MONTHEND  *
      *    USES.  SALES TAX ('T') IS FURTHER SPLIT BY STATE, AND     *
      *    EVERY SLOT BELONGS TO THE CUSTOMER'S COMPANY              *
      *----------------------------------------------------------*
       0560-TALLY-GL-SUMMARY.
           MOVE 'N' TO WS-GL-SLOT.
           PERFORM VARYING WS-GL-IDX FROM 1 BY 1
                   UNTIL WS-GL-IDX > WS-GL-USED
               IF WS-GL-DATE(WS-GL-IDX) = WS-EFF-ACCT-DATE
                       AND WS-GL-TYPE(WS-GL-IDX) = WS-GL-POST-TYPE
                       AND WS-GL-STATE(WS-GL-IDX) = WS-GL-POST-STATE
                       AND WS-GL-COMPANY(WS-GL-IDX) = WS-GL-POST-COMPANY
                   SET GL-SLOT-FOUND TO TRUE
                   ADD 1 TO WS-GL-COUNT(WS-GL-IDX)
                   ADD WS-GL-POST-AMOUNT TO WS-GL-AMOUNT(WS-GL-IDX)
               END-IF
           END-PERFORM.

           IF NOT GL-SLOT-FOUND AND WS-GL-USED < 200
               ADD 1 TO WS-GL-USED
               MOVE WS-EFF-ACCT-DATE TO WS-GL-DATE(WS-GL-USED)
               MOVE WS-GL-POST-TYPE TO WS-GL-TYPE(WS-GL-USED)
               MOVE WS-GL-POST-STATE TO WS-GL-STATE(WS-GL-USED)
               MOVE WS-GL-POST-COMPANY TO WS-GL-COMPANY(WS-GL-USED)
               MOVE 1 TO WS-GL-COUNT(WS-GL-USED)
               MOVE WS-GL-POST-AMOUNT TO WS-GL-AMOUNT(WS-GL-USED)
           END-IF.

      *----------------------------------------------------------*
      *    0450-REFER-OVER-LIMIT - THE ORDER WOULD BREACH THE       *
      *    CUSTOMER'S CREDIT LIMIT: ONE REFERRAL REPORT LINE, ONE    *
      *    REFERRAL-LOG ROW FOR THE DECISION QUEUE, ONE EXCEPTIONS   *
      *    ROW WITH THE RUN ID, NOTHING POSTED                       *
      *----------------------------------------------------------*
       0450-REFER-OVER-LIMIT.
           ADD 1 TO WS-REFERRED-COUNT.
               DELIMITED BY SIZE INTO REFERRAL-REC.
           WRITE REFERRAL-REC.

           MOVE CTXN-REC TO REFLOG-REC.
           MOVE BAL-AMOUNT TO REFLOG-BALANCE.
           MOVE BAL-CREDIT-LIMIT TO REFLOG-LIMIT.
           MOVE FUNCTION CURRENT-DATE(1:8) TO REFLOG-REFERRED.
           MOVE WS-RUN-ID TO REFLOG-RUN-ID.
           WRITE REFLOG-REC.

           MOVE "CREDIT LIMIT REFERRAL" TO EXCEPT-REASON.
           PERFORM 0600-WRITE-EXCEPTION.

      *    ADJUSTMENT) IS APPLIED AGAINST SPECIFIC OPEN ORDERS       *
      *    RATHER THAN ONLY FOLDED INTO THE NET BALANCE: THE ORDER   *
      *    THE ROW'S REFERENCE NAMES FIRST, THEN THE OLDEST OPEN     *
      *    ORDERS, WITH ANY REMAINDER TO UNAPPLIED-CASH SUSPENSE.    *
      *    A CASH APPLICATION GOES ONLY TO THE ORDER IT NAMES: ITS   *
      *    CREDIT IS ALREADY IN THE BALANCE, SO ONLY THE OPEN ITEMS  *
      *    MOVE, THE OLDEST-FIRST WALK IS SKIPPED, AND               *
      *    WHAT THE NAMED ORDER DOES NOT TAKE RETURNS TO SUSPENSE    *
      *    AS A FRESH REGISTER ITEM.                                 *
      *----------------------------------------------------------*
       0510-ALLOCATE-IF-CREDIT.
           IF NOT CTXN-IS-PAYMENT
                   AND NOT CTXN-IS-CASH-APPLY
                   AND NOT CTXN-IS-WRITEOFF
                   AND NOT (CTXN-IS-ADJUSTMENT
                   AND CTXN-SIGN = '-')
               PERFORM 0530-APPLY-TO-REFERENCED
           END-IF.

           IF WS-APPLY-LEFT > 0 AND NOT CTXN-IS-CASH-APPLY
               PERFORM 0540-APPLY-OLDEST-FIRST
           END-IF.


      *----------------------------------------------------------*
      *    0540-APPLY-OLDEST-FIRST - WALK THE CUSTOMER'S OPEN       *
      *    ORDERS IN POSTING ORDER AND WORK THE CREDIT DOWN; AN      *
      *    ITEM IN DISPUTE IS PASSED OVER - ONLY A PAYMENT THAT      *
      *    NAMES IT SETTLES IT                                       *
      *----------------------------------------------------------*
       0540-APPLY-OLDEST-FIRST.
           MOVE 'N' TO WS-APPLY-DONE.
                       ELSE
                           IF HIST-OPEN-STATUS = 'O'
                                   AND HIST-OPEN-AMOUNT > 0
                                   AND HIST-DISPUTE-FLAG NOT = 'Y'
                               PERFORM 0545-SETTLE-CURRENT-ORDER
                           END-IF
                       END-IF
               SUBTRACT HIST-OPEN-AMOUNT FROM WS-APPLY-LEFT
               MOVE 0 TO HIST-OPEN-AMOUNT
               MOVE 'C' TO HIST-OPEN-STATUS
               PERFORM 0548-LOG-SETTLEMENT
           ELSE
               SUBTRACT WS-APPLY-LEFT FROM HIST-OPEN-AMOUNT
               MOVE 0 TO WS-APPLY-LEFT
                   CONTINUE
           END-REWRITE.

      *----------------------------------------------------------*
      *    0548-LOG-SETTLEMENT - THE ITEM IN HIST-REC HAS JUST      *
      *    CLOSED; RECORD WHEN, AND BY WHAT                          *
      *----------------------------------------------------------*
       0548-LOG-SETTLEMENT.
           ADD 1 TO WS-SETTLED-COUNT.
           MOVE HIST-ID TO STL-CUST-ID.
           MOVE HIST-SEQ TO STL-SEQ.
           MOVE HIST-TYPE TO STL-ITEM-TYPE.
           MOVE HIST-AMOUNT TO STL-ITEM-AMOUNT.
           MOVE HIST-DATE TO STL-ITEM-DATE.
           MOVE CTXN-DATE TO STL-CLOSED-DATE.
           MOVE CTXN-TYPE TO STL-BY-TYPE.
           MOVE CTXN-TXN-ID TO STL-BY-TXN-ID.
           MOVE WS-RUN-ID TO STL-RUN-ID.
           WRITE STL-RECORD.

      *----------------------------------------------------------*
      *    0550-WRITE-UNAPPLIED - NO OPEN ORDER LEFT TO SETTLE -    *
      *    THE REMAINDER GOES TO UNAPPLIED-CASH SUSPENSE             *
               DELIMITED BY SIZE INTO CONTROL-REC.
           WRITE CONTROL-REC.

           MOVE WS-TAX-TOTAL TO WS-TAX-DISPLAY.
           MOVE SPACES TO CONTROL-REC.
           STRING "SALES TAX ORDERS TAXED=" WS-TAXED-COUNT
               " UNTAXED=" WS-UNTAXED-COUNT
               " TAX=" WS-TAX-DISPLAY
               DELIMITED BY SIZE INTO CONTROL-REC.
           WRITE CONTROL-REC.

           MOVE SPACES TO CONTROL-REC.
           STRING "REJECTED NOT IN ACCOUNT CURRENCY="
               WS-CURRENCY-REJECT-COUNT
               DELIMITED BY SIZE INTO CONTROL-REC.
           WRITE CONTROL-REC.

           MOVE SPACES TO CONTROL-REC.
           STRING "ITEMS SETTLED IN FULL=" WS-SETTLED-COUNT
               DELIMITED BY SIZE INTO CONTROL-REC.
           WRITE CONTROL-REC.

           MOVE SPACES TO CONTROL-REC.
           STRING "INVOICES ISSUED=" WS-INVOICE-COUNT
               " FIRST=" WS-FIRST-INVOICE
               " LAST=" WS-LAST-INVOICE
               DELIMITED BY SIZE INTO CONTROL-REC.
           WRITE CONTROL-REC.

           CLOSE CONTROL-FILE.

      *----------------------------------------------------------*
      *    0850-WRITE-GL-SUMMARY - THE LEDGER EXTRACT: ONE GLS ROW  *
      *    PER POSTING DATE PER TYPE PER COMPANY (AND PER STATE FOR  *
      *    SALES TAX) WITH COUNT AND SIGNED AMOUNT IN THE BOOK'S     *
      *    CURRENCY, THE PERIOD-END RATE AND THE HOME-CURRENCY       *
      *    VALUE AT THAT RATE, CLOSED BY A TRL ROW CARRYING THE ROW  *
      *    COUNT AND THE HOME-CURRENCY NET OF EVERYTHING POSTED.     *
      *    EACH GLS ROW ALSO GOES ONTO THE RUNNING GL HISTORY        *
      *----------------------------------------------------------*
       0850-WRITE-GL-SUMMARY.
           OPEN OUTPUT GL-FILE.
           OPEN EXTEND GLHIST-FILE.
           IF NOT GLHIST-FILE-OK
               OPEN OUTPUT GLHIST-FILE
           END-IF.

           MOVE 0 TO WS-GL-TOTAL.
           MOVE 0 TO WS-GL-HOME-TOTAL.
           MOVE 0 TO WS-GL-ROWS.
           PERFORM VARYING WS-GL-IDX FROM 1 BY 1
                   UNTIL WS-GL-IDX > WS-GL-USED
               MOVE WS-GL-DATE(WS-GL-IDX) TO GLD-DATE
               MOVE WS-GL-TYPE(WS-GL-IDX) TO GLD-TYPE
               MOVE WS-GL-COUNT(WS-GL-IDX) TO GLD-COUNT
               MOVE WS-GL-STATE(WS-GL-IDX) TO GLD-STATE
               MOVE WS-GL-COMPANY(WS-GL-IDX) TO GLD-COMPANY
               IF WS-GL-AMOUNT(WS-GL-IDX) < 0
                   MOVE '-' TO GLD-SIGN
                   COMPUTE GLD-AMOUNT = 0 - WS-GL-AMOUNT(WS-GL-IDX)
                   MOVE '+' TO GLD-SIGN
                   MOVE WS-GL-AMOUNT(WS-GL-IDX) TO GLD-AMOUNT
               END-IF
               PERFORM 0860-CONVERT-GL-ROW
               WRITE GL-DETAIL-REC
               MOVE GLD-TAG TO GLH-TAG
               MOVE GLD-DATE TO GLH-DATE
               MOVE GLD-TYPE TO GLH-TYPE
               MOVE GLD-COUNT TO GLH-COUNT
               MOVE GLD-SIGN TO GLH-SIGN
               MOVE GLD-AMOUNT TO GLH-AMOUNT
               MOVE GLD-STATE TO GLH-STATE
               MOVE WS-RUN-ID TO GLH-RUN-ID
               MOVE WS-RUN-DATE TO GLH-RUN-DATE
               MOVE GLD-COMPANY TO GLH-COMPANY
               WRITE GLH-RECORD
               ADD 1 TO WS-GL-ROWS
               ADD WS-GL-AMOUNT(WS-GL-IDX) TO WS-GL-TOTAL
               ADD WS-GL-HOME-AMOUNT TO WS-GL-HOME-TOTAL
           END-PERFORM.

           MOVE "TRL" TO GLT-TAG.
           MOVE WS-GL-ROWS TO GLT-COUNT.
           IF WS-GL-HOME-TOTAL < 0
               MOVE '-' TO GLT-SIGN
               COMPUTE GLT-AMOUNT = 0 - WS-GL-HOME-TOTAL
           ELSE
               MOVE '+' TO GLT-SIGN
               MOVE WS-GL-HOME-TOTAL TO GLT-AMOUNT
           END-IF.
           MOVE "01" TO FXQ-COMPANY.
           MOVE WS-RUN-DATE TO FXQ-DATE.
           CALL 'SUB-FX' USING FXQ-REQUEST.
           MOVE FXQ-HOME-CURRENCY TO GLT-CURRENCY.
           WRITE GL-TRAILER-REC.

           CLOSE GL-FILE.
           CLOSE GLHIST-FILE.

           IF WS-GL-NO-RATE-COUNT > 0
               DISPLAY "POST - no exchange rate on file for "
                   WS-GL-NO-RATE-COUNT " GL row(s), converted at 1"
           END-IF.

      *----------------------------------------------------------*
      *    0860-CONVERT-GL-ROW - THE ROW'S HOME-CURRENCY VALUE AT   *
      *    THE RATE IN FORCE AT THE END OF ITS PERIOD (THE LATEST    *
      *    RATE ON FILE WHILE THAT PERIOD IS STILL RUNNING)          *
      *----------------------------------------------------------*
       0860-CONVERT-GL-ROW.
           MOVE GLD-DATE(1:4) TO WS-PERIOD-YEAR.
           MOVE GLD-DATE(5:2) TO WS-PERIOD-MONTH.
           IF WS-PERIOD-MONTH = 12
               ADD 1 TO WS-PERIOD-YEAR
               MOVE 1 TO WS-PERIOD-MONTH
           ELSE
               ADD 1 TO WS-PERIOD-MONTH
           END-IF.
           COMPUTE WS-PERIOD-WORK = WS-PERIOD-YEAR * 10000
               + WS-PERIOD-MONTH * 100 + 1.
           COMPUTE WS-PERIOD-DAYS =
               FUNCTION INTEGER-OF-DATE(WS-PERIOD-WORK) - 1.
           MOVE FUNCTION DATE-OF-INTEGER(WS-PERIOD-DAYS)
               TO WS-PERIOD-END.

           MOVE GLD-COMPANY TO FXQ-COMPANY.
           MOVE WS-PERIOD-END TO FXQ-DATE.
           CALL 'SUB-FX' USING FXQ-REQUEST.
           IF FXQ-RATE-MISSING
               ADD 1 TO WS-GL-NO-RATE-COUNT
           END-IF.
           MOVE FXQ-CURRENCY TO GLD-CURRENCY.
           MOVE FXQ-RATE TO GLD-FX-RATE.
           COMPUTE WS-GL-HOME-AMOUNT ROUNDED =
               WS-GL-AMOUNT(WS-GL-IDX) * FXQ-RATE.
           IF WS-GL-HOME-AMOUNT < 0
               MOVE '-' TO GLD-HOME-SIGN
               COMPUTE GLD-HOME-AMOUNT = 0 - WS-GL-HOME-AMOUNT
           ELSE
               MOVE '+' TO GLD-HOME-SIGN
               MOVE WS-GL-HOME-AMOUNT TO GLD-HOME-AMOUNT
           END-IF.
