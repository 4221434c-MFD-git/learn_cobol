       IDENTIFICATION DIVISION.
       PROGRAM-ID. FINCHG.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *----------------------------------------------------------*
      *    HISTORY-FILE - THE POSTED-TRANSACTION DETAIL POST        *
      *    RETAINS; ITS OPEN ORDERS (HIST-OPEN-STATUS 'O') WITH      *
      *    WHAT IS STILL OUTSTANDING ON EACH ARE WHAT A FINANCE      *
      *    CHARGE IS RAISED ON.  READ ONLY - POST ALONE SETTLES.     *
      *----------------------------------------------------------*
           SELECT HISTORY-FILE ASSIGN TO './cust-txn-history.txt'
               ORGANIZATION IS INDEXED
               RECORD KEY IS HIST-KEY
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS WS-HISTORY-STATUS.

      *----------------------------------------------------------*
      *    CUST-A - THE CUSTOMER MASTER, READ BY KEY ONLY FOR THE   *
      *    STATUS BYTE: A DECEASED ('D') ACCOUNT IS FROZEN           *
      *----------------------------------------------------------*
           SELECT CUST-A ASSIGN TO './custA.txt'
               ORGANIZATION IS INDEXED
               RECORD KEY IS A-ID
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS WS-CUST-A-STATUS.

      *----------------------------------------------------------*
      *    PREF-FILE - THE CONTACT-PREFERENCE MASTER PREFMNT        *
      *    MAINTAINS; A CUSTOMER FLAGGED DO-NOT-CHARGE OR IN         *
      *    DISPUTE IS LEFT OUT OF THE RUN AND COUNTED                *
      *----------------------------------------------------------*
           SELECT PREF-FILE ASSIGN TO './cust_prefs.txt'
               ORGANIZATION IS INDEXED
               RECORD KEY IS PREF-CUST-ID
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS WS-PREF-STATUS.

      *----------------------------------------------------------*
      *    PARM-FILE - THE MONTHLY RATE (PERCENT, FOUR DECIMALS)    *
      *    AND THE GRACE DAYS AN ORDER MAY RUN PAST ITS DATE BEFORE  *
      *    IT ATTRACTS A CHARGE.  A MISSING OR UNREADABLE FILE       *
      *    CHARGES 1.5 PERCENT AFTER 30 DAYS.                        *
      *----------------------------------------------------------*
           SELECT PARM-FILE ASSIGN TO './finchg_param.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

      *----------------------------------------------------------*
      *    LAST-FILE - THE MONTH (YYYYMM) LAST CHARGED, WHICH IS     *
      *    WHAT STOPS A RERUN IN THE SAME MONTH FROM CHARGING THE    *
      *    SAME ORDERS TWICE - THE ROLE SO-LAST-GEN PLAYS FOR        *
      *    STANDING                                                  *
      *----------------------------------------------------------*
           SELECT LAST-FILE ASSIGN TO './result/finchg-last.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LAST-STATUS.

      *----------------------------------------------------------*
      *    TXN-OUT - ONE 'I' ROW PER CHARGED CUSTOMER IN THE        *
      *    CUST_TXN ROW LAYOUT WITH THE TRL CONTROL TRAILER.  POST   *
      *    CONSUMES THIS STAGED FEED AS PART OF ITS FEED LIST.       *
      *----------------------------------------------------------*
           SELECT TXN-OUT ASSIGN TO './result/finchg-txn.txt'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT REPORT-FILE ASSIGN TO './result/finchg-report.txt'
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

       FD PREF-FILE.
           COPY "prefrec".

       FD PARM-FILE.
       01 PARM-REC.
           05 PARM-RATE PIC 9(2)V9(4).
           05 PARM-GRACE-DAYS PIC 9(3).

       FD LAST-FILE.
       01 LAST-REC.
           05 LAST-MONTH PIC X(6).

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

       FD REPORT-FILE.
       01 REPORT-REC PIC X(80).

       FD AUDIT-FILE.
           COPY "auditrec".

       FD RUNID-FILE.
       01 RUNID-REC.
           05 RUNID-VALUE PIC X(8).

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------*
      *    MONTHLY FINANCE-CHARGE RUN - REPLACES THE HAND-KEYED     *
      *    'J' ADJUSTMENTS.  ONE PASS OF THE POSTING HISTORY IN KEY  *
      *    ORDER (CUSTOMER, THEN SEQUENCE): EVERY OPEN ORDER WHOSE   *
      *    DATE IS MORE THAN THE GRACE DAYS BEHIND THE RUN DATE      *
      *    ATTRACTS THE MONTHLY RATE ON ITS OUTSTANDING AMOUNT, AND  *
      *    THE CUSTOMER'S CHARGES ROLL UP INTO ONE 'I' ROW AT THE    *
      *    CUSTOMER BREAK.  ONLY ORDERS ARE CHARGED - AN EARLIER     *
      *    'I' ITEM STILL OPEN IS NEVER CHARGED AGAIN, SO INTEREST   *
      *    DOES NOT COMPOUND.                                        *
      *----------------------------------------------------------*
       01 WS-HISTORY-STATUS PIC XX.
           88 HISTORY-FILE-OK VALUE '00'.
       01 WS-PREF-STATUS PIC XX.
           88 PREF-FILE-OK VALUE '00'.
       01 WS-PARM-STATUS PIC XX.
           88 PARM-FILE-OK VALUE '00'.
       01 WS-LAST-STATUS PIC XX.
           88 LAST-FILE-OK VALUE '00'.
       01 WS-AUDIT-STATUS PIC XX.
           88 AUDIT-FILE-OK VALUE '00'.
       01 WS-CUST-A-STATUS PIC XX.
           88 CUST-A-OK VALUE '00'.
       01 WS-RUNID-STATUS PIC XX.
           88 RUNID-FILE-OK VALUE '00'.
       01 WS-RUN-ID PIC X(8) VALUE SPACES.
       01 WS-SCAN-DONE PIC X VALUE 'N'.

       01 WS-RUN-DATE PIC 9(8).
       01 WS-RUN-MONTH PIC X(6).
       01 WS-LAST-MONTH PIC X(6) VALUE SPACES.
       01 WS-RATE PIC 9(2)V9(4) VALUE 1.5.
       01 WS-GRACE-DAYS PIC 9(3) VALUE 30.
       01 WS-AGE-DAYS PIC S9(7).

      *----------------------------------------------------------*
      *    CUSTOMER-BREAK STATE - THE CUSTOMER BEING ACCUMULATED,   *
      *    WHETHER A PREFERENCE FLAG EXEMPTS THEM, AND WHAT THEIR    *
      *    OVERDUE ORDERS HAVE ADDED UP TO SO FAR                    *
      *----------------------------------------------------------*
       01 WS-CUR-ID PIC X(5) VALUE SPACES.
       01 WS-EXEMPT-FLAG PIC X VALUE 'N'.
           88 CUSTOMER-EXEMPT VALUE 'Y'.
       01 WS-EXEMPT-REASON PIC X(14).
       01 WS-CUST-BASE PIC 9(9)V99.
       01 WS-CUST-CHARGE PIC 9(7)V99.
       01 WS-CUST-ITEMS PIC 9(5).
       01 WS-ITEM-CHARGE PIC 9(7)V99.

       01 WS-ROWS-READ PIC 9(10) VALUE 0.
       01 WS-ITEMS-CHARGED PIC 9(10) VALUE 0.
       01 WS-GEN-COUNT PIC 9(10) VALUE 0.
       01 WS-EXEMPT-COUNT PIC 9(10) VALUE 0.
       01 WS-DECEASED-COUNT PIC 9(10) VALUE 0.
       01 WS-ITEMS-DISPUTED PIC 9(10) VALUE 0.
       01 WS-NET-AMOUNT PIC S9(11)V99 VALUE 0.
       01 WS-TXN-SEQ PIC 9(4) VALUE 0.

       01 WS-AMOUNT-DISPLAY PIC Z(8)9.99.
       01 WS-CHARGE-DISPLAY PIC Z(6)9.99.
       01 WS-RATE-DISPLAY PIC Z9.9999.
       01 WS-AGE-DISPLAY PIC Z(4)9.

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE.
           MOVE WS-RUN-DATE(1:6) TO WS-RUN-MONTH.
           PERFORM 0050-LOAD-RUN-ID.
           PERFORM 0100-LOAD-PARAMETERS.
           PERFORM 0150-LOAD-LAST-MONTH.

           IF WS-LAST-MONTH NOT = SPACES
                   AND WS-LAST-MONTH >= WS-RUN-MONTH
               DISPLAY "FINCHG - finance charges already raised for "
                   WS-RUN-MONTH ", nothing to do"
               MOVE 0 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN INPUT HISTORY-FILE.
           IF NOT HISTORY-FILE-OK
               DISPLAY "FINCHG - no posting history on file, status "
                   WS-HISTORY-STATUS
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN INPUT PREF-FILE.
           OPEN INPUT CUST-A.
           OPEN OUTPUT TXN-OUT.
           OPEN OUTPUT REPORT-FILE.

           OPEN EXTEND AUDIT-FILE.
           IF NOT AUDIT-FILE-OK
               OPEN OUTPUT AUDIT-FILE
           END-IF.

           MOVE WS-RATE TO WS-RATE-DISPLAY.
           MOVE SPACES TO REPORT-REC.
           STRING "FINANCE CHARGES MONTH=" WS-RUN-MONTH
               " RATE=" WS-RATE-DISPLAY "%"
               " GRACE DAYS=" WS-GRACE-DAYS
               " RUN DATE=" WS-RUN-DATE
               DELIMITED BY SIZE INTO REPORT-REC.
           WRITE REPORT-REC.

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
                       PERFORM 0200-JUDGE-ONE-ROW
               END-READ
           END-PERFORM.
           IF WS-CUR-ID NOT = SPACES
               PERFORM 0400-CLOSE-CUSTOMER
           END-IF.

           PERFORM 0800-WRITE-TRAILER.
           PERFORM 0850-SAVE-LAST-MONTH.

           MOVE WS-NET-AMOUNT TO WS-AMOUNT-DISPLAY.
           MOVE SPACES TO REPORT-REC.
           STRING "CUSTOMERS CHARGED=" WS-GEN-COUNT
               " ORDERS CHARGED=" WS-ITEMS-CHARGED
               " TOTAL=" WS-AMOUNT-DISPLAY
               DELIMITED BY SIZE INTO REPORT-REC.
           WRITE REPORT-REC.
           MOVE SPACES TO REPORT-REC.
           STRING "CUSTOMERS EXEMPT BY PREFERENCE=" WS-EXEMPT-COUNT
               DELIMITED BY SIZE INTO REPORT-REC.
           WRITE REPORT-REC.
           MOVE SPACES TO REPORT-REC.
           STRING "DECEASED ACCOUNTS FROZEN=" WS-DECEASED-COUNT
               DELIMITED BY SIZE INTO REPORT-REC.
           WRITE REPORT-REC.
           MOVE SPACES TO REPORT-REC.
           STRING "DISPUTED ORDERS NOT CHARGED=" WS-ITEMS-DISPUTED
               DELIMITED BY SIZE INTO REPORT-REC.
           WRITE REPORT-REC.

           CLOSE HISTORY-FILE.
           IF PREF-FILE-OK
               CLOSE PREF-FILE
           END-IF.
           IF CUST-A-OK OR WS-CUST-A-STATUS = '10'
                   OR WS-CUST-A-STATUS = '23'
               CLOSE CUST-A
           END-IF.
           CLOSE TXN-OUT.
           CLOSE REPORT-FILE.
           CLOSE AUDIT-FILE.

           DISPLAY "FINCHG history rows read: " WS-ROWS-READ.
           DISPLAY "FINCHG customers charged: " WS-GEN-COUNT.
           DISPLAY "FINCHG overdue orders charged: "
               WS-ITEMS-CHARGED.
           DISPLAY "FINCHG customers exempt by preference: "
               WS-EXEMPT-COUNT.
           DISPLAY "FINCHG deceased accounts frozen: "
               WS-DECEASED-COUNT.
           DISPLAY "FINCHG disputed orders not charged: "
               WS-ITEMS-DISPUTED.

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
      *    0100-LOAD-PARAMETERS - RATE AND GRACE DAYS, KEEPING THE  *
      *    DEFAULTS FOR ANY FIELD THAT IS NOT NUMERIC                *
      *----------------------------------------------------------*
       0100-LOAD-PARAMETERS.
           OPEN INPUT PARM-FILE.
           IF PARM-FILE-OK
               READ PARM-FILE
                   NOT AT END
                       IF PARM-RATE NUMERIC
                           MOVE PARM-RATE TO WS-RATE
                       END-IF
                       IF PARM-GRACE-DAYS NUMERIC
                           MOVE PARM-GRACE-DAYS TO WS-GRACE-DAYS
                       END-IF
               END-READ
               CLOSE PARM-FILE
           END-IF.

      *----------------------------------------------------------*
      *    0150-LOAD-LAST-MONTH - THE MONTH THE LAST RUN CHARGED    *
      *----------------------------------------------------------*
       0150-LOAD-LAST-MONTH.
           OPEN INPUT LAST-FILE.
           IF LAST-FILE-OK
               READ LAST-FILE
                   NOT AT END
                       IF LAST-MONTH NUMERIC
                           MOVE LAST-MONTH TO WS-LAST-MONTH
                       END-IF
               END-READ
               CLOSE LAST-FILE
           END-IF.

      *----------------------------------------------------------*
      *    0200-JUDGE-ONE-ROW - CLOSE OUT THE PREVIOUS CUSTOMER ON  *
      *    A KEY BREAK, THEN CHARGE THIS ROW IF IT IS AN OVERDUE     *
      *    OPEN ORDER THAT IS NOT IN DISPUTE                         *
      *----------------------------------------------------------*
       0200-JUDGE-ONE-ROW.
           IF HIST-ID NOT = WS-CUR-ID
               IF WS-CUR-ID NOT = SPACES
                   PERFORM 0400-CLOSE-CUSTOMER
               END-IF
               PERFORM 0250-OPEN-CUSTOMER
           END-IF.

           IF CUSTOMER-EXEMPT
               EXIT PARAGRAPH
           END-IF.
           IF HIST-TYPE NOT = 'O'
                   OR HIST-OPEN-STATUS NOT = 'O'
                   OR HIST-REV-FLAG = 'V'
                   OR HIST-OPEN-AMOUNT NOT NUMERIC
                   OR HIST-OPEN-AMOUNT NOT > 0
                   OR HIST-DATE NOT NUMERIC
                   OR HIST-DATE = 0
               EXIT PARAGRAPH
           END-IF.

           COMPUTE WS-AGE-DAYS =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
               - FUNCTION INTEGER-OF-DATE(HIST-DATE).
           IF WS-AGE-DAYS NOT > WS-GRACE-DAYS
               EXIT PARAGRAPH
           END-IF.
           IF HIST-DISPUTE-FLAG = 'Y'
               PERFORM 0350-NOTE-DISPUTED-ORDER
               EXIT PARAGRAPH
           END-IF.

           PERFORM 0300-CHARGE-ONE-ORDER.

      *----------------------------------------------------------*
      *    0250-OPEN-CUSTOMER - RESET THE ACCUMULATORS AND LOOK UP  *
      *    THE CUSTOMER'S DO-NOT-CHARGE AND IN-DISPUTE FLAGS; A      *
      *    DECEASED CUSTOMER'S ACCOUNT IS FROZEN AHEAD OF EITHER     *
      *----------------------------------------------------------*
       0250-OPEN-CUSTOMER.
           MOVE HIST-ID TO WS-CUR-ID.
           MOVE 0 TO WS-CUST-BASE.
           MOVE 0 TO WS-CUST-CHARGE.
           MOVE 0 TO WS-CUST-ITEMS.
           MOVE 'N' TO WS-EXEMPT-FLAG.
           MOVE SPACES TO WS-EXEMPT-REASON.
           IF CUST-A-OK OR WS-CUST-A-STATUS = '10'
                   OR WS-CUST-A-STATUS = '23'
               MOVE HIST-ID TO A-ID
               READ CUST-A
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF A-STATUS = 'D'
                           SET CUSTOMER-EXEMPT TO TRUE
                           MOVE "DECEASED" TO WS-EXEMPT-REASON
                           EXIT PARAGRAPH
                       END-IF
               END-READ
           END-IF.
           IF NOT PREF-FILE-OK
               EXIT PARAGRAPH
           END-IF.
           MOVE HIST-ID TO PREF-CUST-ID.
           READ PREF-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF PREF-DO-NOT-CHARGE = 'Y'
                       SET CUSTOMER-EXEMPT TO TRUE
                       MOVE "DO-NOT-CHARGE" TO WS-EXEMPT-REASON
                   ELSE
                       IF PREF-IN-DISPUTE = 'Y'
                           SET CUSTOMER-EXEMPT TO TRUE
                           MOVE "IN DISPUTE" TO WS-EXEMPT-REASON
                       END-IF
                   END-IF
           END-READ.

      *----------------------------------------------------------*
      *    0300-CHARGE-ONE-ORDER - THE MONTHLY RATE ON WHAT IS      *
      *    STILL OUTSTANDING, ROUNDED TO THE CENT PER ORDER SO THE   *
      *    REPORT LINES FOOT TO THE CUSTOMER'S CHARGE                *
      *----------------------------------------------------------*
       0300-CHARGE-ONE-ORDER.
           COMPUTE WS-ITEM-CHARGE ROUNDED =
               HIST-OPEN-AMOUNT * WS-RATE / 100.
           IF WS-ITEM-CHARGE = 0
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-CUST-ITEMS.
           ADD 1 TO WS-ITEMS-CHARGED.
           ADD HIST-OPEN-AMOUNT TO WS-CUST-BASE.
           ADD WS-ITEM-CHARGE TO WS-CUST-CHARGE.

           MOVE HIST-OPEN-AMOUNT TO WS-AMOUNT-DISPLAY.
           MOVE WS-ITEM-CHARGE TO WS-CHARGE-DISPLAY.
           MOVE SPACES TO REPORT-REC.
           MOVE WS-AGE-DAYS TO WS-AGE-DISPLAY.
           STRING "  " HIST-ID " SEQ=" HIST-SEQ
               " DATED " HIST-DATE
               " AGE=" WS-AGE-DISPLAY
               " OPEN " WS-AMOUNT-DISPLAY
               " CHG " WS-CHARGE-DISPLAY
               DELIMITED BY SIZE INTO REPORT-REC.
           WRITE REPORT-REC.

      *----------------------------------------------------------*
      *    0350-NOTE-DISPUTED-ORDER - AN OVERDUE ORDER THE CUSTOMER *
      *    HAS IN DISPUTE ATTRACTS NO CHARGE UNTIL THE DISPUTE IS    *
      *    CLEARED; IT IS LISTED AND COUNTED SO THE REPORT SHOWS     *
      *    WHAT WAS HELD BACK                                        *
      *----------------------------------------------------------*
       0350-NOTE-DISPUTED-ORDER.
           ADD 1 TO WS-ITEMS-DISPUTED.
           MOVE HIST-OPEN-AMOUNT TO WS-AMOUNT-DISPLAY.
           MOVE WS-AGE-DAYS TO WS-AGE-DISPLAY.
           MOVE SPACES TO REPORT-REC.
           STRING "  " HIST-ID " SEQ=" HIST-SEQ
               " AGE=" WS-AGE-DISPLAY
               " OPEN " WS-AMOUNT-DISPLAY
               " IN DISPUTE - NOT CHARGED"
               DELIMITED BY SIZE INTO REPORT-REC.
           WRITE REPORT-REC.

      *----------------------------------------------------------*
      *    0400-CLOSE-CUSTOMER - ON THE CUSTOMER BREAK: STAGE THE   *
      *    ACCUMULATED CHARGE AS ONE 'I' ROW, OR COUNT THE EXEMPT    *
      *    CUSTOMER                                                  *
      *----------------------------------------------------------*
       0400-CLOSE-CUSTOMER.
           IF CUSTOMER-EXEMPT
               IF WS-EXEMPT-REASON = "DECEASED"
                   ADD 1 TO WS-DECEASED-COUNT
               ELSE
                   ADD 1 TO WS-EXEMPT-COUNT
               END-IF
               MOVE SPACES TO REPORT-REC
               STRING "  " WS-CUR-ID " NOT CHARGED - "
                   WS-EXEMPT-REASON
                   DELIMITED BY SIZE INTO REPORT-REC
               WRITE REPORT-REC
               EXIT PARAGRAPH
           END-IF.
           IF WS-CUST-CHARGE = 0
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WS-GEN-COUNT.
           ADD 1 TO WS-TXN-SEQ.
           MOVE WS-CUR-ID TO OUT-ID.
           MOVE 'I' TO OUT-TYPE.
           MOVE '+' TO OUT-SIGN.
           MOVE WS-CUST-CHARGE TO OUT-AMOUNT.
           MOVE WS-RUN-DATE TO OUT-DATE.
           MOVE SPACES TO OUT-REF.
      *    THE TRANSACTION ID FOLDS THE CHARGE MONTH IN, THE SAME
      *    WAY STANDING'S DOES, SO NEXT MONTH'S CHARGES NEVER
      *    COLLIDE WITH THIS MONTH'S ON THE APPLIED REGISTRY.
           MOVE SPACES TO OUT-TXN-ID.
           STRING "I" WS-RUN-MONTH(5:2) WS-TXN-SEQ
               DELIMITED BY SIZE INTO OUT-TXN-ID.
           MOVE WS-RUN-DATE TO OUT-ACCT-DATE.
           MOVE SPACES TO OUT-CURRENCY.
           WRITE OUT-REC.
           ADD WS-CUST-CHARGE TO WS-NET-AMOUNT.

           MOVE WS-CUST-BASE TO WS-AMOUNT-DISPLAY.
           MOVE WS-CUST-CHARGE TO WS-CHARGE-DISPLAY.
           MOVE SPACES TO REPORT-REC.
           STRING "  " WS-CUR-ID " CHARGED " WS-CUST-ITEMS
               " ORDERS OVERDUE " WS-AMOUNT-DISPLAY
               " CHARGE " WS-CHARGE-DISPLAY
               " TXN " OUT-TXN-ID
               DELIMITED BY SIZE INTO REPORT-REC.
           WRITE REPORT-REC.

           MOVE "FINCHG" TO AUDIT-PROGRAM.
           MOVE WS-RUN-ID TO AUDIT-RUN-ID.
           MOVE SPACES TO AUDIT-OPERATOR.
           MOVE SPACES TO AUDIT-KEY.
           STRING WS-CUR-ID "-" OUT-TXN-ID
               DELIMITED BY SIZE INTO AUDIT-KEY.
           MOVE "FIN-CHG" TO AUDIT-ACTION.
           MOVE FUNCTION CURRENT-DATE TO AUDIT-TIMESTAMP.
           MOVE SPACES TO AUDIT-COMPANY.
           WRITE AUDIT-RECORD.

      *----------------------------------------------------------*
      *    0800-WRITE-TRAILER - THE TRL CONTROL ROW POST BALANCES   *
      *    THE FEED AGAINST                                          *
      *----------------------------------------------------------*
       0800-WRITE-TRAILER.
           MOVE "TRL" TO OUT-TRL-TAG.
           MOVE WS-GEN-COUNT TO OUT-TRL-COUNT.
           MOVE '+' TO OUT-TRL-SIGN.
           MOVE WS-NET-AMOUNT TO OUT-TRL-AMOUNT.
           WRITE OUT-TRAILER-REC.

      *----------------------------------------------------------*
      *    0850-SAVE-LAST-MONTH - STAMP THE MONTH JUST CHARGED      *
      *----------------------------------------------------------*
       0850-SAVE-LAST-MONTH.
           OPEN OUTPUT LAST-FILE.
           MOVE WS-RUN-MONTH TO LAST-MONTH.
           WRITE LAST-REC.
           CLOSE LAST-FILE.
