       IDENTIFICATION DIVISION.
       PROGRAM-ID. REFUND.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *----------------------------------------------------------*
      *    REGISTER-FILE - THE CREDIT-BALANCE REFUND REGISTER, ONE  *
      *    ENTRY PER CUSTOMER.  REFUND OPENS AND AGES THE ENTRIES;   *
      *    CONSOLE'S REFUND APPROVAL IS THE ONLY THING THAT MOVES    *
      *    ONE TO 'A', AND ONLY AN APPROVED ENTRY IS EVER ISSUED.    *
      *----------------------------------------------------------*
           SELECT REGISTER-FILE
               ASSIGN TO './result/refund-register.txt'
               ORGANIZATION IS INDEXED
               RECORD KEY IS RFD-CUST-ID
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS WS-REGISTER-STATUS.

           SELECT BALANCE-FILE ASSIGN TO './cust-balance.txt'
               ORGANIZATION IS INDEXED
               RECORD KEY IS BAL-ID
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS WS-BALANCE-STATUS.

      *----------------------------------------------------------*
      *    HISTORY-FILE - READ ONLY, FOR OPEN ITEMS IN DISPUTE,     *
      *    WHICH HOLD THE CUSTOMER'S REFUND FOR REVIEW               *
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
      *    CUST-B - THE DATED ADDRESS ROWS; A CUSTOMER WHOSE NEWEST *
      *    ROW REPLACED AN EARLIER ONE INSIDE THE REVIEW WINDOW HAS  *
      *    HAD A RECENT ADDRESS CHANGE                               *
      *----------------------------------------------------------*
           SELECT CUST-B ASSIGN TO './custB.txt'
               ORGANIZATION IS INDEXED
               RECORD KEY IS B-KEY
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS WS-CUST-B-STATUS.

           SELECT PREF-FILE ASSIGN TO './cust_prefs.txt'
               ORGANIZATION IS INDEXED
               RECORD KEY IS PREF-CUST-ID
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS WS-PREF-STATUS.

      *----------------------------------------------------------*
      *    UNAPPLIED-FILE - UNAPPLY'S REGISTER.  CASH STILL OPEN OR *
      *    ALREADY SENT FOR REFUND THERE IS PART OF THE SAME CREDIT  *
      *    BALANCE, SO THE CUSTOMER IS HELD HERE RATHER THAN         *
      *    REFUNDED TWICE.                                           *
      *----------------------------------------------------------*
           SELECT UNAPPLIED-FILE
               ASSIGN TO './result/unapplied-register.txt'
               ORGANIZATION IS INDEXED
               RECORD KEY IS UNAP-SEQ
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS WS-UNAPPLIED-STATUS.

      *----------------------------------------------------------*
      *    PARM-FILE - THE SMALLEST CREDIT WORTH REFUNDING, HOW     *
      *    MANY DAYS AN ADDRESS CHANGE STAYS "RECENT", THE FIRST     *
      *    CHEQUE NUMBER OF THE BOOK AND THE BANK ACCOUNT THE        *
      *    CHEQUES ARE DRAWN ON.  A MISSING FILE MEANS 10.00, 30     *
      *    DAYS, CHEQUE 1 AND A BLANK ACCOUNT.                       *
      *----------------------------------------------------------*
           SELECT PARM-FILE ASSIGN TO './refund_param.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

      *----------------------------------------------------------*
      *    LAST-FILE - THE LAST CHEQUE NUMBER ISSUED, SO NUMBERS    *
      *    RUN ON FROM ONE NIGHT TO THE NEXT AND NEVER REPEAT        *
      *----------------------------------------------------------*
           SELECT LAST-FILE ASSIGN TO './result/refund-last-cheque.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LAST-STATUS.

      *----------------------------------------------------------*
      *    TXN-OUT - ONE 'F' REFUND ROW PER CHEQUE ISSUED, IN THE   *
      *    CUST_TXN ROW LAYOUT WITH THE TRL CONTROL TRAILER.  POST   *
      *    CONSUMES THIS STAGED FEED AS PART OF ITS FEED LIST.       *
      *----------------------------------------------------------*
           SELECT TXN-OUT ASSIGN TO './result/refund-txn.txt'
               ORGANIZATION IS LINE SEQUENTIAL.

      *----------------------------------------------------------*
      *    CHEQUE-FILE - THE POSITIVE-PAY ISSUE FILE FOR THE BANK:  *
      *    ONE ROW PER CHEQUE WRITTEN, THEN A TRL ROW WITH THE       *
      *    CHEQUE COUNT AND CONTROL TOTAL.  DISTRIB DELIVERS IT.     *
      *----------------------------------------------------------*
           SELECT CHEQUE-FILE ASSIGN TO './result/refund-cheques.txt'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT REPORT-FILE ASSIGN TO './result/refund-report.txt'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT AUDIT-FILE ASSIGN TO './result/audit-trail.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT RUNID-FILE ASSIGN TO './result/run-id.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNID-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD REGISTER-FILE.
           COPY "refundrec".

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
               FIELD-ADDR BY A-ADDR.

       FD CUST-B.
       01 B-REC.
           COPY "custaddrrec" REPLACING FIELD-KEY BY B-KEY
               FIELD-ID BY B-ID FIELD-EFFDATE BY B-EFFECTIVE-DATE
               FIELD-ADDR BY B-ADDR FIELD-NAME BY B-NAME
               FIELD-ADDR-TYPE BY B-ADDR-TYPE
               FIELD-SEASON-FROM BY B-SEASON-FROM
               FIELD-SEASON-TO BY B-SEASON-TO.

       FD PREF-FILE.
           COPY "prefrec".

       FD UNAPPLIED-FILE.
           COPY "unapprec".

       FD PARM-FILE.
       01 PARM-REC.
           05 PARM-THRESHOLD PIC 9(7)V99.
           05 PARM-ADDR-DAYS PIC 9(3).
           05 PARM-FIRST-CHEQUE PIC 9(8).
           05 PARM-BANK-ACCOUNT PIC X(17).

       FD LAST-FILE.
       01 LAST-REC.
           05 LAST-CHEQUE-NO PIC 9(8).

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

      *----------------------------------------------------------*
      *    POSITIVE-PAY LAYOUT: 'D' DETAIL ROWS, ONE PER CHEQUE,    *
      *    THEN ONE TRL ROW.  AMOUNTS ARE UNSIGNED WITH TWO          *
      *    IMPLIED DECIMALS.                                         *
      *----------------------------------------------------------*
       FD CHEQUE-FILE.
       01 CHQ-DETAIL-REC.
           05 CHQ-REC-TYPE PIC X(1).
           05 CHQ-ACCOUNT PIC X(17).
           05 CHQ-NUMBER PIC 9(8).
           05 CHQ-ISSUE-DATE PIC 9(8).
           05 CHQ-AMOUNT PIC 9(8)V99.
           05 CHQ-PAYEE PIC X(20).
           05 CHQ-CUST-ID PIC X(5).
       01 CHQ-TRAILER-REC.
           05 CHQ-TRL-TAG PIC X(3).
           05 CHQ-TRL-ACCOUNT PIC X(17).
           05 CHQ-TRL-COUNT PIC 9(6).
           05 CHQ-TRL-TOTAL PIC 9(10)V99.

       FD REPORT-FILE.
       01 REPORT-REC PIC X(80).

       FD AUDIT-FILE.
           COPY "auditrec".

       FD RUNID-FILE.
       01 RUNID-REC.
           05 RUNID-VALUE PIC X(8).

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------*
      *    CREDIT-BALANCE REFUND RUN.  FIRST EVERY ENTRY AN         *
      *    OPERATOR HAS APPROVED IS ISSUED - A CHEQUE ON THE         *
      *    POSITIVE-PAY FILE AND AN 'F' ROW FOR POST - PROVIDED THE  *
      *    CREDIT IS STILL THERE AND NOTHING NEW HOLDS IT.  THEN     *
      *    THE BALANCE MASTER IS SWEPT: EVERY CREDIT AT OR OVER THE  *
      *    THRESHOLD IS OPENED OR REFRESHED ON THE REGISTER WITH ITS *
      *    AGE AND ANY HOLD, AND AN ENTRY WHOSE CREDIT HAS GONE IS   *
      *    CLEARED.  THE REPORT LISTS EVERY CREDIT ON THE REGISTER.  *
      *----------------------------------------------------------*
       01 WS-REGISTER-STATUS PIC XX.
           88 REGISTER-FILE-OK VALUE '00'.
       01 WS-BALANCE-STATUS PIC XX.
           88 BALANCE-FILE-OK VALUE '00'.
       01 WS-HISTORY-STATUS PIC XX.
           88 HISTORY-FILE-OK VALUE '00'.
       01 WS-CUST-A-STATUS PIC XX.
           88 CUST-A-OK VALUE '00'.
       01 WS-CUST-B-STATUS PIC XX.
           88 CUST-B-OK VALUE '00'.
       01 WS-PREF-STATUS PIC XX.
           88 PREF-FILE-OK VALUE '00'.
       01 WS-UNAPPLIED-STATUS PIC XX.
           88 UNAPPLIED-FILE-OK VALUE '00'.
       01 WS-PARM-STATUS PIC XX.
           88 PARM-FILE-OK VALUE '00'.
       01 WS-LAST-STATUS PIC XX.
           88 LAST-FILE-OK VALUE '00'.
       01 WS-AUDIT-STATUS PIC XX.
           88 AUDIT-FILE-OK VALUE '00'.
       01 WS-RUNID-STATUS PIC XX.
           88 RUNID-FILE-OK VALUE '00'.
       01 WS-RUN-ID PIC X(8) VALUE SPACES.
       01 WS-SCAN-DONE PIC X VALUE 'N'.
       01 WS-CUST-DONE PIC X.

       01 WS-RUN-DATE PIC 9(8).
       01 WS-RUN-DAYNUM PIC 9(8).
       01 WS-THRESHOLD PIC 9(7)V99 VALUE 10.00.
       01 WS-ADDR-DAYS PIC 9(3) VALUE 30.
       01 WS-BANK-ACCOUNT PIC X(17) VALUE SPACES.
       01 WS-CHEQUE-NO PIC 9(8) VALUE 0.
       01 WS-FIRST-CHEQUE PIC 9(8) VALUE 1.

       01 WS-CREDIT PIC S9(9)V99.
       01 WS-HOLD-REASON PIC X(20).
       01 WS-SANC-RESULT PIC X(1).
           88 SANC-BLOCKED VALUE 'Y'.
       01 WS-FRAUD-RESULT PIC X(1).
           88 FRAUD-HELD VALUE 'Y'.
       01 WS-ADDR-ROWS PIC 9(5).
       01 WS-LATEST-EFFDATE PIC 9(8).
       01 WS-DAYS-SINCE PIC S9(8).

      *----------------------------------------------------------*
      *    CUSTOMERS WITH UNAPPLIED CASH STILL IN PLAY ON UNAPPLY'S *
      *    REGISTER - LOADED ONCE, LOOKED UP PER CREDIT BALANCE      *
      *----------------------------------------------------------*
       01 WS-UNAP-TABLE.
           05 WS-UNAP-CUST OCCURS 2000 TIMES PIC X(5).
       01 WS-UNAP-COUNT PIC 9(4) VALUE 0.
       01 WS-UNAP-IDX PIC 9(4).
       01 WS-UNAP-FOUND PIC X.
           88 UNAP-CASH-OPEN VALUE 'Y'.

       01 WS-ISSUED-COUNT PIC 9(10) VALUE 0.
       01 WS-REOPENED-COUNT PIC 9(10) VALUE 0.
       01 WS-CREDIT-COUNT PIC 9(10) VALUE 0.
       01 WS-HELD-COUNT PIC 9(10) VALUE 0.
       01 WS-CLEARED-COUNT PIC 9(10) VALUE 0.
       01 WS-GEN-COUNT PIC 9(10) VALUE 0.
       01 WS-NET-AMOUNT PIC S9(11)V99 VALUE 0.
       01 WS-CHEQUE-TOTAL PIC 9(10)V99 VALUE 0.

       01 WS-AMOUNT-DISPLAY PIC Z(6)9.99.
       01 WS-TOTAL-DISPLAY PIC Z(9)9.99.
       01 WS-AGE-DISPLAY PIC Z(4)9.

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE.
           MOVE FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
               TO WS-RUN-DAYNUM.
           PERFORM 0050-LOAD-RUN-ID.
           PERFORM 0100-LOAD-PARAMETERS.
           PERFORM 0150-LOAD-LAST-CHEQUE.

           OPEN INPUT BALANCE-FILE.
           IF NOT BALANCE-FILE-OK
               DISPLAY "REFUND - no balance master on file, status "
                   WS-BALANCE-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

      *    ONLY A MISSING FILE (STATUS 35) MAY BE CREATED FRESH
           OPEN I-O REGISTER-FILE.
           IF WS-REGISTER-STATUS = '35'
               OPEN OUTPUT REGISTER-FILE
               CLOSE REGISTER-FILE
               OPEN I-O REGISTER-FILE
           END-IF.
           IF NOT REGISTER-FILE-OK
               DISPLAY "REFUND - cannot open refund register, status "
                   WS-REGISTER-STATUS
               CLOSE BALANCE-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN INPUT HISTORY-FILE.
           OPEN INPUT CUST-A.
           OPEN INPUT CUST-B.
           OPEN INPUT PREF-FILE.
           PERFORM 0200-LOAD-UNAPPLIED.

           OPEN OUTPUT TXN-OUT.
           OPEN OUTPUT CHEQUE-FILE.
           OPEN OUTPUT REPORT-FILE.
           OPEN EXTEND AUDIT-FILE.
           IF NOT AUDIT-FILE-OK
               OPEN OUTPUT AUDIT-FILE
           END-IF.

           MOVE WS-THRESHOLD TO WS-AMOUNT-DISPLAY.
           MOVE SPACES TO REPORT-REC.
           STRING "CREDIT-BALANCE REFUNDS RUN DATE=" WS-RUN-DATE
               " THRESHOLD=" WS-AMOUNT-DISPLAY
               DELIMITED BY SIZE INTO REPORT-REC.
           WRITE REPORT-REC.

           MOVE SPACES TO REPORT-REC.
           STRING "CHEQUES ISSUED"
               DELIMITED BY SIZE INTO REPORT-REC.
           WRITE REPORT-REC.
           PERFORM 0300-ISSUE-APPROVED.

           MOVE SPACES TO REPORT-REC.
           STRING "CREDIT BALANCES  CUST  AMOUNT      AGE STATUS HOLD"
               DELIMITED BY SIZE INTO REPORT-REC.
           WRITE REPORT-REC.
           PERFORM 0500-SWEEP-BALANCES.
           PERFORM 0700-CLEAR-GONE-CREDITS.

           PERFORM 0800-WRITE-TRAILER.
           PERFORM 0820-WRITE-CHEQUE-TRAILER.
           PERFORM 0850-SAVE-LAST-CHEQUE.

           MOVE WS-CHEQUE-TOTAL TO WS-TOTAL-DISPLAY.
           MOVE SPACES TO REPORT-REC.
           STRING "CHEQUES ISSUED=" WS-ISSUED-COUNT
               " TOTAL=" WS-TOTAL-DISPLAY
               " SENT BACK FOR REAPPROVAL=" WS-REOPENED-COUNT
               DELIMITED BY SIZE INTO REPORT-REC.
           WRITE REPORT-REC.
           MOVE SPACES TO REPORT-REC.
           STRING "CREDITS LISTED=" WS-CREDIT-COUNT
               " HELD=" WS-HELD-COUNT
               " CLEARED=" WS-CLEARED-COUNT
               DELIMITED BY SIZE INTO REPORT-REC.
           WRITE REPORT-REC.

           CLOSE REGISTER-FILE.
           CLOSE BALANCE-FILE.
           IF HISTORY-FILE-OK
               CLOSE HISTORY-FILE
           END-IF.
           IF CUST-A-OK
               CLOSE CUST-A
           END-IF.
           IF CUST-B-OK
               CLOSE CUST-B
           END-IF.
           IF PREF-FILE-OK
               CLOSE PREF-FILE
           END-IF.
           CLOSE TXN-OUT.
           CLOSE CHEQUE-FILE.
           CLOSE REPORT-FILE.
           CLOSE AUDIT-FILE.

           DISPLAY "REFUND cheques issued: " WS-ISSUED-COUNT.
           DISPLAY "REFUND credit balances listed: " WS-CREDIT-COUNT.
           DISPLAY "REFUND credit balances held: " WS-HELD-COUNT.

           IF WS-REOPENED-COUNT > 0
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
      *    0100-LOAD-PARAMETERS - THRESHOLD, REVIEW WINDOW, CHEQUE  *
      *    BOOK AND BANK ACCOUNT, KEEPING THE DEFAULTS WHEN THE      *
      *    FILE IS MISSING OR A FIELD IS NOT NUMERIC                 *
      *----------------------------------------------------------*
       0100-LOAD-PARAMETERS.
           OPEN INPUT PARM-FILE.
           IF PARM-FILE-OK
               READ PARM-FILE
                   NOT AT END
                       IF PARM-THRESHOLD NUMERIC
                           MOVE PARM-THRESHOLD TO WS-THRESHOLD
                       END-IF
                       IF PARM-ADDR-DAYS NUMERIC
                           MOVE PARM-ADDR-DAYS TO WS-ADDR-DAYS
                       END-IF
                       IF PARM-FIRST-CHEQUE NUMERIC
                               AND PARM-FIRST-CHEQUE > 0
                           MOVE PARM-FIRST-CHEQUE TO WS-FIRST-CHEQUE
                       END-IF
                       MOVE PARM-BANK-ACCOUNT TO WS-BANK-ACCOUNT
               END-READ
               CLOSE PARM-FILE
           END-IF.

      *----------------------------------------------------------*
      *    0150-LOAD-LAST-CHEQUE - CARRY ON FROM THE LAST CHEQUE    *
      *    WRITTEN; A NEW BOOK (FIRST NUMBER PAST IT) STARTS AT ITS  *
      *    FIRST NUMBER                                              *
      *----------------------------------------------------------*
       0150-LOAD-LAST-CHEQUE.
           MOVE 0 TO WS-CHEQUE-NO.
           OPEN INPUT LAST-FILE.
           IF LAST-FILE-OK
               READ LAST-FILE
                   NOT AT END
                       IF LAST-CHEQUE-NO NUMERIC
                           MOVE LAST-CHEQUE-NO TO WS-CHEQUE-NO
                       END-IF
               END-READ
               CLOSE LAST-FILE
           END-IF.
           IF WS-CHEQUE-NO < WS-FIRST-CHEQUE
               COMPUTE WS-CHEQUE-NO = WS-FIRST-CHEQUE - 1
           END-IF.

      *----------------------------------------------------------*
      *    0200-LOAD-UNAPPLIED - THE CUSTOMERS WHOSE UNAPPLIED CASH *
      *    IS STILL OPEN OR AWAITING ITS OWN REFUND                  *
      *----------------------------------------------------------*
       0200-LOAD-UNAPPLIED.
           OPEN INPUT UNAPPLIED-FILE.
           IF NOT UNAPPLIED-FILE-OK
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-SCAN-DONE.
           PERFORM UNTIL WS-SCAN-DONE = 'Y'
               READ UNAPPLIED-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-SCAN-DONE
                   NOT AT END
                       IF (UNAP-IS-OPEN OR UNAP-IS-APPLY-REQUESTED
                               OR UNAP-IS-REFUND-REQUESTED)
                               AND WS-UNAP-COUNT < 2000
                           ADD 1 TO WS-UNAP-COUNT
                           MOVE UNAP-CUST-ID
                               TO WS-UNAP-CUST(WS-UNAP-COUNT)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE UNAPPLIED-FILE.

      *----------------------------------------------------------*
      *    0300-ISSUE-APPROVED - EVERY APPROVED ENTRY ON THE        *
      *    REGISTER, IN CUSTOMER ORDER                               *
      *----------------------------------------------------------*
       0300-ISSUE-APPROVED.
           MOVE LOW-VALUES TO RFD-CUST-ID.
           MOVE 'N' TO WS-SCAN-DONE.
           START REGISTER-FILE KEY >= RFD-CUST-ID
               INVALID KEY
                   MOVE 'Y' TO WS-SCAN-DONE
           END-START.
           PERFORM UNTIL WS-SCAN-DONE = 'Y'
               READ REGISTER-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-SCAN-DONE
                   NOT AT END
                       IF RFD-IS-APPROVED
                           PERFORM 0350-ISSUE-ONE-REFUND
                       END-IF
               END-READ
           END-PERFORM.

      *----------------------------------------------------------*
      *    0350-ISSUE-ONE-REFUND - THE CREDIT MUST STILL COVER THE  *
      *    APPROVED AMOUNT, AND AN ENTRY APPROVED WITHOUT AN         *
      *    OVERRIDE MUST STILL BE FREE OF HOLDS; OTHERWISE IT GOES   *
      *    BACK FOR A FRESH DECISION                                 *
      *----------------------------------------------------------*
       0350-ISSUE-ONE-REFUND.
           MOVE RFD-CUST-ID TO BAL-ID.
           READ BALANCE-FILE
               INVALID KEY
                   MOVE 0 TO BAL-AMOUNT
           END-READ.
           COMPUTE WS-CREDIT = 0 - BAL-AMOUNT.
           IF WS-CREDIT < RFD-AMOUNT
               MOVE "CREDIT REDUCED" TO WS-HOLD-REASON
               PERFORM 0380-SEND-BACK
               EXIT PARAGRAPH
           END-IF.
      *    NO OVERRIDE PAYS A CHEQUE TO A DECEASED CUSTOMER - THE
      *    ESTATE'S REFUND IS ARRANGED BY HAND - OR TO ONE UNDER A
      *    CONFIRMED SANCTIONS HIT COMPLIANCE HAS NOT CLEARED, OR
      *    WITH A FRAUD ALERT A REVIEWER HAS NOT YET CLEARED.
           PERFORM 0610-CHECK-DECEASED.
           IF WS-HOLD-REASON = SPACES
               PERFORM 0615-CHECK-SANCTIONS
           END-IF.
           IF WS-HOLD-REASON = SPACES
               PERFORM 0617-CHECK-FRAUD-ALERT
           END-IF.
           IF WS-HOLD-REASON NOT = SPACES
               PERFORM 0380-SEND-BACK
               EXIT PARAGRAPH
           END-IF.
           IF RFD-OVERRIDE NOT = 'Y'
               PERFORM 0600-CHECK-HOLDS
               IF WS-HOLD-REASON NOT = SPACES
                   PERFORM 0380-SEND-BACK
                   EXIT PARAGRAPH
               END-IF
           END-IF.

           ADD 1 TO WS-CHEQUE-NO.
           ADD 1 TO WS-ISSUED-COUNT.
           MOVE SPACES TO A-NAME.
           IF CUST-A-OK
               MOVE RFD-CUST-ID TO A-ID
               READ CUST-A
                   INVALID KEY
                       MOVE SPACES TO A-NAME
               END-READ
           END-IF.

           MOVE SPACES TO CHQ-DETAIL-REC.
           MOVE 'D' TO CHQ-REC-TYPE.
           MOVE WS-BANK-ACCOUNT TO CHQ-ACCOUNT.
           MOVE WS-CHEQUE-NO TO CHQ-NUMBER.
           MOVE WS-RUN-DATE TO CHQ-ISSUE-DATE.
           MOVE RFD-AMOUNT TO CHQ-AMOUNT.
           MOVE A-NAME TO CHQ-PAYEE.
           MOVE RFD-CUST-ID TO CHQ-CUST-ID.
           WRITE CHQ-DETAIL-REC.
           ADD RFD-AMOUNT TO WS-CHEQUE-TOTAL.

      *    THE TRANSACTION ID IS 'C' PLUS THE LOW SIX DIGITS OF THE
      *    CHEQUE NUMBER, WHICH NEVER REPEATS WITHIN A DAY
           ADD 1 TO WS-GEN-COUNT.
           MOVE SPACES TO OUT-REC.
           MOVE RFD-CUST-ID TO OUT-ID.
           MOVE 'F' TO OUT-TYPE.
           MOVE '+' TO OUT-SIGN.
           MOVE RFD-AMOUNT TO OUT-AMOUNT.
           MOVE WS-RUN-DATE TO OUT-DATE.
           MOVE SPACES TO OUT-REF.
           MOVE SPACES TO OUT-TXN-ID.
           STRING "C" WS-CHEQUE-NO(3:6) DELIMITED BY SIZE
               INTO OUT-TXN-ID.
           MOVE WS-RUN-DATE TO OUT-ACCT-DATE.
           MOVE SPACES TO OUT-CURRENCY.
           WRITE OUT-REC.
           ADD RFD-AMOUNT TO WS-NET-AMOUNT.

           MOVE 'I' TO RFD-STATUS.
           MOVE WS-CHEQUE-NO TO RFD-CHEQUE-NO.
           MOVE WS-RUN-DATE TO RFD-ISSUED.
           MOVE OUT-TXN-ID TO RFD-TXN-ID.
           REWRITE RFD-RECORD
               INVALID KEY
                   CONTINUE
           END-REWRITE.

           MOVE RFD-AMOUNT TO WS-AMOUNT-DISPLAY.
           MOVE SPACES TO REPORT-REC.
           STRING "  " RFD-CUST-ID " " A-NAME
               " CHEQUE " WS-CHEQUE-NO " " WS-AMOUNT-DISPLAY
               " APPROVED BY " RFD-OPERATOR
               DELIMITED BY SIZE INTO REPORT-REC.
           WRITE REPORT-REC.

           MOVE SPACES TO AUDIT-KEY.
           STRING RFD-CUST-ID "-" WS-CHEQUE-NO
               DELIMITED BY SIZE INTO AUDIT-KEY.
           MOVE "RFD-ISSUE" TO AUDIT-ACTION.
           PERFORM 0950-WRITE-AUDIT.

      *----------------------------------------------------------*
      *    0380-SEND-BACK - AN APPROVED ENTRY THAT CAN NO LONGER    *
      *    BE PAID AS APPROVED RETURNS TO THE OPERATOR'S QUEUE       *
      *----------------------------------------------------------*
       0380-SEND-BACK.
           ADD 1 TO WS-REOPENED-COUNT.
           IF WS-HOLD-REASON = "CREDIT REDUCED"
               MOVE 'O' TO RFD-STATUS
           ELSE
               MOVE 'H' TO RFD-STATUS
           END-IF.
           MOVE WS-HOLD-REASON TO RFD-HOLD-REASON.
           MOVE SPACE TO RFD-OVERRIDE.
           REWRITE RFD-RECORD
               INVALID KEY
                   CONTINUE
           END-REWRITE.
           MOVE RFD-AMOUNT TO WS-AMOUNT-DISPLAY.
           MOVE SPACES TO REPORT-REC.
           STRING "  " RFD-CUST-ID " " WS-AMOUNT-DISPLAY
               " NOT ISSUED - " WS-HOLD-REASON
               " - TO BE REAPPROVED"
               DELIMITED BY SIZE INTO REPORT-REC.
           WRITE REPORT-REC.
           MOVE RFD-CUST-ID TO AUDIT-KEY.
           MOVE "RFD-REOPEN" TO AUDIT-ACTION.
           PERFORM 0950-WRITE-AUDIT.

      *----------------------------------------------------------*
      *    0500-SWEEP-BALANCES - EVERY CREDIT BALANCE AT OR OVER    *
      *    THE THRESHOLD                                             *
      *----------------------------------------------------------*
       0500-SWEEP-BALANCES.
           MOVE LOW-VALUES TO BAL-ID.
           MOVE 'N' TO WS-SCAN-DONE.
           START BALANCE-FILE KEY >= BAL-ID
               INVALID KEY
                   MOVE 'Y' TO WS-SCAN-DONE
           END-START.
           PERFORM UNTIL WS-SCAN-DONE = 'Y'
               READ BALANCE-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-SCAN-DONE
                   NOT AT END
                       IF BAL-AMOUNT < 0
                           COMPUTE WS-CREDIT = 0 - BAL-AMOUNT
                           IF WS-CREDIT >= WS-THRESHOLD
                                   AND WS-CREDIT <= 9999999.99
                               PERFORM 0550-REGISTER-ONE-CREDIT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

      *----------------------------------------------------------*
      *    0550-REGISTER-ONE-CREDIT - OPEN A NEW ENTRY OR REFRESH   *
      *    THE LIVE ONE.  AN APPROVED ENTRY WAITS FOR THE NEXT       *
      *    ISSUE; AN ISSUED ONE IS LEFT ALONE UNTIL ITS 'F' HAS      *
      *    POSTED AND A NEW CREDIT HAS BUILT UP SINCE.               *
      *----------------------------------------------------------*
       0550-REGISTER-ONE-CREDIT.
           MOVE BAL-ID TO RFD-CUST-ID.
           READ REGISTER-FILE
               INVALID KEY
                   PERFORM 0560-NEW-ENTRY
                   WRITE RFD-RECORD
                       INVALID KEY
                           CONTINUE
                   END-WRITE
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN RFD-IS-APPROVED
                           MOVE WS-RUN-DATE TO RFD-LAST-SEEN
                       WHEN RFD-IS-ISSUED
                               AND BAL-LAST-DATE <= RFD-ISSUED
                           CONTINUE
                       WHEN RFD-IS-ISSUED OR RFD-IS-CLEARED
                           PERFORM 0560-NEW-ENTRY
                       WHEN OTHER
                           MOVE WS-CREDIT TO RFD-AMOUNT
                           MOVE WS-RUN-DATE TO RFD-LAST-SEEN
                           PERFORM 0600-CHECK-HOLDS
                           MOVE WS-HOLD-REASON TO RFD-HOLD-REASON
                           IF WS-HOLD-REASON = SPACES
                               MOVE 'O' TO RFD-STATUS
                           ELSE
                               MOVE 'H' TO RFD-STATUS
                           END-IF
                   END-EVALUATE
                   REWRITE RFD-RECORD
                       INVALID KEY
                           CONTINUE
                   END-REWRITE
           END-READ.

           IF RFD-CREDIT-SINCE > 0
                   AND RFD-CREDIT-SINCE <= WS-RUN-DATE
               COMPUTE RFD-AGE-DAYS = WS-RUN-DAYNUM
                   - FUNCTION INTEGER-OF-DATE(RFD-CREDIT-SINCE)
           ELSE
               MOVE 0 TO RFD-AGE-DAYS
           END-IF.
           REWRITE RFD-RECORD
               INVALID KEY
                   CONTINUE
           END-REWRITE.

           ADD 1 TO WS-CREDIT-COUNT.
           IF RFD-IS-HELD
               ADD 1 TO WS-HELD-COUNT
           END-IF.
           MOVE WS-CREDIT TO WS-AMOUNT-DISPLAY.
           MOVE RFD-AGE-DAYS TO WS-AGE-DISPLAY.
           MOVE SPACES TO REPORT-REC.
           STRING "                 " RFD-CUST-ID " " WS-AMOUNT-DISPLAY
               " " WS-AGE-DISPLAY "   " RFD-STATUS "    "
               RFD-HOLD-REASON
               DELIMITED BY SIZE INTO REPORT-REC.
           WRITE REPORT-REC.

      *----------------------------------------------------------*
      *    0560-NEW-ENTRY - A FRESH 'O' ENTRY; THE CREDIT IS DATED  *
      *    FROM THE BALANCE'S LAST POSTING, WHICH IS WHEN IT AROSE   *
      *----------------------------------------------------------*
       0560-NEW-ENTRY.
           MOVE BAL-ID TO RFD-CUST-ID.
           MOVE WS-CREDIT TO RFD-AMOUNT.
           IF BAL-LAST-DATE NUMERIC AND BAL-LAST-DATE > 0
               MOVE BAL-LAST-DATE TO RFD-CREDIT-SINCE
           ELSE
               MOVE WS-RUN-DATE TO RFD-CREDIT-SINCE
           END-IF.
           MOVE 0 TO RFD-AGE-DAYS.
           MOVE SPACES TO RFD-OPERATOR.
           MOVE SPACES TO RFD-DECIDED.
           MOVE SPACE TO RFD-OVERRIDE.
           MOVE 0 TO RFD-CHEQUE-NO.
           MOVE 0 TO RFD-ISSUED.
           MOVE SPACES TO RFD-TXN-ID.
           MOVE WS-RUN-DATE TO RFD-LAST-SEEN.
           PERFORM 0600-CHECK-HOLDS.
           MOVE WS-HOLD-REASON TO RFD-HOLD-REASON.
           IF WS-HOLD-REASON = SPACES
               MOVE 'O' TO RFD-STATUS
           ELSE
               MOVE 'H' TO RFD-STATUS
           END-IF.

      *----------------------------------------------------------*
      *    0600-CHECK-HOLDS - THE FIRST REASON FOUND TO HOLD THE    *
      *    CUSTOMER'S REFUND FOR REVIEW, SPACES IF NONE              *
      *----------------------------------------------------------*
       0600-CHECK-HOLDS.
           PERFORM 0610-CHECK-DECEASED.
           IF WS-HOLD-REASON NOT = SPACES
               EXIT PARAGRAPH
           END-IF.

           PERFORM 0615-CHECK-SANCTIONS.
           IF WS-HOLD-REASON NOT = SPACES
               EXIT PARAGRAPH
           END-IF.

           PERFORM 0617-CHECK-FRAUD-ALERT.
           IF WS-HOLD-REASON NOT = SPACES
               EXIT PARAGRAPH
           END-IF.

           IF PREF-FILE-OK
               MOVE RFD-CUST-ID TO PREF-CUST-ID
               READ PREF-FILE
                   NOT INVALID KEY
                       IF PREF-IN-DISPUTE = 'Y'
                           MOVE "ACCOUNT IN DISPUTE" TO WS-HOLD-REASON
                           EXIT PARAGRAPH
                       END-IF
               END-READ
           END-IF.

           PERFORM 0620-CHECK-DISPUTED-ITEMS.
           IF WS-HOLD-REASON NOT = SPACES
               EXIT PARAGRAPH
           END-IF.

           PERFORM 0640-CHECK-ADDRESS-CHANGE.
           IF WS-HOLD-REASON NOT = SPACES
               EXIT PARAGRAPH
           END-IF.

           MOVE 'N' TO WS-UNAP-FOUND.
           PERFORM VARYING WS-UNAP-IDX FROM 1 BY 1
                   UNTIL WS-UNAP-IDX > WS-UNAP-COUNT
                   OR UNAP-CASH-OPEN
               IF WS-UNAP-CUST(WS-UNAP-IDX) = RFD-CUST-ID
                   SET UNAP-CASH-OPEN TO TRUE
               END-IF
           END-PERFORM.
           IF UNAP-CASH-OPEN
               MOVE "UNAPPLIED CASH OPEN" TO WS-HOLD-REASON
           END-IF.

      *----------------------------------------------------------*
      *    0610-CHECK-DECEASED - A DECEASED CUSTOMER'S ACCOUNT IS   *
      *    FROZEN, SO THEIR CREDIT IS HELD; SETS THE HOLD REASON     *
      *    TO SPACES OTHERWISE                                       *
      *----------------------------------------------------------*
       0610-CHECK-DECEASED.
           MOVE SPACES TO WS-HOLD-REASON.
           IF CUST-A-OK OR WS-CUST-A-STATUS = '10'
                   OR WS-CUST-A-STATUS = '23'
               MOVE RFD-CUST-ID TO A-ID
               READ CUST-A
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF A-STATUS = 'D'
                           MOVE "CUSTOMER DECEASED" TO WS-HOLD-REASON
                       END-IF
               END-READ
           END-IF.

      *----------------------------------------------------------*
      *    0615-CHECK-SANCTIONS - A CUSTOMER UNDER A CONFIRMED      *
      *    SANCTIONS HIT IS PAID NOTHING UNTIL COMPLIANCE CLEARS IT  *
      *----------------------------------------------------------*
       0615-CHECK-SANCTIONS.
           CALL 'SUB-SANC' USING RFD-CUST-ID WS-SANC-RESULT.
           IF SANC-BLOCKED
               MOVE "SANCTIONS HOLD" TO WS-HOLD-REASON
           END-IF.

      *----------------------------------------------------------*
      *    0617-CHECK-FRAUD-ALERT - A CUSTOMER WITH A FRAUD ALERT   *
      *    OPEN OR CONFIRMED IS PAID NOTHING UNTIL IT IS CLEARED     *
      *----------------------------------------------------------*
       0617-CHECK-FRAUD-ALERT.
           CALL 'SUB-FRAUD' USING RFD-CUST-ID WS-FRAUD-RESULT.
           IF FRAUD-HELD
               MOVE "FRAUD ALERT OPEN" TO WS-HOLD-REASON
           END-IF.

      *----------------------------------------------------------*
      *    0620-CHECK-DISPUTED-ITEMS - ANY OPEN ITEM THE CUSTOMER   *
      *    DISPUTES                                                  *
      *----------------------------------------------------------*
       0620-CHECK-DISPUTED-ITEMS.
           IF NOT HISTORY-FILE-OK
               EXIT PARAGRAPH
           END-IF.
           MOVE RFD-CUST-ID TO HIST-ID.
           MOVE 0 TO HIST-SEQ.
           MOVE 'N' TO WS-CUST-DONE.
           START HISTORY-FILE KEY >= HIST-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-CUST-DONE
           END-START.
           PERFORM UNTIL WS-CUST-DONE = 'Y'
               READ HISTORY-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-CUST-DONE
                   NOT AT END
                       IF HIST-ID NOT = RFD-CUST-ID
                           MOVE 'Y' TO WS-CUST-DONE
                       ELSE
                           IF HIST-OPEN-STATUS = 'O'
                                   AND HIST-DISPUTE-FLAG = 'Y'
                               MOVE "OPEN ITEM DISPUTED"
                                   TO WS-HOLD-REASON
                               MOVE 'Y' TO WS-CUST-DONE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

      *----------------------------------------------------------*
      *    0640-CHECK-ADDRESS-CHANGE - A CUSTOMER WITH MORE THAN    *
      *    ONE ADDRESS ROW WHOSE NEWEST TOOK EFFECT INSIDE THE       *
      *    REVIEW WINDOW (A NEW CUSTOMER'S ONLY ROW IS NOT A CHANGE) *
      *----------------------------------------------------------*
       0640-CHECK-ADDRESS-CHANGE.
           IF NOT CUST-B-OK
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO WS-ADDR-ROWS.
           MOVE 0 TO WS-LATEST-EFFDATE.
           MOVE RFD-CUST-ID TO B-ID.
           MOVE 0 TO B-EFFECTIVE-DATE.
           MOVE 'N' TO WS-CUST-DONE.
           START CUST-B KEY >= B-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-CUST-DONE
           END-START.
           PERFORM UNTIL WS-CUST-DONE = 'Y'
               READ CUST-B NEXT
                   AT END
                       MOVE 'Y' TO WS-CUST-DONE
                   NOT AT END
                       IF B-ID NOT = RFD-CUST-ID
                           MOVE 'Y' TO WS-CUST-DONE
                       ELSE
                           ADD 1 TO WS-ADDR-ROWS
                           IF B-EFFECTIVE-DATE > WS-LATEST-EFFDATE
                                   AND B-EFFECTIVE-DATE <= WS-RUN-DATE
                               MOVE B-EFFECTIVE-DATE
                                   TO WS-LATEST-EFFDATE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-ADDR-ROWS < 2 OR WS-LATEST-EFFDATE = 0
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-DAYS-SINCE = WS-RUN-DAYNUM
               - FUNCTION INTEGER-OF-DATE(WS-LATEST-EFFDATE).
           IF WS-DAYS-SINCE <= WS-ADDR-DAYS
               MOVE "RECENT ADDR CHANGE" TO WS-HOLD-REASON
           END-IF.

      *----------------------------------------------------------*
      *    0700-CLEAR-GONE-CREDITS - AN OPEN OR HELD ENTRY THE      *
      *    SWEEP DID NOT SEE TODAY NO LONGER HAS A CREDIT TO REFUND  *
      *----------------------------------------------------------*
       0700-CLEAR-GONE-CREDITS.
           MOVE LOW-VALUES TO RFD-CUST-ID.
           MOVE 'N' TO WS-SCAN-DONE.
           START REGISTER-FILE KEY >= RFD-CUST-ID
               INVALID KEY
                   MOVE 'Y' TO WS-SCAN-DONE
           END-START.
           PERFORM UNTIL WS-SCAN-DONE = 'Y'
               READ REGISTER-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-SCAN-DONE
                   NOT AT END
                       IF (RFD-IS-OPEN OR RFD-IS-HELD)
                               AND RFD-LAST-SEEN < WS-RUN-DATE
                           MOVE 'X' TO RFD-STATUS
                           REWRITE RFD-RECORD
                               INVALID KEY
                                   CONTINUE
                           END-REWRITE
                           ADD 1 TO WS-CLEARED-COUNT
                       END-IF
               END-READ
           END-PERFORM.

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
      *    0820-WRITE-CHEQUE-TRAILER - CHEQUE COUNT AND CONTROL     *
      *    TOTAL THE BANK PROVES THE ISSUE FILE AGAINST              *
      *----------------------------------------------------------*
       0820-WRITE-CHEQUE-TRAILER.
           MOVE SPACES TO CHQ-TRAILER-REC.
           MOVE "TRL" TO CHQ-TRL-TAG.
           MOVE WS-BANK-ACCOUNT TO CHQ-TRL-ACCOUNT.
           MOVE WS-ISSUED-COUNT TO CHQ-TRL-COUNT.
           MOVE WS-CHEQUE-TOTAL TO CHQ-TRL-TOTAL.
           WRITE CHQ-TRAILER-REC.

      *----------------------------------------------------------*
      *    0850-SAVE-LAST-CHEQUE - THE LAST CHEQUE NUMBER USED      *
      *----------------------------------------------------------*
       0850-SAVE-LAST-CHEQUE.
           OPEN OUTPUT LAST-FILE.
           MOVE WS-CHEQUE-NO TO LAST-CHEQUE-NO.
           WRITE LAST-REC.
           CLOSE LAST-FILE.

      *----------------------------------------------------------*
      *    0950-WRITE-AUDIT - CALLER SETS KEY AND ACTION             *
      *----------------------------------------------------------*
       0950-WRITE-AUDIT.
           MOVE "REFUND" TO AUDIT-PROGRAM.
           MOVE WS-RUN-ID TO AUDIT-RUN-ID.
           MOVE SPACES TO AUDIT-OPERATOR.
           MOVE FUNCTION CURRENT-DATE TO AUDIT-TIMESTAMP.
           MOVE SPACES TO AUDIT-COMPANY.
           WRITE AUDIT-RECORD.
