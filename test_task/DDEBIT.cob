       IDENTIFICATION DIVISION.
       PROGRAM-ID. DDEBIT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *----------------------------------------------------------*
      *    MANDATE-FILE - THE DIRECT-DEBIT MANDATES MANDMNT         *
      *    MAINTAINS.  DDEBIT KEEPS ITS OWN COLLECTION STATE ON      *
      *    EACH ROW: THE MONTH LAST REQUESTED AND THE TRACE OF A     *
      *    DEBIT STILL AWAITING THE BANK.                            *
      *----------------------------------------------------------*
           SELECT MANDATE-FILE ASSIGN TO './cust_mandates.txt'
               ORGANIZATION IS INDEXED
               RECORD KEY IS MAND-CUST-ID
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS WS-MANDATE-STATUS.

           SELECT BALANCE-FILE ASSIGN TO './cust-balance.txt'
               ORGANIZATION IS INDEXED
               RECORD KEY IS BAL-ID
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS WS-BALANCE-STATUS.

      *----------------------------------------------------------*
      *    HISTORY-FILE - READ ONLY, FOR THE OPEN ITEMS IN DISPUTE  *
      *    WHICH ARE NEVER COLLECTED BY DEBIT                        *
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
      *    PENDING-FILE - ONE ROW PER DEBIT SENT TO THE BANK, KEYED *
      *    ON ITS TRACE NUMBER.  A DEBIT STAYS 'P' UNTIL THE BANK'S  *
      *    CONFIRMATION FILE ACCEPTS OR REJECTS IT - ONLY THEN IS    *
      *    THE PAYMENT STAGED FOR POST.                              *
      *----------------------------------------------------------*
           SELECT PENDING-FILE ASSIGN TO './ddebit-pending.txt'
               ORGANIZATION IS INDEXED
               RECORD KEY IS DDP-TRACE
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS WS-PENDING-STATUS.

      *----------------------------------------------------------*
      *    CONFIRM-FILE - THE BANK'S RETURN FILE, ONE ROW PER TRACE *
      *    NUMBER: 'A' COLLECTED, 'R' REJECTED WITH THE BANK'S       *
      *    THREE-CHARACTER RETURN REASON.  OPTIONAL - NO FILE MEANS  *
      *    NOTHING CAME BACK TODAY.                                  *
      *----------------------------------------------------------*
           SELECT CONFIRM-FILE ASSIGN TO './ddebit_confirm.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONFIRM-STATUS.

      *----------------------------------------------------------*
      *    PARM-FILE - OUR ORIGINATOR ID AND NAME AS THE BANK HAS   *
      *    THEM ON THE DEBIT-ORIGINATION AGREEMENT                   *
      *----------------------------------------------------------*
           SELECT PARM-FILE ASSIGN TO './ddebit_param.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

      *----------------------------------------------------------*
      *    TXN-OUT - ONE 'P' ROW PER DEBIT THE BANK CONFIRMED, IN   *
      *    THE CUST_TXN ROW LAYOUT WITH THE TRL CONTROL TRAILER.     *
      *    POST CONSUMES THIS STAGED FEED AS PART OF ITS FEED LIST.  *
      *----------------------------------------------------------*
           SELECT TXN-OUT ASSIGN TO './result/ddebit-txn.txt'
               ORGANIZATION IS LINE SEQUENTIAL.

      *----------------------------------------------------------*
      *    BANK-FILE - THE DEBIT REQUESTS IN THE BANK'S FIXED        *
      *    94-BYTE LAYOUT: A '1' HEADER, ONE '6' DETAIL PER DEBIT,   *
      *    AND A '9' TRAILER WITH THE ENTRY COUNT, ROUTING HASH AND  *
      *    TOTAL.  DISTRIB DELIVERS IT TO ./outbound/.               *
      *----------------------------------------------------------*
           SELECT BANK-FILE ASSIGN TO './result/ddebit-request.txt'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT REPORT-FILE ASSIGN TO './result/ddebit-report.txt'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT AUDIT-FILE ASSIGN TO './result/audit-trail.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT RUNID-FILE ASSIGN TO './result/run-id.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNID-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD MANDATE-FILE.
           COPY "mandaterec".

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

       FD PENDING-FILE.
           COPY "ddpendrec".

       FD CONFIRM-FILE.
       01 CONF-REC.
           05 CONF-TRACE PIC X(15).
           05 CONF-RESULT PIC X(1).
               88 CONF-IS-ACCEPTED VALUE 'A'.
               88 CONF-IS-REJECTED VALUE 'R'.
           05 CONF-REASON PIC X(3).

       FD PARM-FILE.
       01 PARM-REC.
           05 PARM-ORIGINATOR PIC X(10).
           05 PARM-ORIG-NAME PIC X(23).

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

       FD BANK-FILE.
       01 BANK-HEADER-REC.
           05 BHDR-TYPE PIC X(1).
           05 BHDR-ORIGINATOR PIC X(10).
           05 BHDR-ORIG-NAME PIC X(23).
           05 BHDR-FILE-DATE PIC 9(8).
           05 BHDR-FILE-ID PIC X(8).
           05 FILLER PIC X(44).
       01 BANK-DETAIL-REC.
           05 BDTL-TYPE PIC X(1).
           05 BDTL-ROUTING PIC 9(9).
           05 BDTL-ACCOUNT PIC X(17).
           05 BDTL-AMOUNT PIC 9(8)V99.
           05 BDTL-CUST-ID PIC X(15).
           05 BDTL-NAME PIC X(22).
           05 BDTL-TRACE PIC X(15).
           05 FILLER PIC X(5).
       01 BANK-TRAILER-REC.
           05 BTRL-TYPE PIC X(1).
           05 BTRL-ENTRY-COUNT PIC 9(6).
           05 BTRL-ENTRY-HASH PIC 9(10).
           05 BTRL-TOTAL PIC 9(10)V99.
           05 FILLER PIC X(65).

       FD REPORT-FILE.
       01 REPORT-REC PIC X(80).

       FD AUDIT-FILE.
           COPY "auditrec".

       FD RUNID-FILE.
       01 RUNID-REC.
           05 RUNID-VALUE PIC X(8).

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------*
      *    DIRECT-DEBIT COLLECTION RUN.  FIRST THE BANK'S RETURN     *
      *    FILE SETTLES EARLIER REQUESTS: A COLLECTED DEBIT BECOMES  *
      *    A STAGED 'P' PAYMENT FOR POST, A REJECTED ONE IS          *
      *    REPORTED AND NEVER POSTS.  THEN EVERY ACTIVE MANDATE      *
      *    WHOSE COLLECTION DAY HAS COME THIS MONTH, WITH NOTHING    *
      *    STILL PENDING, IS DEBITED FOR ITS BALANCE LESS ANY OPEN   *
      *    ITEMS IN DISPUTE.  A MANDATE IS REQUESTED AT MOST ONCE A  *
      *    MONTH, SO A RERUN ON THE SAME DAY SENDS NOTHING TWICE.    *
      *----------------------------------------------------------*
       01 WS-MANDATE-STATUS PIC XX.
           88 MANDATE-FILE-OK VALUE '00'.
       01 WS-BALANCE-STATUS PIC XX.
           88 BALANCE-FILE-OK VALUE '00'.
       01 WS-HISTORY-STATUS PIC XX.
           88 HISTORY-FILE-OK VALUE '00'.
       01 WS-CUST-A-STATUS PIC XX.
           88 CUST-A-OK VALUE '00'.
       01 WS-PENDING-STATUS PIC XX.
           88 PENDING-FILE-OK VALUE '00'.
       01 WS-CONFIRM-STATUS PIC XX.
           88 CONFIRM-FILE-OK VALUE '00'.
       01 WS-PARM-STATUS PIC XX.
           88 PARM-FILE-OK VALUE '00'.
       01 WS-AUDIT-STATUS PIC XX.
           88 AUDIT-FILE-OK VALUE '00'.
       01 WS-RUNID-STATUS PIC XX.
           88 RUNID-FILE-OK VALUE '00'.
       01 WS-RUN-ID PIC X(8) VALUE SPACES.

       01 WS-RUN-DATE PIC 9(8).
       01 WS-RUN-DATE-PARTS REDEFINES WS-RUN-DATE.
           05 WS-RUN-YYYYMM PIC X(6).
           05 WS-RUN-DAY PIC 9(2).
       01 WS-ORIGINATOR PIC X(10) VALUE 'ORIG000001'.
       01 WS-ORIG-NAME PIC X(23) VALUE 'ACCOUNTS RECEIVABLE'.

       01 WS-CONFIRM-EOF PIC X VALUE 'N'.
       01 WS-MANDATE-EOF PIC X VALUE 'N'.
       01 WS-PENDING-EOF PIC X VALUE 'N'.
       01 WS-HIST-DONE PIC X VALUE 'N'.
       01 WS-HAVE-MANDATES PIC X VALUE 'Y'.
           88 MANDATES-ON-FILE VALUE 'Y'.

      *----------------------------------------------------------*
      *    TRACE NUMBERS ARE THE REQUEST DATE PLUS A SEVEN-DIGIT    *
      *    SEQUENCE THAT CARRIES ON FROM ANY TRACE ALREADY ISSUED    *
      *    TODAY, SO A SECOND RUN ON ONE DAY NEVER REUSES A KEY      *
      *----------------------------------------------------------*
       01 WS-TRACE.
           05 WS-TRACE-DATE PIC 9(8).
           05 WS-TRACE-SEQ PIC 9(7).
       01 WS-LAST-TRACE-SEQ PIC 9(7) VALUE 0.
       01 WS-PENDING-TRACE-SEQ PIC 9(7).

       01 WS-DISPUTED PIC S9(9)V99.
       01 WS-DEBIT-AMOUNT PIC S9(9)V99.
       01 WS-SKIP-REASON PIC X(30).
       01 WS-ROUTING-PREFIX PIC 9(8).
       01 WS-HASH-WORK PIC 9(12) VALUE 0.

       01 WS-CONFIRM-READ PIC 9(10) VALUE 0.
       01 WS-CONFIRMED-COUNT PIC 9(10) VALUE 0.
       01 WS-REJECTED-COUNT PIC 9(10) VALUE 0.
       01 WS-UNMATCHED-COUNT PIC 9(10) VALUE 0.
       01 WS-REQUEST-COUNT PIC 9(10) VALUE 0.
       01 WS-SKIPPED-COUNT PIC 9(10) VALUE 0.
       01 WS-NET-AMOUNT PIC S9(11)V99 VALUE 0.
       01 WS-REQUEST-TOTAL PIC 9(10)V99 VALUE 0.

       01 WS-AMOUNT-DISPLAY PIC Z(8)9.99.

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE.
           PERFORM 0050-LOAD-RUN-ID.
           PERFORM 0100-LOAD-PARAMETERS.

           OPEN I-O MANDATE-FILE.
           IF WS-MANDATE-STATUS = '35'
               MOVE 'N' TO WS-HAVE-MANDATES
           ELSE
               IF NOT MANDATE-FILE-OK
                   DISPLAY "DDEBIT - cust_mandates.txt not usable, "
                       "status " WS-MANDATE-STATUS
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF.

           OPEN I-O PENDING-FILE.
      *    ONLY A MISSING FILE (STATUS 35) MAY BE CREATED FRESH -
      *    ANY OTHER OPEN FAILURE MUST NOT QUIETLY LOSE THE DEBITS
      *    STILL WAITING ON THE BANK.
           IF WS-PENDING-STATUS = '35'
               OPEN OUTPUT PENDING-FILE
               CLOSE PENDING-FILE
               OPEN I-O PENDING-FILE
           END-IF.
           IF NOT PENDING-FILE-OK
               DISPLAY "DDEBIT - ddebit-pending.txt not usable, "
                   "status " WS-PENDING-STATUS
               IF MANDATES-ON-FILE
                   CLOSE MANDATE-FILE
               END-IF
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN INPUT BALANCE-FILE.
           OPEN INPUT HISTORY-FILE.
           OPEN INPUT CUST-A.
           OPEN OUTPUT TXN-OUT.
           OPEN OUTPUT BANK-FILE.
           OPEN OUTPUT REPORT-FILE.

           OPEN EXTEND AUDIT-FILE.
           IF NOT AUDIT-FILE-OK
               OPEN OUTPUT AUDIT-FILE
           END-IF.

           MOVE SPACES TO REPORT-REC.
           STRING "DIRECT DEBIT RUN DATE=" WS-RUN-DATE
               " ORIGINATOR=" WS-ORIGINATOR
               DELIMITED BY SIZE INTO REPORT-REC.
           WRITE REPORT-REC.

           PERFORM 0200-APPLY-CONFIRMATIONS.
           PERFORM 0800-WRITE-TXN-TRAILER.

           PERFORM 0400-FIND-LAST-TRACE.
           PERFORM 0500-WRITE-BANK-HEADER.
           IF MANDATES-ON-FILE
               MOVE LOW-VALUES TO MAND-CUST-ID
               START MANDATE-FILE KEY >= MAND-CUST-ID
                   INVALID KEY
                       MOVE 'Y' TO WS-MANDATE-EOF
               END-START
               PERFORM UNTIL WS-MANDATE-EOF = 'Y'
                   READ MANDATE-FILE NEXT
                       AT END
                           MOVE 'Y' TO WS-MANDATE-EOF
                       NOT AT END
                           PERFORM 0600-JUDGE-ONE-MANDATE
                   END-READ
               END-PERFORM
           END-IF.
           PERFORM 0900-WRITE-BANK-TRAILER.

           MOVE WS-REQUEST-TOTAL TO WS-AMOUNT-DISPLAY.
           MOVE SPACES TO REPORT-REC.
           STRING "DEBITS REQUESTED=" WS-REQUEST-COUNT
               " TOTAL=" WS-AMOUNT-DISPLAY
               " SKIPPED=" WS-SKIPPED-COUNT
               DELIMITED BY SIZE INTO REPORT-REC.
           WRITE REPORT-REC.
           MOVE SPACES TO REPORT-REC.
           STRING "CONFIRMED=" WS-CONFIRMED-COUNT
               " REJECTED=" WS-REJECTED-COUNT
               " UNMATCHED=" WS-UNMATCHED-COUNT
               DELIMITED BY SIZE INTO REPORT-REC.
           WRITE REPORT-REC.

           IF MANDATES-ON-FILE
               CLOSE MANDATE-FILE
           END-IF.
           CLOSE PENDING-FILE.
           IF BALANCE-FILE-OK
               CLOSE BALANCE-FILE
           END-IF.
           IF HISTORY-FILE-OK
               CLOSE HISTORY-FILE
           END-IF.
           IF CUST-A-OK
               CLOSE CUST-A
           END-IF.
           CLOSE TXN-OUT.
           CLOSE BANK-FILE.
           CLOSE REPORT-FILE.
           CLOSE AUDIT-FILE.

           DISPLAY "DDEBIT confirmations read: " WS-CONFIRM-READ.
           DISPLAY "DDEBIT debits confirmed: " WS-CONFIRMED-COUNT.
           DISPLAY "DDEBIT debits rejected: " WS-REJECTED-COUNT.
           DISPLAY "DDEBIT debits requested: " WS-REQUEST-COUNT.

           IF WS-REJECTED-COUNT > 0 OR WS-UNMATCHED-COUNT > 0
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
      *    0100-LOAD-PARAMETERS - ORIGINATOR ID AND NAME, KEEPING   *
      *    THE DEFAULTS WHEN THE FILE IS MISSING OR BLANK            *
      *----------------------------------------------------------*
       0100-LOAD-PARAMETERS.
           OPEN INPUT PARM-FILE.
           IF PARM-FILE-OK
               READ PARM-FILE
                   NOT AT END
                       IF PARM-ORIGINATOR NOT = SPACES
                           MOVE PARM-ORIGINATOR TO WS-ORIGINATOR
                       END-IF
                       IF PARM-ORIG-NAME NOT = SPACES
                           MOVE PARM-ORIG-NAME TO WS-ORIG-NAME
                       END-IF
               END-READ
               CLOSE PARM-FILE
           END-IF.

      *----------------------------------------------------------*
      *    0200-APPLY-CONFIRMATIONS - SETTLE EVERY PENDING DEBIT    *
      *    THE BANK HAS ANSWERED FOR                                 *
      *----------------------------------------------------------*
       0200-APPLY-CONFIRMATIONS.
           OPEN INPUT CONFIRM-FILE.
           IF NOT CONFIRM-FILE-OK
               MOVE SPACES TO REPORT-REC
               STRING "NO BANK CONFIRMATIONS TODAY"
                   DELIMITED BY SIZE INTO REPORT-REC
               WRITE REPORT-REC
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-CONFIRM-EOF = 'Y'
               READ CONFIRM-FILE
                   AT END
                       MOVE 'Y' TO WS-CONFIRM-EOF
                   NOT AT END
                       ADD 1 TO WS-CONFIRM-READ
                       PERFORM 0250-SETTLE-ONE-DEBIT
               END-READ
           END-PERFORM.
           CLOSE CONFIRM-FILE.

      *----------------------------------------------------------*
      *    0250-SETTLE-ONE-DEBIT - A TRACE WE NEVER SENT, OR ONE    *
      *    ALREADY SETTLED (A RESENT RETURN FILE), IS REPORTED AND   *
      *    LEFT ALONE                                                *
      *----------------------------------------------------------*
       0250-SETTLE-ONE-DEBIT.
           MOVE CONF-TRACE TO DDP-TRACE.
           READ PENDING-FILE
               INVALID KEY
                   ADD 1 TO WS-UNMATCHED-COUNT
                   MOVE SPACES TO REPORT-REC
                   STRING "  UNKNOWN TRACE " CONF-TRACE
                       " - NOT ONE OF OUR DEBITS"
                       DELIMITED BY SIZE INTO REPORT-REC
                   WRITE REPORT-REC
                   EXIT PARAGRAPH
           END-READ.
           IF NOT DDP-IS-PENDING
               MOVE SPACES TO REPORT-REC
               STRING "  TRACE " CONF-TRACE
                   " ALREADY SETTLED STATUS=" DDP-STATUS
                   " - IGNORED"
                   DELIMITED BY SIZE INTO REPORT-REC
               WRITE REPORT-REC
               EXIT PARAGRAPH
           END-IF.
           IF NOT CONF-IS-ACCEPTED AND NOT CONF-IS-REJECTED
               ADD 1 TO WS-UNMATCHED-COUNT
               MOVE SPACES TO REPORT-REC
               STRING "  TRACE " CONF-TRACE
                   " UNKNOWN RESULT '" CONF-RESULT "' - LEFT PENDING"
                   DELIMITED BY SIZE INTO REPORT-REC
               WRITE REPORT-REC
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-RUN-DATE TO DDP-SETTLED.
           MOVE CONF-REASON TO DDP-REASON.
           MOVE SPACES TO AUDIT-ACTION.
           IF CONF-IS-ACCEPTED
               MOVE 'C' TO DDP-STATUS
               PERFORM 0300-STAGE-PAYMENT
               MOVE "DD-CONFIRM" TO AUDIT-ACTION
           ELSE
               MOVE 'R' TO DDP-STATUS
               ADD 1 TO WS-REJECTED-COUNT
               MOVE DDP-AMOUNT TO WS-AMOUNT-DISPLAY
               MOVE SPACES TO REPORT-REC
               STRING "  " DDP-CUST-ID " DEBIT REJECTED "
                   WS-AMOUNT-DISPLAY " TRACE " DDP-TRACE
                   " REASON " CONF-REASON
                   DELIMITED BY SIZE INTO REPORT-REC
               WRITE REPORT-REC
               MOVE "DD-REJECT" TO AUDIT-ACTION
           END-IF.
           REWRITE DDP-RECORD.

           IF MANDATES-ON-FILE
               MOVE DDP-CUST-ID TO MAND-CUST-ID
               READ MANDATE-FILE
                   NOT INVALID KEY
                       IF MAND-PENDING-TRACE = DDP-TRACE
                           MOVE SPACES TO MAND-PENDING-TRACE
                           REWRITE MAND-RECORD
                       END-IF
               END-READ
           END-IF.

           MOVE SPACES TO AUDIT-KEY.
           STRING DDP-CUST-ID DDP-TRACE
               DELIMITED BY SIZE INTO AUDIT-KEY.
           PERFORM 0950-WRITE-AUDIT.

      *----------------------------------------------------------*
      *    0300-STAGE-PAYMENT - THE COLLECTED DEBIT BECOMES A 'P'   *
      *    ROW FOR POST.  THE TRANSACTION ID IS 'D' PLUS THE TRACE   *
      *    SEQUENCE, DATED THE DAY THE DEBIT WAS REQUESTED, SO IT IS *
      *    UNIQUE PER DATE ON THE APPLIED REGISTRY; THE ACCOUNTING   *
      *    DATE IS THE DAY THE BANK CONFIRMED IT.                    *
      *----------------------------------------------------------*
       0300-STAGE-PAYMENT.
           ADD 1 TO WS-CONFIRMED-COUNT.
           MOVE DDP-CUST-ID TO OUT-ID.
           MOVE 'P' TO OUT-TYPE.
           MOVE '+' TO OUT-SIGN.
           MOVE DDP-AMOUNT TO OUT-AMOUNT.
           MOVE DDP-REQUESTED TO OUT-DATE.
           MOVE SPACES TO OUT-REF.
           MOVE SPACES TO OUT-TXN-ID.
           STRING "D" DDP-TRACE(10:6)
               DELIMITED BY SIZE INTO OUT-TXN-ID.
           MOVE WS-RUN-DATE TO OUT-ACCT-DATE.
           MOVE SPACES TO OUT-CURRENCY.
           WRITE OUT-REC.
           SUBTRACT DDP-AMOUNT FROM WS-NET-AMOUNT.
           MOVE OUT-TXN-ID TO DDP-TXN-ID.

           MOVE DDP-AMOUNT TO WS-AMOUNT-DISPLAY.
           MOVE SPACES TO REPORT-REC.
           STRING "  " DDP-CUST-ID " DEBIT COLLECTED "
               WS-AMOUNT-DISPLAY " TRACE " DDP-TRACE
               " TXN " OUT-TXN-ID
               DELIMITED BY SIZE INTO REPORT-REC.
           WRITE REPORT-REC.

      *----------------------------------------------------------*
      *    0400-FIND-LAST-TRACE - THE HIGHEST SEQUENCE ALREADY      *
      *    ISSUED UNDER TODAY'S DATE                                 *
      *----------------------------------------------------------*
       0400-FIND-LAST-TRACE.
           MOVE WS-RUN-DATE TO WS-TRACE-DATE.
           MOVE 0 TO WS-TRACE-SEQ.
           MOVE WS-TRACE TO DDP-TRACE.
           START PENDING-FILE KEY >= DDP-TRACE
               INVALID KEY
                   MOVE 'Y' TO WS-PENDING-EOF
           END-START.
           PERFORM UNTIL WS-PENDING-EOF = 'Y'
               READ PENDING-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-PENDING-EOF
                   NOT AT END
                       IF DDP-TRACE(1:8) NOT = WS-TRACE-DATE
                           MOVE 'Y' TO WS-PENDING-EOF
                       ELSE
                           MOVE DDP-TRACE(9:7)
                               TO WS-PENDING-TRACE-SEQ
                           MOVE WS-PENDING-TRACE-SEQ
                               TO WS-LAST-TRACE-SEQ
                       END-IF
               END-READ
           END-PERFORM.

      *----------------------------------------------------------*
      *    0500-WRITE-BANK-HEADER - THE '1' FILE HEADER, WRITTEN    *
      *    EVEN WHEN NOTHING IS DUE SO THE BANK ALWAYS RECEIVES A    *
      *    WELL-FORMED FILE                                          *
      *----------------------------------------------------------*
       0500-WRITE-BANK-HEADER.
           MOVE SPACES TO BANK-HEADER-REC.
           MOVE '1' TO BHDR-TYPE.
           MOVE WS-ORIGINATOR TO BHDR-ORIGINATOR.
           MOVE WS-ORIG-NAME TO BHDR-ORIG-NAME.
           MOVE WS-RUN-DATE TO BHDR-FILE-DATE.
           MOVE WS-RUN-ID TO BHDR-FILE-ID.
           WRITE BANK-HEADER-REC.

      *----------------------------------------------------------*
      *    0600-JUDGE-ONE-MANDATE - IS THIS MANDATE DUE, AND FOR    *
      *    HOW MUCH                                                  *
      *----------------------------------------------------------*
       0600-JUDGE-ONE-MANDATE.
           IF NOT MAND-IS-ACTIVE
               EXIT PARAGRAPH
           END-IF.
           IF MAND-COLLECT-DAY > WS-RUN-DAY
               EXIT PARAGRAPH
           END-IF.
           IF MAND-LAST-MONTH NOT = SPACES
                   AND MAND-LAST-MONTH >= WS-RUN-YYYYMM
               EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO WS-SKIP-REASON.
           IF MAND-PENDING-TRACE NOT = SPACES
               MOVE "EARLIER DEBIT STILL PENDING" TO WS-SKIP-REASON
           ELSE
               PERFORM 0620-CHECK-DECEASED
               IF WS-SKIP-REASON = SPACES
                   PERFORM 0650-FIND-AMOUNT-DUE
               END-IF
           END-IF.
           IF WS-SKIP-REASON NOT = SPACES
               ADD 1 TO WS-SKIPPED-COUNT
               MOVE SPACES TO REPORT-REC
               STRING "  " MAND-CUST-ID " NOT DEBITED - "
                   WS-SKIP-REASON
                   DELIMITED BY SIZE INTO REPORT-REC
               WRITE REPORT-REC
      *        NOTHING OWED IS STILL THIS MONTH'S COLLECTION DONE;
      *        A PENDING DEBIT IS RETRIED ONCE THE BANK ANSWERS.
               IF MAND-PENDING-TRACE = SPACES
                   MOVE WS-RUN-YYYYMM TO MAND-LAST-MONTH
                   REWRITE MAND-RECORD
               END-IF
               EXIT PARAGRAPH
           END-IF.

           PERFORM 0700-REQUEST-ONE-DEBIT.

      *----------------------------------------------------------*
      *    0620-CHECK-DECEASED - NO DEBIT IS TAKEN FROM A DECEASED  *
      *    CUSTOMER'S ACCOUNT; THE MANDATE STAYS ON FILE FOR THE     *
      *    ESTATE TO CANCEL BUT THE ACCOUNT IS FROZEN                *
      *----------------------------------------------------------*
       0620-CHECK-DECEASED.
           IF NOT CUST-A-OK AND WS-CUST-A-STATUS NOT = '10'
                   AND WS-CUST-A-STATUS NOT = '23'
               EXIT PARAGRAPH
           END-IF.
           MOVE MAND-CUST-ID TO A-ID.
           READ CUST-A
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF A-STATUS = 'D'
                       MOVE "ACCOUNT FROZEN - DECEASED"
                           TO WS-SKIP-REASON
                   END-IF
           END-READ.

      *----------------------------------------------------------*
      *    0650-FIND-AMOUNT-DUE - THE BALANCE LESS WHAT IS STILL    *
      *    OPEN ON ITEMS THE CUSTOMER DISPUTES                       *
      *----------------------------------------------------------*
       0650-FIND-AMOUNT-DUE.
           MOVE 0 TO WS-DEBIT-AMOUNT.
           MOVE MAND-CUST-ID TO BAL-ID.
           READ BALANCE-FILE
               INVALID KEY
                   MOVE "NO BALANCE ON FILE" TO WS-SKIP-REASON
                   EXIT PARAGRAPH
           END-READ.
           MOVE BAL-AMOUNT TO WS-DEBIT-AMOUNT.

           MOVE 0 TO WS-DISPUTED.
           MOVE 'N' TO WS-HIST-DONE.
           MOVE MAND-CUST-ID TO HIST-ID.
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
                       IF HIST-ID NOT = MAND-CUST-ID
                           MOVE 'Y' TO WS-HIST-DONE
                       ELSE
                           IF HIST-OPEN-STATUS = 'O'
                                   AND HIST-DISPUTE-FLAG = 'Y'
                               ADD HIST-OPEN-AMOUNT TO WS-DISPUTED
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           SUBTRACT WS-DISPUTED FROM WS-DEBIT-AMOUNT.

           IF WS-DEBIT-AMOUNT NOT > 0
               MOVE "NOTHING OWED" TO WS-SKIP-REASON
           ELSE
               IF WS-DEBIT-AMOUNT > 9999999.99
                   MOVE "AMOUNT OVER DEBIT LIMIT" TO WS-SKIP-REASON
               END-IF
           END-IF.

      *----------------------------------------------------------*
      *    0700-REQUEST-ONE-DEBIT - THE BANK DETAIL, THE PENDING    *
      *    ROW, AND THE MANDATE MARKED REQUESTED FOR THE MONTH       *
      *----------------------------------------------------------*
       0700-REQUEST-ONE-DEBIT.
           ADD 1 TO WS-LAST-TRACE-SEQ.
           MOVE WS-RUN-DATE TO WS-TRACE-DATE.
           MOVE WS-LAST-TRACE-SEQ TO WS-TRACE-SEQ.

           MOVE WS-TRACE TO DDP-TRACE.
           MOVE MAND-CUST-ID TO DDP-CUST-ID.
           MOVE WS-DEBIT-AMOUNT TO DDP-AMOUNT.
           MOVE WS-RUN-DATE TO DDP-REQUESTED.
           MOVE 'P' TO DDP-STATUS.
           MOVE 0 TO DDP-SETTLED.
           MOVE SPACES TO DDP-TXN-ID.
           MOVE SPACES TO DDP-REASON.
           WRITE DDP-RECORD
               INVALID KEY
                   ADD 1 TO WS-SKIPPED-COUNT
                   MOVE SPACES TO REPORT-REC
                   STRING "  " MAND-CUST-ID " NOT DEBITED - TRACE "
                       WS-TRACE " ALREADY ON FILE"
                       DELIMITED BY SIZE INTO REPORT-REC
                   WRITE REPORT-REC
                   EXIT PARAGRAPH
           END-WRITE.

           MOVE SPACES TO A-NAME.
           MOVE MAND-CUST-ID TO A-ID.
           READ CUST-A
               INVALID KEY
                   MOVE SPACES TO A-NAME
           END-READ.

           MOVE SPACES TO BANK-DETAIL-REC.
           MOVE '6' TO BDTL-TYPE.
           MOVE MAND-ROUTING TO BDTL-ROUTING.
           MOVE MAND-ACCOUNT TO BDTL-ACCOUNT.
           MOVE WS-DEBIT-AMOUNT TO BDTL-AMOUNT.
           MOVE MAND-CUST-ID TO BDTL-CUST-ID.
           MOVE A-NAME TO BDTL-NAME.
           MOVE WS-TRACE TO BDTL-TRACE.
           WRITE BANK-DETAIL-REC.

           ADD 1 TO WS-REQUEST-COUNT.
           ADD WS-DEBIT-AMOUNT TO WS-REQUEST-TOTAL.
           MOVE MAND-ROUTING(1:8) TO WS-ROUTING-PREFIX.
           ADD WS-ROUTING-PREFIX TO WS-HASH-WORK.

           MOVE WS-RUN-YYYYMM TO MAND-LAST-MONTH.
           MOVE WS-TRACE TO MAND-PENDING-TRACE.
           REWRITE MAND-RECORD.

           MOVE WS-DEBIT-AMOUNT TO WS-AMOUNT-DISPLAY.
           MOVE SPACES TO REPORT-REC.
           STRING "  " MAND-CUST-ID " DEBIT REQUESTED "
               WS-AMOUNT-DISPLAY " TRACE " WS-TRACE
               DELIMITED BY SIZE INTO REPORT-REC.
           WRITE REPORT-REC.

           MOVE SPACES TO AUDIT-KEY.
           STRING MAND-CUST-ID WS-TRACE
               DELIMITED BY SIZE INTO AUDIT-KEY.
           MOVE "DD-REQUEST" TO AUDIT-ACTION.
           PERFORM 0950-WRITE-AUDIT.

      *----------------------------------------------------------*
      *    0800-WRITE-TXN-TRAILER - THE TRL CONTROL ROW POST        *
      *    BALANCES THE STAGED PAYMENTS AGAINST                      *
      *----------------------------------------------------------*
       0800-WRITE-TXN-TRAILER.
           MOVE "TRL" TO OUT-TRL-TAG.
           MOVE WS-CONFIRMED-COUNT TO OUT-TRL-COUNT.
           IF WS-NET-AMOUNT < 0
               MOVE '-' TO OUT-TRL-SIGN
               COMPUTE OUT-TRL-AMOUNT = 0 - WS-NET-AMOUNT
           ELSE
               MOVE '+' TO OUT-TRL-SIGN
               MOVE WS-NET-AMOUNT TO OUT-TRL-AMOUNT
           END-IF.
           WRITE OUT-TRAILER-REC.

      *----------------------------------------------------------*
      *    0900-WRITE-BANK-TRAILER - ENTRY COUNT, THE ENTRY HASH    *
      *    (SUM OF THE FIRST EIGHT ROUTING DIGITS, LOW TEN DIGITS    *
      *    KEPT) AND THE TOTAL DEBITED, FOR THE BANK TO PROVE THE    *
      *    FILE ARRIVED WHOLE                                        *
      *----------------------------------------------------------*
       0900-WRITE-BANK-TRAILER.
           MOVE SPACES TO BANK-TRAILER-REC.
           MOVE '9' TO BTRL-TYPE.
           MOVE WS-REQUEST-COUNT TO BTRL-ENTRY-COUNT.
           MOVE WS-HASH-WORK TO BTRL-ENTRY-HASH.
           MOVE WS-REQUEST-TOTAL TO BTRL-TOTAL.
           WRITE BANK-TRAILER-REC.

      *----------------------------------------------------------*
      *    0950-WRITE-AUDIT - EVERY DEBIT SENT AND SETTLED LANDS ON *
      *    THE SHARED AUDIT TRAIL; CALLER SETS KEY AND ACTION        *
      *----------------------------------------------------------*
       0950-WRITE-AUDIT.
           MOVE "DDEBIT" TO AUDIT-PROGRAM.
           MOVE WS-RUN-ID TO AUDIT-RUN-ID.
           MOVE SPACES TO AUDIT-OPERATOR.
           MOVE FUNCTION CURRENT-DATE TO AUDIT-TIMESTAMP.
           MOVE SPACES TO AUDIT-COMPANY.
           WRITE AUDIT-RECORD.
