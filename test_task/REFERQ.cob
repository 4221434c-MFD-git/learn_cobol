       IDENTIFICATION DIVISION.
       PROGRAM-ID. REFERQ.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *----------------------------------------------------------*
      *    REFLOG-FILE - THE REFERRED ORDERS POST APPENDS WHEN AN   *
      *    ORDER WOULD BREACH THE CUSTOMER'S CREDIT LIMIT.  READ     *
      *    ONLY HERE; THE POINTER FILE SAYS HOW MUCH OF IT WAS       *
      *    ALREADY TAKEN.                                            *
      *----------------------------------------------------------*
           SELECT REFLOG-FILE
               ASSIGN TO './result/credit-referral-log.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REFLOG-STATUS.

      *----------------------------------------------------------*
      *    QUEUE-FILE - THE CREDIT-REFERRAL DECISION QUEUE, KEYED   *
      *    LIKE THE COLLECTIONS WORKLIST ON A QUEUE SEQUENCE.  A     *
      *    CREDIT OFFICER WORKS IT THROUGH CONSOLE; THIS RUN STAGES  *
      *    THE APPROVALS AND CHASES THE ENTRIES NOBODY HAS DECIDED.  *
      *----------------------------------------------------------*
           SELECT QUEUE-FILE
               ASSIGN TO './result/referral-queue.txt'
               ORGANIZATION IS INDEXED
               RECORD KEY IS REFQ-SEQ
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS WS-QUEUE-STATUS.

           SELECT POINTER-FILE
               ASSIGN TO './result/referq-pointer.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POINTER-STATUS.

      *----------------------------------------------------------*
      *    PARM-FILE - DAYS A REFERRAL MAY WAIT UNDECIDED BEFORE    *
      *    IT RAISES AN OPERATOR ALERT (DEFAULT THREE)               *
      *----------------------------------------------------------*
           SELECT PARM-FILE ASSIGN TO './referq_param.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

      *----------------------------------------------------------*
      *    TXN-OUT - THE RELEASED ORDERS IN THE CUST_TXN ROW        *
      *    LAYOUT WITH THE TRL CONTROL TRAILER.  POST CONSUMES THIS  *
      *    STAGED FEED AS PART OF ITS FEED LIST AND POSTS IT PAST    *
      *    THE CREDIT-LIMIT CHECK - THE DECISION HAS BEEN TAKEN.     *
      *----------------------------------------------------------*
           SELECT TXN-OUT ASSIGN TO './result/referral-txn.txt'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT REPORT-FILE
               ASSIGN TO './result/referral-queue-report.txt'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT AUDIT-FILE ASSIGN TO './result/audit-trail.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT ALERT-FILE
               ASSIGN TO './result/operator-alerts.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALERT-STATUS.

           SELECT ALERT-SEQ-FILE ASSIGN TO './result/alert-seq.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALERT-SEQ-STATUS.

           SELECT RUNID-FILE ASSIGN TO './result/run-id.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNID-STATUS.

       DATA DIVISION.
       FILE SECTION.

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

       FD QUEUE-FILE.
           COPY "referrec".

       FD POINTER-FILE.
       01 POINTER-REC.
           05 PTR-ABSORBED PIC 9(10).
           05 PTR-NEXT-SEQ PIC 9(6).

       FD PARM-FILE.
       01 PARM-REC.
           05 REFQP-DAYS PIC 9(3).

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
       01 REPORT-REC PIC X(100).

       FD AUDIT-FILE.
           COPY "auditrec".

       FD ALERT-FILE.
       01 ALERT-REC PIC X(100).

       FD ALERT-SEQ-FILE.
       01 ALERT-SEQ-REC.
           05 ALERT-SEQ-VALUE PIC 9(6).

       FD RUNID-FILE.
       01 RUNID-REC.
           05 RUNID-VALUE PIC X(8).

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------*
      *    CREDIT-REFERRAL QUEUE RUN - A REFERRED ORDER NO LONGER   *
      *    DIES IN A REPORT: EVERY REFERRAL BECOMES A QUEUE ENTRY,   *
      *    APPROVED ENTRIES ARE RE-STAGED FOR TONIGHT'S POST, AND    *
      *    ENTRIES LEFT UNDECIDED PAST THE WAITING PERIOD RAISE A    *
      *    NUMBERED OPERATOR ALERT THE CONSOLE INBOX SURFACES        *
      *----------------------------------------------------------*
       01 WS-REFLOG-STATUS PIC XX.
           88 REFLOG-FILE-OK VALUE '00'.
       01 WS-QUEUE-STATUS PIC XX.
           88 QUEUE-FILE-OK VALUE '00'.
       01 WS-POINTER-STATUS PIC XX.
           88 POINTER-FILE-OK VALUE '00'.
       01 WS-PARM-STATUS PIC XX.
           88 PARM-FILE-OK VALUE '00'.
       01 WS-AUDIT-STATUS PIC XX.
           88 AUDIT-FILE-OK VALUE '00'.
       01 WS-ALERT-STATUS PIC XX.
           88 ALERT-FILE-OK VALUE '00'.
       01 WS-ALERT-SEQ-STATUS PIC XX.
           88 ALERT-SEQ-FILE-OK VALUE '00'.
       01 WS-RUNID-STATUS PIC XX.
           88 RUNID-FILE-OK VALUE '00'.
       01 WS-RUN-ID PIC X(8) VALUE SPACES.
       01 WS-EOF PIC X VALUE 'N'.
       01 WS-SCAN-DONE PIC X VALUE 'N'.
       01 WS-DUP-DONE PIC X.
       01 WS-DUP-FOUND PIC X.
           88 ALREADY-QUEUED VALUE 'Y'.

       01 WS-RUN-DATE PIC 9(8).
       01 WS-RUN-DAYS PIC 9(8).
       01 WS-REFERRED-DAYS PIC 9(8).
       01 WS-WAIT-DAYS PIC 9(5).
       01 WS-ALERT-DAYS PIC 9(3) VALUE 3.
       01 WS-ABSORBED PIC 9(10) VALUE 0.
       01 WS-NEXT-SEQ PIC 9(6) VALUE 1.
       01 WS-LOG-ROW PIC 9(10) VALUE 0.
       01 WS-NEW-COUNT PIC 9(6) VALUE 0.
       01 WS-DUP-COUNT PIC 9(6) VALUE 0.
       01 WS-OPEN-COUNT PIC 9(6) VALUE 0.
       01 WS-OVERDUE-COUNT PIC 9(6) VALUE 0.
       01 WS-RELEASED-COUNT PIC 9(10) VALUE 0.
       01 WS-NET-AMOUNT PIC S9(11)V99 VALUE 0.
       01 WS-ALERT-SEQ PIC 9(6).
       01 WS-TIMESTAMP PIC X(21).
       01 WS-AMOUNT-DISPLAY PIC -(9)9.99.
       01 WS-BALANCE-DISPLAY PIC -(9)9.99.
       01 WS-LIMIT-DISPLAY PIC -(9)9.99.

      *----------------------------------------------------------*
      *    THE ABSORBED ROW BEING CHECKED FOR A DUPLICATE - A       *
      *    RERUN OF POST REFERS THE SAME ORDER A SECOND TIME, AND    *
      *    IT MUST NOT QUEUE TWICE WHILE THE FIRST IS UNRESOLVED     *
      *----------------------------------------------------------*
       01 WS-HOLD-CUST-ID PIC X(5).
       01 WS-HOLD-TXN-ID PIC X(7).
       01 WS-HOLD-DATE PIC 9(8).
       01 WS-HOLD-AMOUNT PIC 9(7)V99.

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE.
           MOVE FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
               TO WS-RUN-DAYS.
           PERFORM 0050-LOAD-RUN-ID.
           PERFORM 0060-LOAD-PARAMETERS.
           PERFORM 0100-LOAD-POINTER.

           OPEN I-O QUEUE-FILE.
      *    ONLY A MISSING FILE (STATUS 35) MAY BE CREATED FRESH -
      *    ANY OTHER OPEN FAILURE MUST NOT QUIETLY REPLACE THE
      *    LIVE QUEUE.
           IF WS-QUEUE-STATUS = '35'
               OPEN OUTPUT QUEUE-FILE
               CLOSE QUEUE-FILE
               OPEN I-O QUEUE-FILE
           END-IF.
           IF NOT QUEUE-FILE-OK
               DISPLAY "REFERQ - referral-queue.txt not usable, "
                   "status " WS-QUEUE-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM 0200-ABSORB-NEW-REFERRALS.

      *    FEWER ROWS ON THE LOG THAN THE POINTER SAYS WERE
      *    ABSORBED MEANS IT WAS ROLLED - EVERYTHING NOW ON IT IS
      *    NEW, SO GO BACK TO ROW ONE.
           IF WS-LOG-ROW < WS-ABSORBED
               DISPLAY "REFERQ - credit-referral-log.txt was rolled "
                   "since the last run, re-absorbing from the top"
               MOVE 0 TO WS-ABSORBED
               MOVE 0 TO WS-LOG-ROW
               MOVE 'N' TO WS-EOF
               PERFORM 0200-ABSORB-NEW-REFERRALS
           END-IF.
           MOVE WS-LOG-ROW TO WS-ABSORBED.

           OPEN OUTPUT TXN-OUT.
           OPEN OUTPUT REPORT-FILE.
           OPEN EXTEND AUDIT-FILE.
           IF NOT AUDIT-FILE-OK
               OPEN OUTPUT AUDIT-FILE
           END-IF.

           MOVE SPACES TO REPORT-REC.
           STRING "CREDIT-REFERRAL QUEUE AS OF " WS-RUN-DATE
               " - ALERT AFTER " WS-ALERT-DAYS " DAY(S) UNDECIDED"
               DELIMITED BY SIZE INTO REPORT-REC.
           WRITE REPORT-REC.
           MOVE SPACES TO REPORT-REC.
           STRING "ENTRY  CUST  REFERRED        ORDER      BALANCE"
               "        LIMIT  WAIT"
               DELIMITED BY SIZE INTO REPORT-REC.
           WRITE REPORT-REC.

           PERFORM 0300-WALK-QUEUE.

           PERFORM 0800-WRITE-TRAILER.

           MOVE SPACES TO REPORT-REC.
           WRITE REPORT-REC.
           MOVE SPACES TO REPORT-REC.
           STRING "NEW=" WS-NEW-COUNT
               " DUPLICATES=" WS-DUP-COUNT
               " AWAITING DECISION=" WS-OPEN-COUNT
               " OVERDUE=" WS-OVERDUE-COUNT
               " RELEASED TO POST=" WS-RELEASED-COUNT
               DELIMITED BY SIZE INTO REPORT-REC.
           WRITE REPORT-REC.

           CLOSE QUEUE-FILE.
           CLOSE TXN-OUT.
           CLOSE REPORT-FILE.
           CLOSE AUDIT-FILE.
           PERFORM 0400-SAVE-POINTER.

           DISPLAY "REFERQ new referrals queued: " WS-NEW-COUNT.
           DISPLAY "REFERQ referrals awaiting decision: "
               WS-OPEN-COUNT.
           DISPLAY "REFERQ referrals overdue: " WS-OVERDUE-COUNT.
           DISPLAY "REFERQ approved orders released: "
               WS-RELEASED-COUNT.

           IF WS-OVERDUE-COUNT > 0
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
      *    0060-LOAD-PARAMETERS - THE WAITING PERIOD; A MISSING     *
      *    FILE LEAVES THE SHIPPED DEFAULT IN FORCE                  *
      *----------------------------------------------------------*
       0060-LOAD-PARAMETERS.
           OPEN INPUT PARM-FILE.
           IF PARM-FILE-OK
               READ PARM-FILE
                   NOT AT END
                       IF REFQP-DAYS NUMERIC AND REFQP-DAYS > 0
                           MOVE REFQP-DAYS TO WS-ALERT-DAYS
                       END-IF
               END-READ
               CLOSE PARM-FILE
           END-IF.

      *----------------------------------------------------------*
      *    0100-LOAD-POINTER - WHERE THE LAST RUN STOPPED READING   *
      *    THE REFERRAL LOG, AND THE NEXT QUEUE SEQUENCE             *
      *----------------------------------------------------------*
       0100-LOAD-POINTER.
           OPEN INPUT POINTER-FILE.
           IF POINTER-FILE-OK
               READ POINTER-FILE
                   NOT AT END
                       IF PTR-ABSORBED NUMERIC
                           MOVE PTR-ABSORBED TO WS-ABSORBED
                       END-IF
                       IF PTR-NEXT-SEQ NUMERIC
                               AND PTR-NEXT-SEQ > 0
                           MOVE PTR-NEXT-SEQ TO WS-NEXT-SEQ
                       END-IF
               END-READ
               CLOSE POINTER-FILE
           END-IF.

      *----------------------------------------------------------*
      *    0200-ABSORB-NEW-REFERRALS - LOG ROWS PAST THE POINTER    *
      *    BECOME OPEN QUEUE ENTRIES                                 *
      *----------------------------------------------------------*
       0200-ABSORB-NEW-REFERRALS.
           OPEN INPUT REFLOG-FILE.
           IF NOT REFLOG-FILE-OK
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-EOF = 'Y'
               READ REFLOG-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-LOG-ROW
                       IF WS-LOG-ROW > WS-ABSORBED
                               AND REFLOG-AMOUNT NUMERIC
                           PERFORM 0240-CHECK-ALREADY-QUEUED
                           IF ALREADY-QUEUED
                               ADD 1 TO WS-DUP-COUNT
                           ELSE
                               PERFORM 0250-QUEUE-ONE-REFERRAL
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE REFLOG-FILE.

      *----------------------------------------------------------*
      *    0240-CHECK-ALREADY-QUEUED - THE SAME ORDER (CUSTOMER,    *
      *    TRANSACTION ID, DATE AND AMOUNT) STILL OPEN OR APPROVED   *
      *    ON THE QUEUE IS NOT QUEUED AGAIN                          *
      *----------------------------------------------------------*
       0240-CHECK-ALREADY-QUEUED.
           MOVE 'N' TO WS-DUP-FOUND.
           MOVE REFLOG-ID TO WS-HOLD-CUST-ID.
           MOVE REFLOG-TXN-ID TO WS-HOLD-TXN-ID.
           MOVE REFLOG-DATE TO WS-HOLD-DATE.
           MOVE REFLOG-AMOUNT TO WS-HOLD-AMOUNT.
           MOVE 'N' TO WS-DUP-DONE.
           MOVE 0 TO REFQ-SEQ.
           START QUEUE-FILE KEY >= REFQ-SEQ
               INVALID KEY
                   MOVE 'Y' TO WS-DUP-DONE
           END-START.
           PERFORM UNTIL WS-DUP-DONE = 'Y'
               READ QUEUE-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-DUP-DONE
                   NOT AT END
                       IF (REFQ-IS-OPEN OR REFQ-IS-APPROVED)
                               AND REFQ-CUST-ID = WS-HOLD-CUST-ID
                               AND REFQ-TXN-ID = WS-HOLD-TXN-ID
                               AND REFQ-DATE = WS-HOLD-DATE
                               AND REFQ-AMOUNT = WS-HOLD-AMOUNT
                           SET ALREADY-QUEUED TO TRUE
                           MOVE 'Y' TO WS-DUP-DONE
                       END-IF
               END-READ
           END-PERFORM.

      *----------------------------------------------------------*
      *    0250-QUEUE-ONE-REFERRAL - A FRESH OPEN ENTRY FOR A NEW   *
      *    REFERRAL                                                  *
      *----------------------------------------------------------*
       0250-QUEUE-ONE-REFERRAL.
           MOVE WS-NEXT-SEQ TO REFQ-SEQ.
           MOVE REFLOG-ID TO REFQ-CUST-ID.
           MOVE REFLOG-AMOUNT TO REFQ-AMOUNT.
           MOVE REFLOG-DATE TO REFQ-DATE.
           MOVE REFLOG-REF TO REFQ-REF.
           MOVE REFLOG-TXN-ID TO REFQ-TXN-ID.
           MOVE REFLOG-ACCT-DATE TO REFQ-ACCT-DATE.
           MOVE REFLOG-BALANCE TO REFQ-BALANCE.
           MOVE REFLOG-LIMIT TO REFQ-LIMIT.
           MOVE REFLOG-REFERRED TO REFQ-REFERRED.
           MOVE REFLOG-RUN-ID TO REFQ-POST-RUN-ID.
           MOVE 'O' TO REFQ-STATUS.
           MOVE SPACES TO REFQ-OPERATOR.
           MOVE SPACES TO REFQ-DECIDED.
           MOVE SPACES TO REFQ-REASON.
           MOVE SPACES TO REFQ-STAGED.
           MOVE SPACES TO REFQ-ALERTED.
           WRITE REFQ-RECORD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1 TO WS-NEW-COUNT
           END-WRITE.
           ADD 1 TO WS-NEXT-SEQ.

      *----------------------------------------------------------*
      *    0300-WALK-QUEUE - OPEN ENTRIES ARE AGED AND LISTED,      *
      *    APPROVED ONES ARE STAGED FOR POST                         *
      *----------------------------------------------------------*
       0300-WALK-QUEUE.
           MOVE 'N' TO WS-SCAN-DONE.
           MOVE 0 TO REFQ-SEQ.
           START QUEUE-FILE KEY >= REFQ-SEQ
               INVALID KEY
                   MOVE 'Y' TO WS-SCAN-DONE
           END-START.
           PERFORM UNTIL WS-SCAN-DONE = 'Y'
               READ QUEUE-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-SCAN-DONE
                   NOT AT END
                       EVALUATE TRUE
                           WHEN REFQ-IS-OPEN
                               PERFORM 0320-AGE-ONE-ENTRY
                           WHEN REFQ-IS-APPROVED
                               PERFORM 0340-RELEASE-ONE-ORDER
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
               END-READ
           END-PERFORM.

      *----------------------------------------------------------*
      *    0320-AGE-ONE-ENTRY - DAYS SINCE THE ORDER WAS REFERRED;  *
      *    PAST THE WAITING PERIOD IT IS OVERDUE AND, THE FIRST      *
      *    TIME, RAISES AN OPERATOR ALERT                            *
      *----------------------------------------------------------*
       0320-AGE-ONE-ENTRY.
           ADD 1 TO WS-OPEN-COUNT.
           MOVE 0 TO WS-WAIT-DAYS.
           IF REFQ-REFERRED NUMERIC AND REFQ-REFERRED > 0
               MOVE FUNCTION INTEGER-OF-DATE(REFQ-REFERRED)
                   TO WS-REFERRED-DAYS
               IF WS-REFERRED-DAYS < WS-RUN-DAYS
                   COMPUTE WS-WAIT-DAYS =
                       WS-RUN-DAYS - WS-REFERRED-DAYS
               END-IF
           END-IF.

           MOVE REFQ-AMOUNT TO WS-AMOUNT-DISPLAY.
           MOVE REFQ-BALANCE TO WS-BALANCE-DISPLAY.
           MOVE REFQ-LIMIT TO WS-LIMIT-DISPLAY.
           MOVE SPACES TO REPORT-REC.
           STRING REFQ-SEQ " " REFQ-CUST-ID " " REFQ-REFERRED " "
               WS-AMOUNT-DISPLAY " " WS-BALANCE-DISPLAY " "
               WS-LIMIT-DISPLAY " " WS-WAIT-DAYS
               DELIMITED BY SIZE INTO REPORT-REC.
           IF WS-WAIT-DAYS >= WS-ALERT-DAYS
               MOVE "OVERDUE" TO REPORT-REC(72:7)
           END-IF.
           WRITE REPORT-REC.

           IF WS-WAIT-DAYS < WS-ALERT-DAYS
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-OVERDUE-COUNT.
           IF REFQ-ALERTED NOT = SPACES
               EXIT PARAGRAPH
           END-IF.

           PERFORM 0650-NEXT-ALERT-SEQ.
           OPEN EXTEND ALERT-FILE.
           IF NOT ALERT-FILE-OK
               OPEN OUTPUT ALERT-FILE
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP.
           MOVE SPACES TO ALERT-REC.
           STRING "ALERT " WS-ALERT-SEQ " " WS-TIMESTAMP(1:14)
               " CREDIT REFERRAL " REFQ-SEQ
               " CUST " REFQ-CUST-ID
               " UNDECIDED " WS-WAIT-DAYS " DAY(S)"
               DELIMITED BY SIZE INTO ALERT-REC.
           WRITE ALERT-REC.
           CLOSE ALERT-FILE.

           MOVE WS-RUN-DATE TO REFQ-ALERTED.
           REWRITE REFQ-RECORD
               INVALID KEY
                   CONTINUE
           END-REWRITE.

      *----------------------------------------------------------*
      *    0340-RELEASE-ONE-ORDER - THE APPROVED ORDER BACK INTO    *
      *    THE FEED EXACTLY AS IT ARRIVED.  IT KEEPS ITS OWN         *
      *    TRANSACTION ID, WHICH THE APPLIED REGISTRY NEVER SAW      *
      *    BECAUSE THE REFERRAL STOPPED IT; AN ORDER THAT CAME IN    *
      *    WITHOUT ONE IS GIVEN 'R' PLUS THE QUEUE SEQUENCE.         *
      *----------------------------------------------------------*
       0340-RELEASE-ONE-ORDER.
           ADD 1 TO WS-RELEASED-COUNT.
           MOVE SPACES TO OUT-REC.
           MOVE REFQ-CUST-ID TO OUT-ID.
           MOVE 'O' TO OUT-TYPE.
           MOVE '+' TO OUT-SIGN.
           MOVE REFQ-AMOUNT TO OUT-AMOUNT.
           MOVE REFQ-DATE TO OUT-DATE.
           MOVE REFQ-REF TO OUT-REF.
           IF REFQ-TXN-ID NOT = SPACES
               MOVE REFQ-TXN-ID TO OUT-TXN-ID
           ELSE
               STRING "R" REFQ-SEQ
                   DELIMITED BY SIZE INTO OUT-TXN-ID
           END-IF.
           MOVE REFQ-ACCT-DATE TO OUT-ACCT-DATE.
           MOVE SPACES TO OUT-CURRENCY.
           WRITE OUT-REC.
           ADD REFQ-AMOUNT TO WS-NET-AMOUNT.

           MOVE 'X' TO REFQ-STATUS.
           MOVE WS-RUN-DATE TO REFQ-STAGED.
           REWRITE REFQ-RECORD
               INVALID KEY
                   CONTINUE
           END-REWRITE.

           MOVE REFQ-AMOUNT TO WS-AMOUNT-DISPLAY.
           MOVE SPACES TO REPORT-REC.
           STRING REFQ-SEQ " " REFQ-CUST-ID " " REFQ-REFERRED " "
               WS-AMOUNT-DISPLAY " RELEASED TO POST, APPROVED BY "
               REFQ-OPERATOR " ON " REFQ-DECIDED
               DELIMITED BY SIZE INTO REPORT-REC.
           WRITE REPORT-REC.

           MOVE "REFERQ" TO AUDIT-PROGRAM.
           MOVE WS-RUN-ID TO AUDIT-RUN-ID.
           MOVE REFQ-OPERATOR TO AUDIT-OPERATOR.
           MOVE SPACES TO AUDIT-KEY.
           STRING REFQ-CUST-ID "-" REFQ-SEQ
               DELIMITED BY SIZE INTO AUDIT-KEY.
           MOVE "REFQ-STAGE" TO AUDIT-ACTION.
           MOVE FUNCTION CURRENT-DATE TO AUDIT-TIMESTAMP.
           MOVE SPACES TO AUDIT-COMPANY.
           WRITE AUDIT-RECORD.

      *----------------------------------------------------------*
      *    0400-SAVE-POINTER - FOR THE NEXT RUN                     *
      *----------------------------------------------------------*
       0400-SAVE-POINTER.
           OPEN OUTPUT POINTER-FILE.
           MOVE WS-ABSORBED TO PTR-ABSORBED.
           MOVE WS-NEXT-SEQ TO PTR-NEXT-SEQ.
           WRITE POINTER-REC.
           CLOSE POINTER-FILE.

      *----------------------------------------------------------*
      *    0650-NEXT-ALERT-SEQ - TAKE THE NEXT ALERT NUMBER FROM    *
      *    THE SHARED COUNTER, THE SAME WAY SCHEDULER DOES           *
      *----------------------------------------------------------*
       0650-NEXT-ALERT-SEQ.
           MOVE 0 TO WS-ALERT-SEQ.
           OPEN INPUT ALERT-SEQ-FILE.
           IF ALERT-SEQ-FILE-OK
               READ ALERT-SEQ-FILE
                   NOT AT END
                       IF ALERT-SEQ-VALUE NUMERIC
                           MOVE ALERT-SEQ-VALUE TO WS-ALERT-SEQ
                       END-IF
               END-READ
               CLOSE ALERT-SEQ-FILE
           END-IF.
           ADD 1 TO WS-ALERT-SEQ.
           OPEN OUTPUT ALERT-SEQ-FILE.
           MOVE WS-ALERT-SEQ TO ALERT-SEQ-VALUE.
           WRITE ALERT-SEQ-REC.
           CLOSE ALERT-SEQ-FILE.

      *----------------------------------------------------------*
      *    0800-WRITE-TRAILER - THE TRL CONTROL ROW POST BALANCES   *
      *    THE FEED AGAINST                                          *
      *----------------------------------------------------------*
       0800-WRITE-TRAILER.
           MOVE "TRL" TO OUT-TRL-TAG.
           MOVE WS-RELEASED-COUNT TO OUT-TRL-COUNT.
           MOVE '+' TO OUT-TRL-SIGN.
           MOVE WS-NET-AMOUNT TO OUT-TRL-AMOUNT.
           WRITE OUT-TRAILER-REC.
