       IDENTIFICATION DIVISION.
       PROGRAM-ID. NSF.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *----------------------------------------------------------*
      *    RETURNS-FILE - THE BANK'S RETURNED-ITEMS FILE: ONE ROW   *
      *    PER CHEQUE OR DEBIT THAT BOUNCED, CARRYING THE BANK       *
      *    REFERENCE WE POSTED IT UNDER (THE FIELD-TXN-ID LOCKBOX    *
      *    AND DDEBIT STAGE), THE DATE IT WAS PAID IN, THE AMOUNT    *
      *    AND THE BANK'S THREE-CHARACTER RETURN REASON.  A ZERO     *
      *    PAID DATE OR AMOUNT MATCHES ANY.                          *
      *----------------------------------------------------------*
           SELECT RETURNS-FILE ASSIGN TO './nsf_returns.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RETURNS-STATUS.

      *----------------------------------------------------------*
      *    HISTORY-FILE - READ ONLY, TO FIND EACH RETURNED ITEM'S   *
      *    ORIGINAL PAYMENT BY ITS TRANSACTION ID.  POST MARKS IT    *
      *    REVERSED WHEN THE STAGED 'V' ROW POSTS.                   *
      *----------------------------------------------------------*
           SELECT HISTORY-FILE ASSIGN TO './cust-txn-history.txt'
               ORGANIZATION IS INDEXED
               RECORD KEY IS HIST-KEY
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS WS-HISTORY-STATUS.

           SELECT NSF-FILE ASSIGN TO './cust-returns.txt'
               ORGANIZATION IS INDEXED
               RECORD KEY IS NSF-CUST-ID
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS WS-NSF-STATUS.

           SELECT MANDATE-FILE ASSIGN TO './cust_mandates.txt'
               ORGANIZATION IS INDEXED
               RECORD KEY IS MAND-CUST-ID
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS WS-MANDATE-STATUS.

           SELECT NOTES-FILE ASSIGN TO './cust-notes.txt'
               ORGANIZATION IS INDEXED
               RECORD KEY IS NOTE-KEY
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS WS-NOTES-STATUS.

      *----------------------------------------------------------*
      *    PARM-FILE - THE RETURNED-ITEM FEE AND HOW MANY RETURNS   *
      *    BAR A CUSTOMER FROM AUTOPAY.  A MISSING OR UNREADABLE     *
      *    FILE CHARGES 25.00 AND BARS AT THE SECOND RETURN.         *
      *----------------------------------------------------------*
           SELECT PARM-FILE ASSIGN TO './nsf_param.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

      *----------------------------------------------------------*
      *    LAST-FILE - THE DATE AND LAST TRANSACTION-ID SEQUENCE    *
      *    ISSUED, SO A SECOND RUN ON ONE DAY CARRIES ON FROM IT     *
      *    INSTEAD OF REUSING IDS THE APPLIED REGISTRY HOLDS         *
      *----------------------------------------------------------*
           SELECT LAST-FILE ASSIGN TO './result/nsf-last.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LAST-STATUS.

      *----------------------------------------------------------*
      *    TXN-OUT - PER RETURNED ITEM, THE 'V' REVERSAL OF THE     *
      *    ORIGINAL PAYMENT AND A POSITIVE 'J' RETURNED-ITEM FEE,    *
      *    IN THE CUST_TXN ROW LAYOUT WITH THE TRL CONTROL TRAILER.  *
      *    POST CONSUMES THIS STAGED FEED AS PART OF ITS FEED LIST.  *
      *----------------------------------------------------------*
           SELECT TXN-OUT ASSIGN TO './result/nsf-txn.txt'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT REPORT-FILE ASSIGN TO './result/nsf-report.txt'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT AUDIT-FILE ASSIGN TO './result/audit-trail.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT RUNID-FILE ASSIGN TO './result/run-id.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNID-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD RETURNS-FILE.
       01 RET-REC.
           05 RET-BANK-REF PIC X(7).
           05 RET-PAID-DATE PIC 9(8).
           05 RET-AMOUNT PIC 9(7)V99.
           05 RET-REASON PIC X(3).

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

       FD NSF-FILE.
           COPY "nsfrec".

       FD MANDATE-FILE.
           COPY "mandaterec".

       FD NOTES-FILE.
           COPY "custnoterec".

       FD PARM-FILE.
       01 PARM-REC.
           05 PARM-FEE PIC 9(5)V99.
           05 PARM-BAR-COUNT PIC 9(2).

       FD LAST-FILE.
       01 LAST-REC.
           05 LAST-DATE PIC 9(8).
           05 LAST-SEQ PIC 9(6).

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
      *    RETURNED-PAYMENT RUN - REPLACES THE HAND-KEYED 'V'       *
      *    REVERSALS.  THE BANK'S RETURNS ARE LOADED INTO A TABLE,   *
      *    ONE PASS OF THE POSTING HISTORY FINDS EACH ONE'S          *
      *    ORIGINAL PAYMENT, AND EVERY MATCHED RETURN STAGES ITS     *
      *    REVERSAL AND FEE, LEAVES A CONTACT NOTE DUE TODAY, AND    *
      *    COUNTS AGAINST THE CUSTOMER - REPEATED RETURNS BAR THEM   *
      *    FROM AUTOPAY.  A RETURN WITH NO ORIGINAL, OR WHOSE        *
      *    ORIGINAL IS ALREADY REVERSED, IS REPORTED FOR HAND        *
      *    HANDLING AND SETS RC 4.                                   *
      *----------------------------------------------------------*
       01 WS-RETURNS-STATUS PIC XX.
           88 RETURNS-FILE-OK VALUE '00'.
       01 WS-HISTORY-STATUS PIC XX.
           88 HISTORY-FILE-OK VALUE '00'.
       01 WS-NSF-STATUS PIC XX.
           88 NSF-FILE-OK VALUE '00'.
       01 WS-MANDATE-STATUS PIC XX.
           88 MANDATE-FILE-OK VALUE '00'.
       01 WS-NOTES-STATUS PIC XX.
           88 NOTES-FILE-OK VALUE '00'.
       01 WS-PARM-STATUS PIC XX.
           88 PARM-FILE-OK VALUE '00'.
       01 WS-LAST-STATUS PIC XX.
           88 LAST-FILE-OK VALUE '00'.
       01 WS-AUDIT-STATUS PIC XX.
           88 AUDIT-FILE-OK VALUE '00'.
       01 WS-RUNID-STATUS PIC XX.
           88 RUNID-FILE-OK VALUE '00'.
       01 WS-RUN-ID PIC X(8) VALUE SPACES.
       01 WS-RETURNS-EOF PIC X VALUE 'N'.
       01 WS-SCAN-DONE PIC X VALUE 'N'.

       01 WS-RUN-DATE PIC 9(8).
       01 WS-FEE PIC 9(5)V99 VALUE 25.00.
       01 WS-BAR-COUNT PIC 9(2) VALUE 2.
       01 WS-TXN-SEQ PIC 9(6) VALUE 0.

      *----------------------------------------------------------*
      *    THE NIGHT'S RETURNS.  RT-STATE IS ' ' UNTIL THE HISTORY  *
      *    PASS JUDGES THE ROW: 'M' MATCHED TO AN UNREVERSED         *
      *    PAYMENT, 'R' ONLY FOUND ALREADY REVERSED, 'X' FOUND BUT   *
      *    FOR A DIFFERENT AMOUNT.  A LATER UNREVERSED MATCH          *
      *    OVERRIDES 'R' OR 'X'.                                     *
      *----------------------------------------------------------*
       01 WS-RET-TABLE.
           05 WS-RET-ENTRY OCCURS 500 TIMES.
               10 RT-BANK-REF PIC X(7).
               10 RT-PAID-DATE PIC 9(8).
               10 RT-AMOUNT PIC 9(7)V99.
               10 RT-REASON PIC X(3).
               10 RT-STATE PIC X(1).
                   88 RT-MATCHED VALUE 'M'.
                   88 RT-ALREADY-REVERSED VALUE 'R'.
                   88 RT-AMOUNT-DIFFERS VALUE 'X'.
               10 RT-CUST-ID PIC X(5).
               10 RT-HIST-SEQ PIC 9(7).
               10 RT-HIST-AMOUNT PIC 9(7)V99.
               10 RT-HIST-DATE PIC 9(8).
       01 WS-RET-COUNT PIC 9(4) VALUE 0.
       01 WS-RET-IDX PIC 9(4).
       01 WS-RET-DROPPED PIC 9(10) VALUE 0.

       01 WS-NOTE-STAMP PIC 9(14).
       01 WS-NOTE-TRIES PIC 9(2).
       01 WS-NOTE-DONE PIC X.
           88 NOTE-WRITTEN VALUE 'Y'.

       01 WS-RETURNS-READ PIC 9(10) VALUE 0.
       01 WS-RETURNS-MATCHED PIC 9(10) VALUE 0.
       01 WS-RETURNS-UNMATCHED PIC 9(10) VALUE 0.
       01 WS-BARRED-COUNT PIC 9(10) VALUE 0.
       01 WS-GEN-COUNT PIC 9(10) VALUE 0.
       01 WS-NET-AMOUNT PIC S9(11)V99 VALUE 0.

       01 WS-AMOUNT-DISPLAY PIC Z(6)9.99.
       01 WS-FEE-DISPLAY PIC Z(4)9.99.

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE.
           PERFORM 0050-LOAD-RUN-ID.
           PERFORM 0100-LOAD-PARAMETERS.
           PERFORM 0150-LOAD-LAST-SEQ.

           OPEN OUTPUT TXN-OUT.
           OPEN OUTPUT REPORT-FILE.
           MOVE WS-FEE TO WS-FEE-DISPLAY.
           MOVE SPACES TO REPORT-REC.
           STRING "RETURNED PAYMENTS RUN DATE=" WS-RUN-DATE
               " FEE=" WS-FEE-DISPLAY
               " AUTOPAY BARRED AT " WS-BAR-COUNT " RETURNS"
               DELIMITED BY SIZE INTO REPORT-REC.
           WRITE REPORT-REC.

           PERFORM 0200-LOAD-RETURNS.
           IF WS-RET-COUNT = 0
               MOVE SPACES TO REPORT-REC
               STRING "NO RETURNED ITEMS TODAY"
                   DELIMITED BY SIZE INTO REPORT-REC
               WRITE REPORT-REC
               PERFORM 0800-WRITE-TRAILER
               CLOSE TXN-OUT
               CLOSE REPORT-FILE
               DISPLAY "NSF - no returned items, nothing to do"
               MOVE 0 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN INPUT HISTORY-FILE.
           IF NOT HISTORY-FILE-OK
               DISPLAY "NSF - no posting history on file, status "
                   WS-HISTORY-STATUS
               PERFORM 0800-WRITE-TRAILER
               CLOSE TXN-OUT
               CLOSE REPORT-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 0300-MATCH-HISTORY.
           CLOSE HISTORY-FILE.

           OPEN I-O NSF-FILE.
           IF WS-NSF-STATUS = '35'
               OPEN OUTPUT NSF-FILE
               CLOSE NSF-FILE
               OPEN I-O NSF-FILE
           END-IF.
           OPEN I-O NOTES-FILE.
           IF WS-NOTES-STATUS = '35'
               OPEN OUTPUT NOTES-FILE
               CLOSE NOTES-FILE
               OPEN I-O NOTES-FILE
           END-IF.
           OPEN I-O MANDATE-FILE.

           OPEN EXTEND AUDIT-FILE.
           IF NOT AUDIT-FILE-OK
               OPEN OUTPUT AUDIT-FILE
           END-IF.

           PERFORM VARYING WS-RET-IDX FROM 1 BY 1
                   UNTIL WS-RET-IDX > WS-RET-COUNT
               IF RT-MATCHED(WS-RET-IDX)
                   PERFORM 0400-UNWIND-ONE-RETURN
               ELSE
                   PERFORM 0450-REPORT-UNMATCHED
               END-IF
           END-PERFORM.

           PERFORM 0800-WRITE-TRAILER.
           PERFORM 0850-SAVE-LAST-SEQ.

           MOVE SPACES TO REPORT-REC.
           STRING "RETURNS READ=" WS-RETURNS-READ
               " UNWOUND=" WS-RETURNS-MATCHED
               " NOT MATCHED=" WS-RETURNS-UNMATCHED
               DELIMITED BY SIZE INTO REPORT-REC.
           WRITE REPORT-REC.
           MOVE SPACES TO REPORT-REC.
           STRING "CUSTOMERS NEWLY BARRED FROM AUTOPAY="
               WS-BARRED-COUNT
               DELIMITED BY SIZE INTO REPORT-REC.
           WRITE REPORT-REC.

           IF NSF-FILE-OK
               CLOSE NSF-FILE
           END-IF.
           IF NOTES-FILE-OK
               CLOSE NOTES-FILE
           END-IF.
           IF MANDATE-FILE-OK
               CLOSE MANDATE-FILE
           END-IF.
           CLOSE TXN-OUT.
           CLOSE REPORT-FILE.
           CLOSE AUDIT-FILE.

           DISPLAY "NSF returned items read: " WS-RETURNS-READ.
           DISPLAY "NSF returned items unwound: " WS-RETURNS-MATCHED.
           DISPLAY "NSF returned items not matched: "
               WS-RETURNS-UNMATCHED.
           DISPLAY "NSF customers barred from autopay: "
               WS-BARRED-COUNT.

           IF WS-RETURNS-UNMATCHED > 0 OR WS-RET-DROPPED > 0
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
      *    0100-LOAD-PARAMETERS - FEE AND BAR COUNT, KEEPING THE    *
      *    DEFAULTS WHEN THE FILE IS MISSING OR NOT NUMERIC          *
      *----------------------------------------------------------*
       0100-LOAD-PARAMETERS.
           OPEN INPUT PARM-FILE.
           IF PARM-FILE-OK
               READ PARM-FILE
                   NOT AT END
                       IF PARM-FEE NUMERIC
                           MOVE PARM-FEE TO WS-FEE
                       END-IF
                       IF PARM-BAR-COUNT NUMERIC
                               AND PARM-BAR-COUNT > 0
                           MOVE PARM-BAR-COUNT TO WS-BAR-COUNT
                       END-IF
               END-READ
               CLOSE PARM-FILE
           END-IF.

      *----------------------------------------------------------*
      *    0150-LOAD-LAST-SEQ - CARRY ON FROM TODAY'S LAST ID, OR   *
      *    START AT ZERO ON A NEW DAY                                *
      *----------------------------------------------------------*
       0150-LOAD-LAST-SEQ.
           MOVE 0 TO WS-TXN-SEQ.
           OPEN INPUT LAST-FILE.
           IF LAST-FILE-OK
               READ LAST-FILE
                   NOT AT END
                       IF LAST-DATE = WS-RUN-DATE
                               AND LAST-SEQ NUMERIC
                           MOVE LAST-SEQ TO WS-TXN-SEQ
                       END-IF
               END-READ
               CLOSE LAST-FILE
           END-IF.

      *----------------------------------------------------------*
      *    0200-LOAD-RETURNS - THE BANK'S FILE INTO THE TABLE; A    *
      *    FILE LONGER THAN THE TABLE IS REPORTED, NOT TRUNCATED     *
      *    SILENTLY                                                  *
      *----------------------------------------------------------*
       0200-LOAD-RETURNS.
           OPEN INPUT RETURNS-FILE.
           IF NOT RETURNS-FILE-OK
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-RETURNS-EOF = 'Y'
               READ RETURNS-FILE
                   AT END
                       MOVE 'Y' TO WS-RETURNS-EOF
                   NOT AT END
                       ADD 1 TO WS-RETURNS-READ
                       IF WS-RET-COUNT < 500
                           ADD 1 TO WS-RET-COUNT
                           MOVE RET-BANK-REF
                               TO RT-BANK-REF(WS-RET-COUNT)
                           MOVE RET-PAID-DATE
                               TO RT-PAID-DATE(WS-RET-COUNT)
                           MOVE RET-AMOUNT TO RT-AMOUNT(WS-RET-COUNT)
                           MOVE RET-REASON TO RT-REASON(WS-RET-COUNT)
                           MOVE SPACE TO RT-STATE(WS-RET-COUNT)
                       ELSE
                           ADD 1 TO WS-RET-DROPPED
                           MOVE SPACES TO REPORT-REC
                           STRING "  RETURN " RET-BANK-REF
                               " NOT PROCESSED - TABLE FULL, RERUN"
                               DELIMITED BY SIZE INTO REPORT-REC
                           WRITE REPORT-REC
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE RETURNS-FILE.

      *----------------------------------------------------------*
      *    0300-MATCH-HISTORY - ONE PASS OF THE POSTING HISTORY;    *
      *    EVERY PAYMENT ROW IS TRIED AGAINST THE RETURNS STILL      *
      *    WITHOUT AN UNREVERSED MATCH                               *
      *----------------------------------------------------------*
       0300-MATCH-HISTORY.
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
                       IF HIST-TYPE = 'P'
                           PERFORM 0350-TRY-ONE-PAYMENT
                       END-IF
               END-READ
           END-PERFORM.

      *----------------------------------------------------------*
      *    0350-TRY-ONE-PAYMENT - THE REFERENCE MUST AGREE, AND THE *
      *    PAID DATE WHEN THE BANK GAVE ONE                          *
      *----------------------------------------------------------*
       0350-TRY-ONE-PAYMENT.
           PERFORM VARYING WS-RET-IDX FROM 1 BY 1
                   UNTIL WS-RET-IDX > WS-RET-COUNT
               IF NOT RT-MATCHED(WS-RET-IDX)
                       AND RT-BANK-REF(WS-RET-IDX) = HIST-TXN-ID
                       AND (RT-PAID-DATE(WS-RET-IDX) = 0
                       OR RT-PAID-DATE(WS-RET-IDX) = HIST-DATE)
                   EVALUATE TRUE
                       WHEN HIST-REV-FLAG = 'V'
                           SET RT-ALREADY-REVERSED(WS-RET-IDX)
                               TO TRUE
                       WHEN RT-AMOUNT(WS-RET-IDX) NOT = 0
                               AND RT-AMOUNT(WS-RET-IDX)
                               NOT = HIST-AMOUNT
                           SET RT-AMOUNT-DIFFERS(WS-RET-IDX) TO TRUE
                       WHEN OTHER
                           SET RT-MATCHED(WS-RET-IDX) TO TRUE
                           MOVE HIST-ID TO RT-CUST-ID(WS-RET-IDX)
                           MOVE HIST-SEQ TO RT-HIST-SEQ(WS-RET-IDX)
                           MOVE HIST-AMOUNT
                               TO RT-HIST-AMOUNT(WS-RET-IDX)
                           MOVE HIST-DATE TO RT-HIST-DATE(WS-RET-IDX)
                   END-EVALUATE
               END-IF
           END-PERFORM.

      *----------------------------------------------------------*
      *    0400-UNWIND-ONE-RETURN - STAGE THE REVERSAL AND THE FEE, *
      *    THEN NOTE, COUNT AND AUDIT THE RETURN                     *
      *----------------------------------------------------------*
       0400-UNWIND-ONE-RETURN.
           ADD 1 TO WS-RETURNS-MATCHED.

           ADD 1 TO WS-TXN-SEQ.
           ADD 1 TO WS-GEN-COUNT.
           MOVE RT-CUST-ID(WS-RET-IDX) TO OUT-ID.
           MOVE 'V' TO OUT-TYPE.
           MOVE '+' TO OUT-SIGN.
           MOVE RT-HIST-AMOUNT(WS-RET-IDX) TO OUT-AMOUNT.
           MOVE WS-RUN-DATE TO OUT-DATE.
           MOVE RT-BANK-REF(WS-RET-IDX) TO OUT-REF.
           MOVE SPACES TO OUT-TXN-ID.
           STRING "N" WS-TXN-SEQ DELIMITED BY SIZE INTO OUT-TXN-ID.
           MOVE WS-RUN-DATE TO OUT-ACCT-DATE.
           MOVE SPACES TO OUT-CURRENCY.
           WRITE OUT-REC.
           ADD RT-HIST-AMOUNT(WS-RET-IDX) TO WS-NET-AMOUNT.

           MOVE RT-HIST-AMOUNT(WS-RET-IDX) TO WS-AMOUNT-DISPLAY.
           MOVE SPACES TO REPORT-REC.
           STRING "  " RT-CUST-ID(WS-RET-IDX)
               " PAYMENT " RT-BANK-REF(WS-RET-IDX)
               " OF " RT-HIST-DATE(WS-RET-IDX)
               " " WS-AMOUNT-DISPLAY
               " RETURNED " RT-REASON(WS-RET-IDX)
               " REV " OUT-TXN-ID
               DELIMITED BY SIZE INTO REPORT-REC.
           WRITE REPORT-REC.

           IF WS-FEE > 0
               ADD 1 TO WS-TXN-SEQ
               ADD 1 TO WS-GEN-COUNT
               MOVE 'J' TO OUT-TYPE
               MOVE '+' TO OUT-SIGN
               MOVE WS-FEE TO OUT-AMOUNT
               MOVE SPACES TO OUT-REF
               MOVE SPACES TO OUT-TXN-ID
               STRING "N" WS-TXN-SEQ DELIMITED BY SIZE
                   INTO OUT-TXN-ID
               WRITE OUT-REC
               ADD WS-FEE TO WS-NET-AMOUNT
               MOVE SPACES TO REPORT-REC
               STRING "          RETURNED-ITEM FEE " WS-FEE-DISPLAY
                   " TXN " OUT-TXN-ID
                   DELIMITED BY SIZE INTO REPORT-REC
               WRITE REPORT-REC
           END-IF.

           PERFORM 0500-WRITE-CONTACT-NOTE.
           PERFORM 0600-COUNT-RETURN.

           MOVE SPACES TO AUDIT-KEY.
           STRING RT-CUST-ID(WS-RET-IDX) "-" RT-BANK-REF(WS-RET-IDX)
               DELIMITED BY SIZE INTO AUDIT-KEY.
           MOVE "NSF-RETURN" TO AUDIT-ACTION.
           PERFORM 0950-WRITE-AUDIT.

      *----------------------------------------------------------*
      *    0450-REPORT-UNMATCHED - LEFT FOR HAND HANDLING            *
      *----------------------------------------------------------*
       0450-REPORT-UNMATCHED.
           ADD 1 TO WS-RETURNS-UNMATCHED.
           MOVE RT-AMOUNT(WS-RET-IDX) TO WS-AMOUNT-DISPLAY.
           MOVE SPACES TO REPORT-REC.
           EVALUATE TRUE
               WHEN RT-ALREADY-REVERSED(WS-RET-IDX)
                   STRING "  RETURN " RT-BANK-REF(WS-RET-IDX)
                       " " WS-AMOUNT-DISPLAY
                       " - ORIGINAL ALREADY REVERSED"
                       DELIMITED BY SIZE INTO REPORT-REC
               WHEN RT-AMOUNT-DIFFERS(WS-RET-IDX)
                   STRING "  RETURN " RT-BANK-REF(WS-RET-IDX)
                       " " WS-AMOUNT-DISPLAY
                       " - AMOUNT DIFFERS FROM PAYMENT"
                       DELIMITED BY SIZE INTO REPORT-REC
               WHEN OTHER
                   STRING "  RETURN " RT-BANK-REF(WS-RET-IDX)
                       " " WS-AMOUNT-DISPLAY
                       " - NO SUCH PAYMENT ON HISTORY"
                       DELIMITED BY SIZE INTO REPORT-REC
           END-EVALUATE.
           WRITE REPORT-REC.

      *----------------------------------------------------------*
      *    0500-WRITE-CONTACT-NOTE - A NOTE DUE FOR FOLLOW-UP       *
      *    TODAY, SO THE TICKLER PUTS THE CUSTOMER IN FRONT OF       *
      *    COLLECTIONS.  TWO NOTES IN ONE SECOND FOR ONE CUSTOMER    *
      *    TAKE THE NEXT FREE SECOND.                                *
      *----------------------------------------------------------*
       0500-WRITE-CONTACT-NOTE.
           IF NOT NOTES-FILE-OK
               EXIT PARAGRAPH
           END-IF.
           MOVE RT-CUST-ID(WS-RET-IDX) TO NOTE-CUST-ID.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-NOTE-STAMP.
           MOVE "NSF" TO NOTE-OPERATOR.
           MOVE RT-HIST-AMOUNT(WS-RET-IDX) TO WS-AMOUNT-DISPLAY.
           MOVE SPACES TO NOTE-TEXT.
           STRING "PAYMENT " RT-BANK-REF(WS-RET-IDX)
               " " WS-AMOUNT-DISPLAY
               " RETURNED BY BANK " RT-REASON(WS-RET-IDX)
               DELIMITED BY SIZE INTO NOTE-TEXT.
           MOVE WS-RUN-DATE TO NOTE-FOLLOWUP-DATE.
           MOVE "RETURN" TO NOTE-CATEGORY.
           MOVE 'N' TO WS-NOTE-DONE.
           MOVE 0 TO WS-NOTE-TRIES.
           PERFORM UNTIL NOTE-WRITTEN OR WS-NOTE-TRIES > 9
               MOVE WS-NOTE-STAMP TO NOTE-TIMESTAMP
               WRITE NOTE-RECORD
                   INVALID KEY
                       ADD 1 TO WS-NOTE-STAMP
                       ADD 1 TO WS-NOTE-TRIES
                   NOT INVALID KEY
                       SET NOTE-WRITTEN TO TRUE
               END-WRITE
           END-PERFORM.

      *----------------------------------------------------------*
      *    0600-COUNT-RETURN - BUMP THE CUSTOMER'S RETURN COUNT     *
      *    AND BAR THEM FROM AUTOPAY ONCE IT REACHES THE LIMIT       *
      *----------------------------------------------------------*
       0600-COUNT-RETURN.
           IF NOT NSF-FILE-OK
               EXIT PARAGRAPH
           END-IF.
           MOVE RT-CUST-ID(WS-RET-IDX) TO NSF-CUST-ID.
           READ NSF-FILE
               INVALID KEY
                   MOVE 0 TO NSF-RETURN-COUNT
                   MOVE 'N' TO NSF-AUTOPAY-BARRED
                   MOVE 0 TO NSF-BARRED-DATE
                   MOVE WS-RUN-DATE TO NSF-LAST-RETURN
                   MOVE 1 TO NSF-RETURN-COUNT
                   WRITE NSF-RECORD
                       INVALID KEY
                           CONTINUE
                   END-WRITE
               NOT INVALID KEY
                   IF NSF-RETURN-COUNT < 999
                       ADD 1 TO NSF-RETURN-COUNT
                   END-IF
                   MOVE WS-RUN-DATE TO NSF-LAST-RETURN
                   REWRITE NSF-RECORD
                       INVALID KEY
                           CONTINUE
                   END-REWRITE
           END-READ.

           IF NSF-RETURN-COUNT >= WS-BAR-COUNT
                   AND NOT NSF-IS-BARRED
               PERFORM 0650-BAR-FROM-AUTOPAY
           END-IF.

      *----------------------------------------------------------*
      *    0650-BAR-FROM-AUTOPAY - FLAG THE CUSTOMER AND SUSPEND    *
      *    ANY ACTIVE MANDATE SO DDEBIT STOPS DEBITING THEM          *
      *----------------------------------------------------------*
       0650-BAR-FROM-AUTOPAY.
           ADD 1 TO WS-BARRED-COUNT.
           MOVE 'Y' TO NSF-AUTOPAY-BARRED.
           MOVE WS-RUN-DATE TO NSF-BARRED-DATE.
           REWRITE NSF-RECORD
               INVALID KEY
                   CONTINUE
           END-REWRITE.
           MOVE SPACES TO REPORT-REC.
           STRING "          " NSF-CUST-ID " BARRED FROM AUTOPAY - "
               NSF-RETURN-COUNT " RETURNS"
               DELIMITED BY SIZE INTO REPORT-REC.
           WRITE REPORT-REC.
           MOVE NSF-CUST-ID TO AUDIT-KEY.
           MOVE "NSF-BAR" TO AUDIT-ACTION.
           PERFORM 0950-WRITE-AUDIT.

           IF NOT MANDATE-FILE-OK
               EXIT PARAGRAPH
           END-IF.
           MOVE NSF-CUST-ID TO MAND-CUST-ID.
           READ MANDATE-FILE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ.
           IF MAND-IS-ACTIVE
               MOVE 'S' TO MAND-STATUS
               MOVE WS-RUN-DATE TO MAND-UPDATED
               REWRITE MAND-RECORD
                   INVALID KEY
                       CONTINUE
               END-REWRITE
               MOVE SPACES TO REPORT-REC
               STRING "          " MAND-CUST-ID
                   " DIRECT-DEBIT MANDATE SUSPENDED"
                   DELIMITED BY SIZE INTO REPORT-REC
               WRITE REPORT-REC
               MOVE MAND-CUST-ID TO AUDIT-KEY
               MOVE "MAND-SUSP" TO AUDIT-ACTION
               PERFORM 0950-WRITE-AUDIT
           END-IF.

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
      *    0850-SAVE-LAST-SEQ - STAMP TODAY'S LAST TRANSACTION ID   *
      *----------------------------------------------------------*
       0850-SAVE-LAST-SEQ.
           OPEN OUTPUT LAST-FILE.
           MOVE WS-RUN-DATE TO LAST-DATE.
           MOVE WS-TXN-SEQ TO LAST-SEQ.
           WRITE LAST-REC.
           CLOSE LAST-FILE.

      *----------------------------------------------------------*
      *    0950-WRITE-AUDIT - CALLER SETS KEY AND ACTION             *
      *----------------------------------------------------------*
       0950-WRITE-AUDIT.
           MOVE "NSF" TO AUDIT-PROGRAM.
           MOVE WS-RUN-ID TO AUDIT-RUN-ID.
           MOVE SPACES TO AUDIT-OPERATOR.
           MOVE FUNCTION CURRENT-DATE TO AUDIT-TIMESTAMP.
           MOVE SPACES TO AUDIT-COMPANY.
           WRITE AUDIT-RECORD.
