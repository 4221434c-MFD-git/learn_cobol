       IDENTIFICATION DIVISION.
       PROGRAM-ID. UNAPPLY.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *----------------------------------------------------------*
      *    UNAPPLIED-FILE - THE SUSPENSE ROWS POST APPENDS WHEN A   *
      *    CREDIT FINDS NO OPEN ORDER TO SETTLE.  READ ONLY HERE;    *
      *    THE POINTER FILE SAYS HOW MUCH OF IT WAS ALREADY TAKEN.   *
      *----------------------------------------------------------*
           SELECT UNAPPLIED-FILE
               ASSIGN TO './result/unapplied-cash.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-UNAPPLIED-STATUS.

      *----------------------------------------------------------*
      *    REGISTER-FILE - THE UNAPPLIED-CASH REGISTER.  NEW         *
      *    SUSPENSE ROWS ARE ABSORBED AS OPEN ITEMS; ITEMS ALREADY   *
      *    ON THE REGISTER CARRY FORWARD WITH A FRESH AGE UNTIL AN   *
      *    OPERATOR APPLIES OR REFUNDS THEM THROUGH CONSOLE.         *
      *----------------------------------------------------------*
           SELECT REGISTER-FILE
               ASSIGN TO './result/unapplied-register.txt'
               ORGANIZATION IS INDEXED
               RECORD KEY IS UNAP-SEQ
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS WS-REGISTER-STATUS.

           SELECT POINTER-FILE
               ASSIGN TO './result/unapply-pointer.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POINTER-STATUS.

      *----------------------------------------------------------*
      *    TXN-OUT - THE OPERATORS' DECISIONS IN THE CUST_TXN ROW   *
      *    LAYOUT WITH THE TRL CONTROL TRAILER: AN 'A' CASH          *
      *    APPLICATION NAMING THE ORDER IT SETTLES, OR AN 'F'        *
      *    REFUND.  POST CONSUMES THIS STAGED FEED AS PART OF ITS    *
      *    FEED LIST, SO THE OPEN ITEMS AND THE GL SUMMARY MOVE      *
      *    THROUGH THE ONE POSTING PATH.                             *
      *----------------------------------------------------------*
           SELECT TXN-OUT ASSIGN TO './result/unapplied-txn.txt'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT REPORT-FILE
               ASSIGN TO './result/unapplied-report.txt'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT AUDIT-FILE ASSIGN TO './result/audit-trail.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT RUNID-FILE ASSIGN TO './result/run-id.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNID-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD UNAPPLIED-FILE.
       01 USP-REC.
           05 USP-ID PIC X(5).
           05 USP-AMOUNT PIC 9(7)V99.
           05 USP-DATE PIC 9(8).
           05 USP-RUN-ID PIC X(8).

       FD REGISTER-FILE.
           COPY "unapprec".

       FD POINTER-FILE.
       01 POINTER-REC.
           05 PTR-ABSORBED PIC 9(10).
           05 PTR-NEXT-SEQ PIC 9(6).

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

       FD RUNID-FILE.
       01 RUNID-REC.
           05 RUNID-VALUE PIC X(8).

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------*
      *    UNAPPLIED-CASH REGISTER RUN - THE SUSPENSE FILE STOPS    *
      *    BEING WRITE-ONLY: EVERY NEW ROW BECOMES A REGISTER ITEM,  *
      *    EVERY OPEN ITEM IS RE-AGED FROM THE DATE THE CASH CAME    *
      *    IN, AND EVERY DECISION AN OPERATOR RECORDED IN CONSOLE    *
      *    SINCE THE LAST RUN IS STAGED FOR TONIGHT'S POST           *
      *----------------------------------------------------------*
       01 WS-UNAPPLIED-STATUS PIC XX.
           88 UNAPPLIED-FILE-OK VALUE '00'.
       01 WS-REGISTER-STATUS PIC XX.
           88 REGISTER-FILE-OK VALUE '00'.
       01 WS-POINTER-STATUS PIC XX.
           88 POINTER-FILE-OK VALUE '00'.
       01 WS-AUDIT-STATUS PIC XX.
           88 AUDIT-FILE-OK VALUE '00'.
       01 WS-RUNID-STATUS PIC XX.
           88 RUNID-FILE-OK VALUE '00'.
       01 WS-RUN-ID PIC X(8) VALUE SPACES.
       01 WS-EOF PIC X VALUE 'N'.
       01 WS-SCAN-DONE PIC X VALUE 'N'.

       01 WS-RUN-DATE PIC 9(8).
       01 WS-RUN-DAYS PIC 9(8).
       01 WS-RECEIVED-DAYS PIC 9(8).
       01 WS-ABSORBED PIC 9(10) VALUE 0.
       01 WS-NEXT-SEQ PIC 9(6) VALUE 1.
       01 WS-LOG-ROW PIC 9(10) VALUE 0.
       01 WS-NEW-COUNT PIC 9(6) VALUE 0.
       01 WS-OPEN-COUNT PIC 9(6) VALUE 0.
       01 WS-APPLY-COUNT PIC 9(6) VALUE 0.
       01 WS-REFUND-COUNT PIC 9(6) VALUE 0.
       01 WS-SANC-HELD-COUNT PIC 9(6) VALUE 0.
       01 WS-SANC-RESULT PIC X(1).
           88 SANC-BLOCKED VALUE 'Y'.
       01 WS-STAGED-COUNT PIC 9(10) VALUE 0.
       01 WS-NET-AMOUNT PIC S9(11)V99 VALUE 0.

      *----------------------------------------------------------*
      *    AGE BANDS FOR THE OPEN ITEMS - THE SAME 30/60/90 CUTS    *
      *    THE AGED RECEIVABLES REPORT USES                          *
      *----------------------------------------------------------*
       01 WS-BAND-TABLE.
           05 WS-BAND-ENTRY OCCURS 4 TIMES.
               10 WS-BAND-COUNT PIC 9(6).
               10 WS-BAND-AMOUNT PIC S9(11)V99.
       01 WS-BAND-IDX PIC 9(1).
       01 WS-BAND-LABELS.
           05 FILLER PIC X(10) VALUE '0-30 DAYS'.
           05 FILLER PIC X(10) VALUE '31-60 DAYS'.
           05 FILLER PIC X(10) VALUE '61-90 DAYS'.
           05 FILLER PIC X(10) VALUE 'OVER 90'.
       01 WS-BAND-LABEL-LIST REDEFINES WS-BAND-LABELS.
           05 WS-BAND-LABEL OCCURS 4 TIMES PIC X(10).
       01 WS-OPEN-AMOUNT PIC S9(11)V99 VALUE 0.
       01 WS-AMOUNT-DISPLAY PIC -(9)9.99.
       01 WS-TOTAL-DISPLAY PIC -(11)9.99.

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE.
           MOVE FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
               TO WS-RUN-DAYS.
           PERFORM 0050-LOAD-RUN-ID.
           PERFORM 0100-LOAD-POINTER.
           INITIALIZE WS-BAND-TABLE.

           OPEN I-O REGISTER-FILE.
      *    ONLY A MISSING FILE (STATUS 35) MAY BE CREATED FRESH -
      *    ANY OTHER OPEN FAILURE (A PRE-CONVERSION RECORD SIZE
      *    AMONG THEM) MUST NOT QUIETLY REPLACE THE LIVE FILE.
           IF WS-REGISTER-STATUS = '35'
               OPEN OUTPUT REGISTER-FILE
               CLOSE REGISTER-FILE
               OPEN I-O REGISTER-FILE
           END-IF.
           IF NOT REGISTER-FILE-OK
               DISPLAY "UNAPPLY - unapplied-register.txt not "
                   "usable, status " WS-REGISTER-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM 0200-ABSORB-NEW-ITEMS.

      *    FEWER ROWS ON THE SUSPENSE FILE THAN THE POINTER SAYS
      *    WERE ABSORBED MEANS IT WAS ROLLED - EVERYTHING NOW ON
      *    IT IS NEW, SO GO BACK TO ROW ONE.
           IF WS-LOG-ROW < WS-ABSORBED
               DISPLAY "UNAPPLY - unapplied-cash.txt was rolled "
                   "since the last run, re-absorbing from the top"
               MOVE 0 TO WS-ABSORBED
               MOVE 0 TO WS-LOG-ROW
               MOVE 'N' TO WS-EOF
               PERFORM 0200-ABSORB-NEW-ITEMS
           END-IF.
           MOVE WS-LOG-ROW TO WS-ABSORBED.

           OPEN OUTPUT TXN-OUT.
           OPEN OUTPUT REPORT-FILE.
           OPEN EXTEND AUDIT-FILE.
           IF NOT AUDIT-FILE-OK
               OPEN OUTPUT AUDIT-FILE
           END-IF.

           MOVE SPACES TO REPORT-REC.
           STRING "UNAPPLIED-CASH REGISTER AS OF " WS-RUN-DATE
               DELIMITED BY SIZE INTO REPORT-REC.
           WRITE REPORT-REC.
           MOVE SPACES TO REPORT-REC.
           STRING "ITEM   CUST  RECEIVED       AMOUNT   AGE STATUS"
               DELIMITED BY SIZE INTO REPORT-REC.
           WRITE REPORT-REC.

           PERFORM 0300-WALK-REGISTER.

           PERFORM 0800-WRITE-TRAILER.
           PERFORM 0850-WRITE-BAND-TOTALS.

           CLOSE REGISTER-FILE.
           CLOSE TXN-OUT.
           CLOSE REPORT-FILE.
           CLOSE AUDIT-FILE.
           PERFORM 0400-SAVE-POINTER.

           DISPLAY "UNAPPLY new items absorbed: " WS-NEW-COUNT.
           DISPLAY "UNAPPLY items still open: " WS-OPEN-COUNT.
           DISPLAY "UNAPPLY applications staged: " WS-APPLY-COUNT.
           DISPLAY "UNAPPLY refunds staged: " WS-REFUND-COUNT.
           DISPLAY "UNAPPLY refunds held under sanctions: "
               WS-SANC-HELD-COUNT.

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
      *    0100-LOAD-POINTER - WHERE THE LAST RUN STOPPED READING   *
      *    THE SUSPENSE FILE, AND THE NEXT ITEM SEQUENCE             *
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
      *    0200-ABSORB-NEW-ITEMS - SUSPENSE ROWS PAST THE POINTER   *
      *    BECOME OPEN REGISTER ITEMS                                *
      *----------------------------------------------------------*
       0200-ABSORB-NEW-ITEMS.
           OPEN INPUT UNAPPLIED-FILE.
           IF NOT UNAPPLIED-FILE-OK
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-EOF = 'Y'
               READ UNAPPLIED-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-LOG-ROW
                       IF WS-LOG-ROW > WS-ABSORBED
                               AND USP-AMOUNT NUMERIC
                               AND USP-AMOUNT > 0
                           PERFORM 0250-OPEN-ONE-ITEM
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE UNAPPLIED-FILE.

      *----------------------------------------------------------*
      *    0250-OPEN-ONE-ITEM - A FRESH REGISTER ITEM FOR A NEW     *
      *    SUSPENSE ROW                                              *
      *----------------------------------------------------------*
       0250-OPEN-ONE-ITEM.
           MOVE WS-NEXT-SEQ TO UNAP-SEQ.
           MOVE USP-ID TO UNAP-CUST-ID.
           MOVE USP-AMOUNT TO UNAP-AMOUNT.
           MOVE USP-DATE TO UNAP-RECEIVED.
           MOVE USP-RUN-ID TO UNAP-POST-RUN-ID.
           MOVE WS-RUN-DATE TO UNAP-FIRST-SEEN.
           MOVE 0 TO UNAP-AGE-DAYS.
           MOVE 'O' TO UNAP-STATUS.
           MOVE 0 TO UNAP-ORDER-SEQ.
           MOVE SPACES TO UNAP-OPERATOR.
           MOVE SPACES TO UNAP-DECIDED.
           MOVE SPACES TO UNAP-STAGED.
           WRITE UNAP-RECORD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1 TO WS-NEW-COUNT
           END-WRITE.
           ADD 1 TO WS-NEXT-SEQ.

      *----------------------------------------------------------*
      *    0300-WALK-REGISTER - EVERY ITEM: OPEN ONES ARE RE-AGED   *
      *    AND REPORTED, DECIDED ONES ARE STAGED FOR POST            *
      *----------------------------------------------------------*
       0300-WALK-REGISTER.
           MOVE 0 TO UNAP-SEQ.
           START REGISTER-FILE KEY >= UNAP-SEQ
               INVALID KEY
                   MOVE 'Y' TO WS-SCAN-DONE
           END-START.
           PERFORM UNTIL WS-SCAN-DONE = 'Y'
               READ REGISTER-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-SCAN-DONE
                   NOT AT END
                       EVALUATE TRUE
                           WHEN UNAP-IS-OPEN
                               PERFORM 0320-AGE-ONE-ITEM
                           WHEN UNAP-IS-APPLY-REQUESTED
                               PERFORM 0340-STAGE-APPLICATION
                           WHEN UNAP-IS-REFUND-REQUESTED
                               PERFORM 0360-STAGE-REFUND
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
               END-READ
           END-PERFORM.

      *----------------------------------------------------------*
      *    0320-AGE-ONE-ITEM - DAYS SINCE THE CASH WAS RECEIVED,    *
      *    BANDED AND LISTED                                         *
      *----------------------------------------------------------*
       0320-AGE-ONE-ITEM.
           ADD 1 TO WS-OPEN-COUNT.
           ADD UNAP-AMOUNT TO WS-OPEN-AMOUNT.
           MOVE 0 TO WS-RECEIVED-DAYS.
           IF UNAP-RECEIVED NUMERIC
               MOVE FUNCTION INTEGER-OF-DATE(UNAP-RECEIVED)
                   TO WS-RECEIVED-DAYS
           END-IF.
           IF WS-RECEIVED-DAYS > 0 AND WS-RECEIVED-DAYS < WS-RUN-DAYS
               COMPUTE UNAP-AGE-DAYS = WS-RUN-DAYS - WS-RECEIVED-DAYS
           ELSE
               MOVE 0 TO UNAP-AGE-DAYS
           END-IF.
           REWRITE UNAP-RECORD
               INVALID KEY
                   CONTINUE
           END-REWRITE.

           EVALUATE TRUE
               WHEN UNAP-AGE-DAYS <= 30
                   MOVE 1 TO WS-BAND-IDX
               WHEN UNAP-AGE-DAYS <= 60
                   MOVE 2 TO WS-BAND-IDX
               WHEN UNAP-AGE-DAYS <= 90
                   MOVE 3 TO WS-BAND-IDX
               WHEN OTHER
                   MOVE 4 TO WS-BAND-IDX
           END-EVALUATE.
           ADD 1 TO WS-BAND-COUNT(WS-BAND-IDX).
           ADD UNAP-AMOUNT TO WS-BAND-AMOUNT(WS-BAND-IDX).

           MOVE UNAP-AMOUNT TO WS-AMOUNT-DISPLAY.
           MOVE SPACES TO REPORT-REC.
           STRING UNAP-SEQ " " UNAP-CUST-ID " " UNAP-RECEIVED " "
               WS-AMOUNT-DISPLAY " " UNAP-AGE-DAYS " OPEN"
               DELIMITED BY SIZE INTO REPORT-REC.
           WRITE REPORT-REC.

      *----------------------------------------------------------*
      *    0340-STAGE-APPLICATION - THE OPERATOR NAMED THE OPEN     *
      *    ORDER: AN 'A' ROW CARRYING THE ORDER'S HISTORY SEQUENCE   *
      *    IN FIELD-REF.  IT MOVES NO MONEY, SO IT ADDS NOTHING TO   *
      *    THE TRAILER NET.                                          *
      *----------------------------------------------------------*
       0340-STAGE-APPLICATION.
           ADD 1 TO WS-APPLY-COUNT.
           PERFORM 0380-BUILD-STAGED-ROW.
           MOVE 'A' TO OUT-TYPE.
           MOVE UNAP-ORDER-SEQ TO OUT-REF.
           WRITE OUT-REC.

           MOVE 'X' TO UNAP-STATUS.
           MOVE "UNAP-APPLY" TO AUDIT-ACTION.
           PERFORM 0390-CLOSE-STAGED-ITEM.

      *----------------------------------------------------------*
      *    0360-STAGE-REFUND - THE CASH GOES BACK TO THE CUSTOMER   *
      *    AS AN 'F' REFUND, WHICH CHARGES THE CREDIT BALANCE BACK   *
      *    UP TO WHERE IT WAS BEFORE THE OVERPAYMENT.  A CUSTOMER   *
      *    UNDER A CONFIRMED SANCTIONS HIT IS NOT PAID: THE REQUEST  *
      *    STAYS AS IT IS AND STAGES ONCE COMPLIANCE CLEARS IT.      *
      *----------------------------------------------------------*
       0360-STAGE-REFUND.
           CALL 'SUB-SANC' USING UNAP-CUST-ID WS-SANC-RESULT.
           IF SANC-BLOCKED
               ADD 1 TO WS-SANC-HELD-COUNT
               MOVE UNAP-AMOUNT TO WS-AMOUNT-DISPLAY
               MOVE SPACES TO REPORT-REC
               STRING UNAP-SEQ " " UNAP-CUST-ID " " UNAP-RECEIVED " "
                   WS-AMOUNT-DISPLAY " " UNAP-AGE-DAYS
                   " REFUND HELD - SANCTIONS"
                   DELIMITED BY SIZE INTO REPORT-REC
               WRITE REPORT-REC
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-REFUND-COUNT.
           PERFORM 0380-BUILD-STAGED-ROW.
           MOVE 'F' TO OUT-TYPE.
           MOVE SPACES TO OUT-REF.
           WRITE OUT-REC.
           ADD UNAP-AMOUNT TO WS-NET-AMOUNT.

           MOVE 'F' TO UNAP-STATUS.
           MOVE "UNAP-REFND" TO AUDIT-ACTION.
           PERFORM 0390-CLOSE-STAGED-ITEM.

      *----------------------------------------------------------*
      *    0380-BUILD-STAGED-ROW - THE FIELDS BOTH KINDS OF STAGED  *
      *    ROW SHARE.  THE TRANSACTION ID IS 'U' PLUS THE REGISTER   *
      *    SEQUENCE, UNIQUE FOR THE LIFE OF THE REGISTER, SO THE     *
      *    APPLIED REGISTRY STOPS A LEFTOVER FEED POSTING TWICE.     *
      *----------------------------------------------------------*
       0380-BUILD-STAGED-ROW.
           ADD 1 TO WS-STAGED-COUNT.
           MOVE SPACES TO OUT-REC.
           MOVE UNAP-CUST-ID TO OUT-ID.
           MOVE '+' TO OUT-SIGN.
           MOVE UNAP-AMOUNT TO OUT-AMOUNT.
           MOVE WS-RUN-DATE TO OUT-DATE.
           MOVE SPACES TO OUT-TXN-ID.
           STRING "U" UNAP-SEQ
               DELIMITED BY SIZE INTO OUT-TXN-ID.
           MOVE WS-RUN-DATE TO OUT-ACCT-DATE.
           MOVE SPACES TO OUT-CURRENCY.

      *----------------------------------------------------------*
      *    0390-CLOSE-STAGED-ITEM - STAMP THE STAGING DATE ON THE   *
      *    ITEM AND LEAVE AN AUDIT-TRAIL ROW NAMING THE OPERATOR     *
      *    WHO DECIDED IT                                            *
      *----------------------------------------------------------*
       0390-CLOSE-STAGED-ITEM.
           MOVE WS-RUN-DATE TO UNAP-STAGED.
           REWRITE UNAP-RECORD
               INVALID KEY
                   CONTINUE
           END-REWRITE.

           MOVE UNAP-AMOUNT TO WS-AMOUNT-DISPLAY.
           MOVE SPACES TO REPORT-REC.
           STRING UNAP-SEQ " " UNAP-CUST-ID " " UNAP-RECEIVED " "
               WS-AMOUNT-DISPLAY " " UNAP-AGE-DAYS " STAGED "
               AUDIT-ACTION " BY " UNAP-OPERATOR
               DELIMITED BY SIZE INTO REPORT-REC.
           WRITE REPORT-REC.

           MOVE "UNAPPLY" TO AUDIT-PROGRAM.
           MOVE WS-RUN-ID TO AUDIT-RUN-ID.
           MOVE UNAP-OPERATOR TO AUDIT-OPERATOR.
           MOVE SPACES TO AUDIT-KEY.
           STRING UNAP-CUST-ID "-" UNAP-SEQ
               DELIMITED BY SIZE INTO AUDIT-KEY.
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
      *    0800-WRITE-TRAILER - THE TRL CONTROL ROW POST BALANCES   *
      *    THE FEED AGAINST; ONLY THE REFUNDS CARRY A NET            *
      *----------------------------------------------------------*
       0800-WRITE-TRAILER.
           MOVE "TRL" TO OUT-TRL-TAG.
           MOVE WS-STAGED-COUNT TO OUT-TRL-COUNT.
           MOVE '+' TO OUT-TRL-SIGN.
           MOVE WS-NET-AMOUNT TO OUT-TRL-AMOUNT.
           WRITE OUT-TRAILER-REC.

      *----------------------------------------------------------*
      *    0850-WRITE-BAND-TOTALS - THE OPEN ITEMS BY AGE BAND AND  *
      *    IN TOTAL, SO THE SUSPENSE BALANCE IS NO LONGER COUNTED    *
      *    BY HAND                                                   *
      *----------------------------------------------------------*
       0850-WRITE-BAND-TOTALS.
           MOVE SPACES TO REPORT-REC.
           WRITE REPORT-REC.
           PERFORM VARYING WS-BAND-IDX FROM 1 BY 1
                   UNTIL WS-BAND-IDX > 4
               MOVE WS-BAND-AMOUNT(WS-BAND-IDX) TO WS-TOTAL-DISPLAY
               MOVE SPACES TO REPORT-REC
               STRING "OPEN " WS-BAND-LABEL(WS-BAND-IDX)
                   " ITEMS=" WS-BAND-COUNT(WS-BAND-IDX)
                   " AMOUNT=" WS-TOTAL-DISPLAY
                   DELIMITED BY SIZE INTO REPORT-REC
               WRITE REPORT-REC
           END-PERFORM.
           MOVE WS-OPEN-AMOUNT TO WS-TOTAL-DISPLAY.
           MOVE SPACES TO REPORT-REC.
           STRING "OPEN TOTAL ITEMS=" WS-OPEN-COUNT
               " AMOUNT=" WS-TOTAL-DISPLAY
               " NEW THIS RUN=" WS-NEW-COUNT
               DELIMITED BY SIZE INTO REPORT-REC.
           WRITE REPORT-REC.
           MOVE SPACES TO REPORT-REC.
           STRING "STAGED FOR POST APPLICATIONS=" WS-APPLY-COUNT
               " REFUNDS=" WS-REFUND-COUNT
               " REFUNDS HELD (SANCTIONS)=" WS-SANC-HELD-COUNT
               DELIMITED BY SIZE INTO REPORT-REC.
           WRITE REPORT-REC.
