       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANDMNT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MANDATE-FILE ASSIGN TO './cust_mandates.txt'
               ORGANIZATION IS INDEXED
               RECORD KEY IS MAND-CUST-ID
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS WS-MANDATE-STATUS.

      *----------------------------------------------------------*
      *    MT-FILE - ONE MANDATE MAINTENANCE TRANSACTION PER ROW:  *
      *    'S' SETS UP (OR REPLACES) THE CUSTOMER'S MANDATE FROM    *
      *    THE SIGNED FORM, 'C' CANCELS IT.  THE SAME ONE-LINE-PER- *
      *    ACTION SHAPE AS PREF_TXN.TXT.                            *
      *----------------------------------------------------------*
           SELECT MT-FILE ASSIGN TO './mandate_txn.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MT-STATUS.

           SELECT CUST-A ASSIGN TO './custA.txt'
               ORGANIZATION IS INDEXED
               RECORD KEY IS A-ID
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS WS-CUST-A-STATUS.

      *----------------------------------------------------------*
      *    NSF-FILE - RETURNED-PAYMENT COUNTS NSF KEEPS; A CUSTOMER *
      *    BARRED FROM AUTOPAY MAY NOT BE GIVEN A NEW MANDATE.       *
      *    OPTIONAL - NO FILE MEANS NOBODY IS BARRED.                *
      *----------------------------------------------------------*
           SELECT NSF-FILE ASSIGN TO './cust-returns.txt'
               ORGANIZATION IS INDEXED
               RECORD KEY IS NSF-CUST-ID
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS WS-NSF-STATUS.

           SELECT MANDATE-REPORT
               ASSIGN TO './result/mandate-maint.txt'
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

       FD MT-FILE.
       01 MT-REC.
           05 MT-ACTION PIC X(1).
               88 MT-IS-SET VALUE 'S'.
               88 MT-IS-CANCEL VALUE 'C'.
           05 MT-CUST-ID PIC X(5).
           05 MT-ROUTING PIC X(9).
           05 MT-ROUTING-DIGITS REDEFINES MT-ROUTING.
               10 MT-ROUTING-DIGIT PIC 9(1) OCCURS 9 TIMES.
           05 MT-ACCOUNT PIC X(17).
           05 MT-MANDATE-DATE PIC X(8).
           05 MT-COLLECT-DAY PIC X(2).

       FD CUST-A.
       01 A-REC.
           COPY "custnamerec" REPLACING FIELD-ID BY A-ID
               FIELD-NAME BY A-NAME FIELD-STATUS BY A-STATUS
               FIELD-ADDR BY A-ADDR.

       FD NSF-FILE.
           COPY "nsfrec".

       FD MANDATE-REPORT.
       01 REPORT-REC PIC X(80).

       FD AUDIT-FILE.
           COPY "auditrec".

       FD RUNID-FILE.
       01 RUNID-REC.
           05 RUNID-VALUE PIC X(8).

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------*
      *    DIRECT-DEBIT MANDATE MAINTENANCE IN THE MOLD OF         *
      *    PREFMNT: KEY MUST BE A CUSTOMER ON THE MASTER, THE       *
      *    ROUTING NUMBER MUST PASS ITS 3-7-1 CHECK DIGIT, THE      *
      *    COLLECTION DAY MUST FALL IN EVERY MONTH (1-28), A        *
      *    CUSTOMER NSF HAS BARRED FOR RETURNED PAYMENTS MAY NOT     *
      *    SET ONE UP, AND EVERY APPLIED CHANGE GETS A REPORT LINE   *
      *    AND AN AUDIT-TRAIL ROW.  THE REPORT SHOWS ONLY THE LAST   *
      *    FOUR DIGITS OF THE BANK ACCOUNT.                          *
      *----------------------------------------------------------*
       01 WS-MANDATE-STATUS PIC XX.
           88 MANDATE-FILE-OK VALUE '00'.
       01 WS-MT-STATUS PIC XX.
           88 MT-FILE-OK VALUE '00'.
       01 WS-CUST-A-STATUS PIC XX.
           88 CUST-A-OK VALUE '00'.
       01 WS-NSF-STATUS PIC XX.
           88 NSF-FILE-OK VALUE '00'.
       01 WS-AUDIT-STATUS PIC XX.
           88 AUDIT-FILE-OK VALUE '00'.
       01 WS-RUNID-STATUS PIC XX.
           88 RUNID-FILE-OK VALUE '00'.
       01 WS-MT-EOF PIC X VALUE 'N'.

       01 WS-RUN-ID PIC X(8) VALUE SPACES.
       01 WS-TODAY PIC X(8).
       01 WS-ONFILE-FLAG PIC X.
           88 CUSTOMER-ON-FILE VALUE 'Y'.

      *----------------------------------------------------------*
      *    ROUTING CHECK DIGIT - 3,7,1 WEIGHTS REPEATED ACROSS THE  *
      *    NINE DIGITS; THE WEIGHTED SUM MUST BE A MULTIPLE OF 10    *
      *----------------------------------------------------------*
       01 WS-ROUTING-WEIGHTS PIC X(9) VALUE '371371371'.
       01 WS-WEIGHT-TABLE REDEFINES WS-ROUTING-WEIGHTS.
           05 WS-WEIGHT PIC 9(1) OCCURS 9 TIMES.
       01 WS-DIGIT-IDX PIC 9(2).
       01 WS-ROUTING-SUM PIC 9(4).
       01 WS-ROUTING-REM PIC 9(4).
       01 WS-ROUTING-QUOT PIC 9(4).

       01 WS-DAY-CHECK PIC 9(2).
       01 WS-ACCOUNT-LEN PIC 9(2).
       01 WS-ACCOUNT-TAIL PIC X(4).

       01 WS-SET-COUNT PIC 9(10) VALUE 0.
       01 WS-CANCEL-COUNT PIC 9(10) VALUE 0.
       01 WS-ERROR-COUNT PIC 9(10) VALUE 0.
       01 WS-EDIT-REASON PIC X(40).

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
           PERFORM 0050-LOAD-RUN-ID.

           OPEN INPUT MT-FILE.
           IF NOT MT-FILE-OK
               DISPLAY "MANDMNT - no mandate_txn.txt, nothing to do"
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN INPUT CUST-A.
           IF NOT CUST-A-OK
               DISPLAY "MANDMNT - custA.txt not available, status "
                   WS-CUST-A-STATUS
               CLOSE MT-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN I-O MANDATE-FILE.
      *    ONLY A MISSING FILE (STATUS 35) MAY BE CREATED FRESH -
      *    ANY OTHER OPEN FAILURE MUST NOT QUIETLY REPLACE THE
      *    LIVE MANDATES.
           IF WS-MANDATE-STATUS = '35'
               OPEN OUTPUT MANDATE-FILE
               CLOSE MANDATE-FILE
               OPEN I-O MANDATE-FILE
           END-IF.
           IF NOT MANDATE-FILE-OK
               DISPLAY "MANDMNT - cust_mandates.txt not usable, "
                   "status " WS-MANDATE-STATUS
               CLOSE MT-FILE
               CLOSE CUST-A
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN INPUT NSF-FILE.
           OPEN OUTPUT MANDATE-REPORT.

           OPEN EXTEND AUDIT-FILE.
           IF NOT AUDIT-FILE-OK
               OPEN OUTPUT AUDIT-FILE
           END-IF.

           PERFORM UNTIL WS-MT-EOF = 'Y'
               READ MT-FILE
                   AT END
                       MOVE 'Y' TO WS-MT-EOF
                   NOT AT END
                       PERFORM 0200-APPLY-ONE-TXN
               END-READ
           END-PERFORM.

           MOVE SPACES TO REPORT-REC.
           STRING "SET=" WS-SET-COUNT
               " CANCELLED=" WS-CANCEL-COUNT
               " ERRORS=" WS-ERROR-COUNT
               DELIMITED BY SIZE INTO REPORT-REC.
           WRITE REPORT-REC.

           CLOSE MT-FILE.
           CLOSE CUST-A.
           CLOSE MANDATE-FILE.
           IF NSF-FILE-OK
               CLOSE NSF-FILE
           END-IF.
           CLOSE MANDATE-REPORT.
           CLOSE AUDIT-FILE.

           DISPLAY "MANDMNT mandates set: " WS-SET-COUNT.
           DISPLAY "MANDMNT mandates cancelled: " WS-CANCEL-COUNT.
           DISPLAY "MANDMNT transactions in error: "
               WS-ERROR-COUNT.

           IF WS-ERROR-COUNT > 0
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
      *    0200-APPLY-ONE-TXN - VALIDATE AND ROUTE ONE ROW          *
      *----------------------------------------------------------*
       0200-APPLY-ONE-TXN.
           MOVE SPACES TO WS-EDIT-REASON.
           EVALUATE TRUE
               WHEN MT-CUST-ID = SPACES
                   MOVE "BLANK CUSTOMER ID" TO WS-EDIT-REASON
               WHEN NOT MT-IS-SET AND NOT MT-IS-CANCEL
                   MOVE "UNKNOWN ACTION" TO WS-EDIT-REASON
               WHEN MT-IS-SET AND MT-ROUTING NOT NUMERIC
                   MOVE "ROUTING NUMBER NOT NUMERIC" TO WS-EDIT-REASON
               WHEN MT-IS-SET AND MT-ACCOUNT = SPACES
                   MOVE "BLANK BANK ACCOUNT" TO WS-EDIT-REASON
               WHEN MT-IS-SET AND (MT-MANDATE-DATE NOT NUMERIC
                       OR MT-MANDATE-DATE > WS-TODAY)
                   MOVE "MANDATE DATE INVALID" TO WS-EDIT-REASON
               WHEN MT-IS-SET AND MT-COLLECT-DAY NOT NUMERIC
                   MOVE "COLLECTION DAY NOT 01-28" TO WS-EDIT-REASON
           END-EVALUATE.

           IF WS-EDIT-REASON = SPACES AND MT-IS-SET
               MOVE MT-COLLECT-DAY TO WS-DAY-CHECK
               IF WS-DAY-CHECK < 1 OR WS-DAY-CHECK > 28
                   MOVE "COLLECTION DAY NOT 01-28" TO WS-EDIT-REASON
               ELSE
                   PERFORM 0220-CHECK-ROUTING-DIGIT
               END-IF
           END-IF.

           IF WS-EDIT-REASON = SPACES
               PERFORM 0250-CHECK-CUSTOMER-ON-FILE
               IF NOT CUSTOMER-ON-FILE
                   MOVE "CUSTOMER NOT ON FILE" TO WS-EDIT-REASON
               END-IF
           END-IF.

           IF WS-EDIT-REASON = SPACES AND MT-IS-SET AND NSF-FILE-OK
               MOVE MT-CUST-ID TO NSF-CUST-ID
               READ NSF-FILE
                   NOT INVALID KEY
                       IF NSF-IS-BARRED
                           MOVE "BARRED FROM AUTOPAY - RETURNS"
                               TO WS-EDIT-REASON
                       END-IF
               END-READ
           END-IF.

           IF WS-EDIT-REASON NOT = SPACES
               ADD 1 TO WS-ERROR-COUNT
               MOVE SPACES TO REPORT-REC
               STRING "ERROR ACTION=" MT-ACTION
                   " ID=" MT-CUST-ID " - " WS-EDIT-REASON
                   DELIMITED BY SIZE INTO REPORT-REC
               WRITE REPORT-REC
               EXIT PARAGRAPH
           END-IF.

           IF MT-IS-SET
               PERFORM 0300-SET-MANDATE
           ELSE
               PERFORM 0400-CANCEL-MANDATE
           END-IF.

      *----------------------------------------------------------*
      *    0220-CHECK-ROUTING-DIGIT - THE 3-7-1 WEIGHTED SUM OF     *
      *    THE NINE DIGITS MUST END IN ZERO                          *
      *----------------------------------------------------------*
       0220-CHECK-ROUTING-DIGIT.
           MOVE 0 TO WS-ROUTING-SUM.
           PERFORM VARYING WS-DIGIT-IDX FROM 1 BY 1
                   UNTIL WS-DIGIT-IDX > 9
               COMPUTE WS-ROUTING-SUM = WS-ROUTING-SUM
                   + MT-ROUTING-DIGIT(WS-DIGIT-IDX)
                   * WS-WEIGHT(WS-DIGIT-IDX)
           END-PERFORM.
           DIVIDE WS-ROUTING-SUM BY 10 GIVING WS-ROUTING-QUOT
               REMAINDER WS-ROUTING-REM.
           IF WS-ROUTING-REM NOT = 0 OR WS-ROUTING-SUM = 0
               MOVE "ROUTING CHECK DIGIT FAILS" TO WS-EDIT-REASON
           END-IF.

      *----------------------------------------------------------*
      *    0250-CHECK-CUSTOMER-ON-FILE - DIRECT READ OF CUST-A      *
      *----------------------------------------------------------*
       0250-CHECK-CUSTOMER-ON-FILE.
           MOVE 'N' TO WS-ONFILE-FLAG.
           MOVE MT-CUST-ID TO A-ID.
           READ CUST-A
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET CUSTOMER-ON-FILE TO TRUE
           END-READ.

      *----------------------------------------------------------*
      *    0300-SET-MANDATE - A NEW CUSTOMER GETS A FRESH ROW, AN   *
      *    EXISTING ONE IS REPLACED (A NEW BANK ACCOUNT OR DAY),     *
      *    KEEPING DDEBIT'S OWN COLLECTION STATE                     *
      *----------------------------------------------------------*
       0300-SET-MANDATE.
           MOVE MT-CUST-ID TO MAND-CUST-ID.
           READ MANDATE-FILE
               INVALID KEY
                   MOVE SPACES TO MAND-LAST-MONTH
                   MOVE SPACES TO MAND-PENDING-TRACE
           END-READ.
           MOVE MT-CUST-ID TO MAND-CUST-ID.
           MOVE MT-ROUTING TO MAND-ROUTING.
           MOVE MT-ACCOUNT TO MAND-ACCOUNT.
           MOVE MT-MANDATE-DATE TO MAND-DATE.
           MOVE 'A' TO MAND-STATUS.
           MOVE MT-COLLECT-DAY TO MAND-COLLECT-DAY.
           MOVE WS-TODAY TO MAND-UPDATED.
           WRITE MAND-RECORD
               INVALID KEY
                   REWRITE MAND-RECORD
                       INVALID KEY
                           ADD 1 TO WS-ERROR-COUNT
                       NOT INVALID KEY
                           ADD 1 TO WS-SET-COUNT
                           PERFORM 0500-REPORT-APPLIED
                           PERFORM 0600-WRITE-AUDIT
                   END-REWRITE
               NOT INVALID KEY
                   ADD 1 TO WS-SET-COUNT
                   PERFORM 0500-REPORT-APPLIED
                   PERFORM 0600-WRITE-AUDIT
           END-WRITE.

      *----------------------------------------------------------*
      *    0400-CANCEL-MANDATE - THE ROW STAYS ON FILE AS 'C' SO    *
      *    A DEBIT STILL AWAITING THE BANK CAN BE CONFIRMED          *
      *----------------------------------------------------------*
       0400-CANCEL-MANDATE.
           MOVE MT-CUST-ID TO MAND-CUST-ID.
           READ MANDATE-FILE
               INVALID KEY
                   PERFORM 0450-REPORT-MISSING-ROW
                   EXIT PARAGRAPH
           END-READ.
           MOVE 'C' TO MAND-STATUS.
           MOVE WS-TODAY TO MAND-UPDATED.
           REWRITE MAND-RECORD
               INVALID KEY
                   ADD 1 TO WS-ERROR-COUNT
               NOT INVALID KEY
                   ADD 1 TO WS-CANCEL-COUNT
                   PERFORM 0500-REPORT-APPLIED
                   PERFORM 0600-WRITE-AUDIT
           END-REWRITE.

      *----------------------------------------------------------*
      *    0450-REPORT-MISSING-ROW - A CANCEL FOR A CUSTOMER WITH   *
      *    NO MANDATE ON FILE                                        *
      *----------------------------------------------------------*
       0450-REPORT-MISSING-ROW.
           ADD 1 TO WS-ERROR-COUNT.
           MOVE SPACES TO REPORT-REC.
           STRING "ERROR ACTION=C ID=" MT-CUST-ID
               " - NO MANDATE ON FILE"
               DELIMITED BY SIZE INTO REPORT-REC.
           WRITE REPORT-REC.

      *----------------------------------------------------------*
      *    0500-REPORT-APPLIED - ONE REPORT LINE PER CHANGE, THE    *
      *    BANK ACCOUNT MASKED TO ITS LAST FOUR CHARACTERS           *
      *----------------------------------------------------------*
       0500-REPORT-APPLIED.
           MOVE 0 TO WS-ACCOUNT-LEN.
           INSPECT MAND-ACCOUNT TALLYING WS-ACCOUNT-LEN
               FOR CHARACTERS BEFORE INITIAL SPACE.
           MOVE SPACES TO WS-ACCOUNT-TAIL.
           IF WS-ACCOUNT-LEN >= 4
               MOVE MAND-ACCOUNT(WS-ACCOUNT-LEN - 3:4)
                   TO WS-ACCOUNT-TAIL
           END-IF.
           MOVE SPACES TO REPORT-REC.
           STRING "APPLIED ACTION=" MT-ACTION
               " ID=" MAND-CUST-ID
               " ROUTING=" MAND-ROUTING
               " ACCOUNT=****" WS-ACCOUNT-TAIL
               " SIGNED=" MAND-DATE
               " DAY=" MAND-COLLECT-DAY
               " STATUS=" MAND-STATUS
               DELIMITED BY SIZE INTO REPORT-REC.
           WRITE REPORT-REC.

      *----------------------------------------------------------*
      *    0600-WRITE-AUDIT - MANDATE CHANGES MOVE MONEY AND LAND   *
      *    ON THE SHARED AUDIT TRAIL                                 *
      *----------------------------------------------------------*
       0600-WRITE-AUDIT.
           MOVE "MANDMNT" TO AUDIT-PROGRAM.
           MOVE WS-RUN-ID TO AUDIT-RUN-ID.
           MOVE SPACES TO AUDIT-OPERATOR.
           MOVE MT-CUST-ID TO AUDIT-KEY.
           IF MT-IS-SET
               MOVE "MAND-SET" TO AUDIT-ACTION
           ELSE
               MOVE "MAND-CANCL" TO AUDIT-ACTION
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO AUDIT-TIMESTAMP.
           MOVE SPACES TO AUDIT-COMPANY.
           WRITE AUDIT-RECORD.
