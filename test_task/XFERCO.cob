       IDENTIFICATION DIVISION.
       PROGRAM-ID. XFERCO.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *----------------------------------------------------------*
      *    XT-FILE - ONE INTERCOMPANY TRANSFER PER ROW: THE         *
      *    CUSTOMER, THE COMPANY IT IS LEAVING, THE COMPANY TAKING   *
      *    IT OVER, AND THE OPERATOR WHO KEYED IT.  NO FILE MEANS    *
      *    NO TRANSFERS TONIGHT.                                     *
      *----------------------------------------------------------*
           SELECT XT-FILE ASSIGN TO './xfer_txn.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-XT-STATUS.

           SELECT CUST-A ASSIGN TO './custA.txt'
               ORGANIZATION IS INDEXED
               RECORD KEY IS A-ID
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS WS-CUST-A-STATUS.

           SELECT BALANCE-FILE ASSIGN TO './cust-balance.txt'
               ORGANIZATION IS INDEXED
               RECORD KEY IS BAL-ID
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS WS-BALANCE-STATUS.

           SELECT HISTORY-FILE ASSIGN TO './cust-txn-history.txt'
               ORGANIZATION IS INDEXED
               RECORD KEY IS HIST-KEY
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS WS-HISTORY-STATUS.

      *----------------------------------------------------------*
      *    AUTH-FILE - THE PER-OPERATOR AUTHORITY LETTERS; ONLY AN  *
      *    OPERATOR HOLDING 'T' MAY MOVE A CUSTOMER BETWEEN          *
      *    COMPANIES                                                 *
      *----------------------------------------------------------*
           SELECT AUTH-FILE ASSIGN TO './maint_auth.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUTH-STATUS.

      *----------------------------------------------------------*
      *    CURRENCY-FILE - THE COMPANIES WE KEEP BOOKS FOR; BOTH    *
      *    ENDS OF A TRANSFER MUST BE ON IT                          *
      *----------------------------------------------------------*
           SELECT CURRENCY-FILE ASSIGN TO './company_currency.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CURRENCY-STATUS.

      *----------------------------------------------------------*
      *    JOURNAL-FILE - BEFORE/NEW IMAGES FOR EVERY ROW THE RUN   *
      *    TOUCHES, IN THE JRNLREC SHAPE MAINT WRITES, SO BACKOUT    *
      *    CAN UNDO THE WHOLE RUN.  REWRITTEN FRESH EACH RUN THAT    *
      *    HAS A TRANSFER FILE.  THE CUST-A IMAGES ALSO GO ONTO      *
      *    MAINT'S CUMULATIVE ARCHIVE SO ROLLFWD AND CUSTASOF SEE    *
      *    THE COMPANY CHANGE LIKE ANY OTHER MASTER CHANGE.          *
      *----------------------------------------------------------*
           SELECT JOURNAL-FILE ASSIGN TO './result/xfer-journal.txt'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT JRNL-ARCHIVE
               ASSIGN TO './result/maint-journal-archive.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JRNL-ARCH-STATUS.

      *----------------------------------------------------------*
      *    GL-FILE - POST'S GENERAL-LEDGER SUMMARY EXTRACT.  EVERY  *
      *    ROW ALREADY THERE IS KEPT; EACH COMPANY A TRANSFER MOVED  *
      *    MONEY OUT OF OR INTO GETS ONE 'X' ROW FOR ITS NET, IN     *
      *    ITS OWN CURRENCY WITH THE HOME VALUE AT THE MONTH-END     *
      *    RATE, AND THE TRL ROW IS RESTATED.  THE NEW ROWS ARE      *
      *    ALSO KEPT ON THE GL HISTORY, SO THE CONTROL ACCOUNT OF    *
      *    EACH COMPANY FOLLOWS THE CUSTOMER ACROSS.                 *
      *----------------------------------------------------------*
           SELECT GL-FILE ASSIGN TO './result/gl-summary.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GL-STATUS.

           SELECT GLHIST-FILE ASSIGN TO './result/gl-history.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLHIST-STATUS.

           SELECT XFER-REPORT ASSIGN TO './result/xfer-report.txt'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT AUDIT-FILE ASSIGN TO './result/audit-trail.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT RUNID-FILE ASSIGN TO './result/run-id.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNID-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD XT-FILE.
       01 XT-REC.
           05 XT-CUST-ID PIC X(5).
           05 XT-FROM-COMPANY PIC X(2).
           05 XT-TO-COMPANY PIC X(2).
           05 XT-OPERATOR PIC X(8).

       FD CUST-A.
       01 A-REC.
           COPY "custnamerec" REPLACING FIELD-ID BY A-ID
               FIELD-NAME BY A-NAME FIELD-STATUS BY A-STATUS
               FIELD-ADDR BY A-ADDR FIELD-COMPANY BY A-COMPANY.

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

       FD AUTH-FILE.
       01 AUTH-REC.
           05 AUTH-OPER-ID PIC X(8).
           05 AUTH-ALLOWED-TYPES PIC X(20).

       FD CURRENCY-FILE.
       01 CURRENCY-REC.
           05 CUR-COMPANY PIC X(2).
           05 CUR-CODE PIC X(3).

       FD JOURNAL-FILE.
           COPY "jrnlrec".

       FD JRNL-ARCHIVE.
       01 ARCH-JRNL-REC.
           05 JRNLA-DATE PIC X(8).
           05 JRNLA-BODY PIC X(119).

       FD GL-FILE.
           COPY "glrec".

       FD GLHIST-FILE.
           COPY "glhistrec".

       FD XFER-REPORT.
       01 REPORT-REC PIC X(100).

       FD AUDIT-FILE.
           COPY "auditrec".

       FD RUNID-FILE.
       01 RUNID-REC.
           05 RUNID-VALUE PIC X(8).

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------*
      *    INTERCOMPANY TRANSFER - WHEN ONE BOOK OF BUSINESS TAKES  *
      *    OVER A CUSTOMER OF ANOTHER, THE CUSTOMER KEEPS ITS ID     *
      *    AND ALL ITS HISTORY; ONLY THE COMPANY CHANGES.  THE       *
      *    BALANCE LEAVES THE OLD COMPANY ON AN 'X' OUT LEG AND      *
      *    ARRIVES AT THE NEW ONE ON AN 'X' IN LEG, AND THE OPEN     *
      *    ITEMS GO WITH IT.  AN ACCOUNT IS KEPT IN ITS COMPANY'S    *
      *    CURRENCY, SO WHEN THE TWO DIFFER THE BALANCE AND EVERY    *
      *    OPEN AMOUNT ARE CONVERTED AT THE RUN DATE'S RATES.  A     *
      *    CUSTOMER ALREADY IN THE TO COMPANY IS REFUSED, SO A       *
      *    RERUN OF THE SAME FILE MOVES NOTHING TWICE.               *
      *----------------------------------------------------------*
       01 WS-XT-STATUS PIC XX.
           88 XT-FILE-OK VALUE '00'.
       01 WS-CUST-A-STATUS PIC XX.
           88 CUST-A-OK VALUE '00'.
       01 WS-BALANCE-STATUS PIC XX.
           88 BALANCE-FILE-OK VALUE '00'.
       01 WS-HISTORY-STATUS PIC XX.
           88 HISTORY-FILE-OK VALUE '00'.
       01 WS-AUTH-STATUS PIC XX.
           88 AUTH-FILE-OK VALUE '00'.
       01 WS-CURRENCY-STATUS PIC XX.
           88 CURRENCY-FILE-OK VALUE '00'.
       01 WS-JRNL-ARCH-STATUS PIC XX.
           88 JRNL-ARCHIVE-OK VALUE '00'.
       01 WS-GL-STATUS PIC XX.
           88 GL-FILE-OK VALUE '00'.
       01 WS-GLHIST-STATUS PIC XX.
           88 GLHIST-FILE-OK VALUE '00'.
       01 WS-AUDIT-STATUS PIC XX.
           88 AUDIT-FILE-OK VALUE '00'.
       01 WS-RUNID-STATUS PIC XX.
           88 RUNID-FILE-OK VALUE '00'.
       01 WS-XT-EOF PIC X VALUE 'N'.
       01 WS-EOF PIC X VALUE 'N'.
       01 WS-SCAN-DONE PIC X.

       01 WS-RUN-ID PIC X(8) VALUE SPACES.
       01 WS-TODAY PIC X(8).
       01 WS-RUN-DATE PIC 9(8).
       01 WS-EDIT-REASON PIC X(40).
       01 WS-TYPE-TALLY PIC 9(2).
       01 WS-CUR-COMPANY PIC X(2).

      *----------------------------------------------------------*
      *    OPERATORS HOLDING THE 'T' LETTER                         *
      *----------------------------------------------------------*
       01 WS-MOVER-TABLE.
           05 WS-MOVER-ID OCCURS 50 TIMES PIC X(8).
       01 WS-MOVER-COUNT PIC 9(2) VALUE 0.
       01 WS-MOVER-IDX PIC 9(2).
       01 WS-MOVER-FOUND PIC X.
           88 OPERATOR-MAY-TRANSFER VALUE 'Y'.

      *----------------------------------------------------------*
      *    THE COMPANIES ON COMPANY_CURRENCY.TXT                    *
      *----------------------------------------------------------*
       01 WS-KNOWN-TABLE.
           05 WS-KNOWN-COMPANY OCCURS 20 TIMES PIC X(2).
       01 WS-KNOWN-COUNT PIC 9(2) VALUE 0.
       01 WS-KNOWN-IDX PIC 9(2).
       01 WS-KNOWN-FLAG PIC X.
           88 COMPANY-IS-KNOWN VALUE 'Y'.

      *----------------------------------------------------------*
      *    THE TWO COMPANIES' CURRENCIES AND RATES TO HOME AT THE   *
      *    RUN DATE.  FROM-TO CONVERSION IS AMOUNT * FROM RATE / TO  *
      *    RATE - THROUGH HOME CURRENCY, AS SUB-FX QUOTES THEM.      *
      *----------------------------------------------------------*
       01 WS-FROM-CURRENCY PIC X(3).
       01 WS-TO-CURRENCY PIC X(3).
       01 WS-FROM-RATE PIC 9(5)V9(6).
       01 WS-TO-RATE PIC 9(5)V9(6).
       01 WS-RATE-FLAG PIC X.
           88 BOTH-RATES-FOUND VALUE 'Y'.

       01 WS-BAL-FOUND PIC X.
           88 BALANCE-ON-FILE VALUE 'Y'.
       01 WS-OLD-BALANCE PIC S9(9)V99.
       01 WS-NEW-BALANCE PIC S9(9)V99.
       01 WS-NEXT-SEQ PIC 9(7).
       01 WS-NEW-OPEN PIC S9(9)V99.

      *----------------------------------------------------------*
      *    THE CUSTOMER'S OPEN ITEMS, COLLECTED BEFORE ANY OF THEM  *
      *    IS REWRITTEN SO THE KEYED SCAN IS NOT DISTURBED           *
      *----------------------------------------------------------*
       01 WS-ITEM-TABLE.
           05 WS-ITEM-ENTRY OCCURS 500 TIMES PIC X(104).
       01 WS-ITEM-COUNT PIC 9(3) VALUE 0.
       01 WS-ITEM-IDX PIC 9(3).
       01 WS-ITEM-TOTAL PIC S9(9)V99.

      *----------------------------------------------------------*
      *    NET MOVEMENT PER COMPANY FOR THE GL 'X' ROWS, IN EACH    *
      *    COMPANY'S OWN CURRENCY                                    *
      *----------------------------------------------------------*
       01 WS-CO-TABLE.
           05 WS-CO-ENTRY OCCURS 20 TIMES.
               10 WS-CO-CODE PIC X(2).
               10 WS-CO-NET PIC S9(11)V99.
               10 WS-CO-MOVES PIC 9(7).
       01 WS-CO-USED PIC 9(2) VALUE 0.
       01 WS-CO-IDX PIC 9(2).
       01 WS-LOOKUP-COMPANY PIC X(2).
       01 WS-CO-FOUND PIC X.
           88 CO-SLOT-FOUND VALUE 'Y'.
       01 WS-CO-AMOUNT PIC S9(11)V99.

      *----------------------------------------------------------*
      *    THE EXTRACT AS POST AND ANY EARLIER STEP LEFT IT         *
      *----------------------------------------------------------*
       01 WS-GL-TABLE.
           05 WS-GL-ROW OCCURS 300 TIMES PIC X(65).
       01 WS-GL-KEPT PIC 9(3) VALUE 0.
       01 WS-GL-IDX PIC 9(3).
       01 WS-GL-ROWS PIC 9(7).
       01 WS-GL-TOTAL PIC S9(13)V99.
       01 WS-GL-SIGNED PIC S9(13)V99.
       01 WS-GL-HOME-SIGNED PIC S9(13)V99.

       01 WS-PERIOD-YEAR PIC 9(4).
       01 WS-PERIOD-MONTH PIC 9(2).
       01 WS-PERIOD-WORK PIC 9(8).
       01 WS-PERIOD-DAYS PIC 9(8).

       01 WS-JRNL-SEQ PIC 9(5) VALUE 0.
       01 WS-JRNL-KIND PIC X(8).

       01 WS-AMOUNT-DISPLAY PIC -(9)9.99.
       01 WS-NEW-AMOUNT-DISPLAY PIC -(9)9.99.
       01 WS-ITEM-DISPLAY PIC -(9)9.99.

       01 WS-TRANSFER-COUNT PIC 9(10) VALUE 0.
       01 WS-ITEMS-CARRIED PIC 9(10) VALUE 0.
       01 WS-GL-BOOKED PIC 9(10) VALUE 0.
       01 WS-ERROR-COUNT PIC 9(10) VALUE 0.

       COPY "fxreqrec".

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
           MOVE WS-TODAY TO WS-RUN-DATE.
           PERFORM 0050-LOAD-RUN-ID.

           OPEN INPUT XT-FILE.
           IF NOT XT-FILE-OK
               DISPLAY "XFERCO - no xfer_txn.txt, nothing to transfer"
               MOVE 0 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN I-O CUST-A.
           IF NOT CUST-A-OK
               DISPLAY "XFERCO - custA.txt not available, status "
                   WS-CUST-A-STATUS
               CLOSE XT-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN I-O BALANCE-FILE.
           IF NOT BALANCE-FILE-OK
               DISPLAY "XFERCO - cust-balance.txt not available, "
                   "status " WS-BALANCE-STATUS
               CLOSE XT-FILE
               CLOSE CUST-A
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN I-O HISTORY-FILE.
           IF NOT HISTORY-FILE-OK
               DISPLAY "XFERCO - cust-txn-history.txt not available, "
                   "status " WS-HISTORY-STATUS
               CLOSE XT-FILE
               CLOSE CUST-A
               CLOSE BALANCE-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM 0100-LOAD-MOVERS.
           PERFORM 0150-LOAD-COMPANIES.

           OPEN OUTPUT XFER-REPORT.
           OPEN OUTPUT JOURNAL-FILE.
           OPEN EXTEND JRNL-ARCHIVE.
           IF NOT JRNL-ARCHIVE-OK
               OPEN OUTPUT JRNL-ARCHIVE
           END-IF.
           OPEN EXTEND AUDIT-FILE.
           IF NOT AUDIT-FILE-OK
               OPEN OUTPUT AUDIT-FILE
           END-IF.

           PERFORM UNTIL WS-XT-EOF = 'Y'
               READ XT-FILE
                   AT END
                       MOVE 'Y' TO WS-XT-EOF
                   NOT AT END
                       PERFORM 0200-APPLY-ONE-TXN
               END-READ
           END-PERFORM.

           IF WS-CO-USED > 0
               PERFORM 0700-BOOK-TO-GL-EXTRACT
           END-IF.

           MOVE SPACES TO REPORT-REC.
           STRING "TRANSFERRED=" WS-TRANSFER-COUNT
               " OPEN ITEMS CARRIED=" WS-ITEMS-CARRIED
               " GL ROWS BOOKED=" WS-GL-BOOKED
               " ERRORS=" WS-ERROR-COUNT
               DELIMITED BY SIZE INTO REPORT-REC.
           WRITE REPORT-REC.

           CLOSE XT-FILE.
           CLOSE CUST-A.
           CLOSE BALANCE-FILE.
           CLOSE HISTORY-FILE.
           CLOSE XFER-REPORT.
           CLOSE JOURNAL-FILE.
           CLOSE JRNL-ARCHIVE.
           CLOSE AUDIT-FILE.

           DISPLAY "XFERCO customers transferred: " WS-TRANSFER-COUNT.
           DISPLAY "XFERCO open items carried: " WS-ITEMS-CARRIED.
           DISPLAY "XFERCO GL rows booked: " WS-GL-BOOKED.
           DISPLAY "XFERCO transactions in error: " WS-ERROR-COUNT.

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
      *    0100-LOAD-MOVERS - EVERY OPERATOR WHOSE AUTHORITY        *
      *    LETTERS INCLUDE 'T'.  NO AUTHORITY FILE MEANS NOBODY MAY  *
      *    TRANSFER A CUSTOMER.                                      *
      *----------------------------------------------------------*
       0100-LOAD-MOVERS.
           OPEN INPUT AUTH-FILE.
           IF NOT AUTH-FILE-OK
               DISPLAY "XFERCO - maint_auth.txt not available, no "
                   "customer can be transferred"
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y'
               READ AUTH-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       MOVE 0 TO WS-TYPE-TALLY
                       INSPECT AUTH-ALLOWED-TYPES
                           TALLYING WS-TYPE-TALLY FOR ALL 'T'
                       IF WS-TYPE-TALLY > 0
                               AND WS-MOVER-COUNT < 50
                           ADD 1 TO WS-MOVER-COUNT
                           MOVE AUTH-OPER-ID
                               TO WS-MOVER-ID(WS-MOVER-COUNT)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE AUTH-FILE.

      *----------------------------------------------------------*
      *    0150-LOAD-COMPANIES - THE COMPANIES WE KEEP BOOKS FOR.   *
      *    WITHOUT THE FILE EVERY COMPANY IS IN HOME CURRENCY AND    *
      *    ONLY THE DEFAULT COMPANY 01 IS KNOWN.                     *
      *----------------------------------------------------------*
       0150-LOAD-COMPANIES.
           OPEN INPUT CURRENCY-FILE.
           IF NOT CURRENCY-FILE-OK
               MOVE 1 TO WS-KNOWN-COUNT
               MOVE "01" TO WS-KNOWN-COMPANY(1)
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y'
               READ CURRENCY-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF CUR-COMPANY NOT = SPACES
                               AND WS-KNOWN-COUNT < 20
                           ADD 1 TO WS-KNOWN-COUNT
                           MOVE CUR-COMPANY
                               TO WS-KNOWN-COMPANY(WS-KNOWN-COUNT)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CURRENCY-FILE.

      *----------------------------------------------------------*
      *    0200-APPLY-ONE-TXN - VALIDATE ONE TRANSFER AND APPLY IT  *
      *----------------------------------------------------------*
       0200-APPLY-ONE-TXN.
           MOVE SPACES TO WS-EDIT-REASON.
           EVALUATE TRUE
               WHEN XT-CUST-ID = SPACES
                   MOVE "BLANK CUSTOMER ID" TO WS-EDIT-REASON
               WHEN XT-FROM-COMPANY = SPACES OR XT-TO-COMPANY = SPACES
                   MOVE "BLANK COMPANY" TO WS-EDIT-REASON
               WHEN XT-FROM-COMPANY = XT-TO-COMPANY
                   MOVE "FROM AND TO COMPANY ARE THE SAME"
                       TO WS-EDIT-REASON
           END-EVALUATE.

           IF WS-EDIT-REASON = SPACES
               MOVE XT-FROM-COMPANY TO WS-LOOKUP-COMPANY
               PERFORM 0260-CHECK-COMPANY-KNOWN
               IF NOT COMPANY-IS-KNOWN
                   MOVE "FROM COMPANY NOT ON COMPANY FILE"
                       TO WS-EDIT-REASON
               ELSE
                   MOVE XT-TO-COMPANY TO WS-LOOKUP-COMPANY
                   PERFORM 0260-CHECK-COMPANY-KNOWN
                   IF NOT COMPANY-IS-KNOWN
                       MOVE "TO COMPANY NOT ON COMPANY FILE"
                           TO WS-EDIT-REASON
                   END-IF
               END-IF
           END-IF.

           IF WS-EDIT-REASON = SPACES
               MOVE 'N' TO WS-MOVER-FOUND
               PERFORM VARYING WS-MOVER-IDX FROM 1 BY 1
                       UNTIL WS-MOVER-IDX > WS-MOVER-COUNT
                   IF WS-MOVER-ID(WS-MOVER-IDX) = XT-OPERATOR
                           AND XT-OPERATOR NOT = SPACES
                       SET OPERATOR-MAY-TRANSFER TO TRUE
                   END-IF
               END-PERFORM
               IF NOT OPERATOR-MAY-TRANSFER
                   MOVE "OPERATOR NOT AUTHORIZED TO TRANSFER"
                       TO WS-EDIT-REASON
               END-IF
           END-IF.

           IF WS-EDIT-REASON = SPACES
               MOVE XT-CUST-ID TO A-ID
               READ CUST-A
                   INVALID KEY
                       MOVE "CUSTOMER NOT ON FILE" TO WS-EDIT-REASON
               END-READ
           END-IF.

           IF WS-EDIT-REASON = SPACES
               MOVE A-COMPANY TO WS-CUR-COMPANY
               IF WS-CUR-COMPANY = SPACES
                   MOVE "01" TO WS-CUR-COMPANY
               END-IF
               IF WS-CUR-COMPANY = XT-TO-COMPANY
                   MOVE "CUSTOMER ALREADY IN TO COMPANY"
                       TO WS-EDIT-REASON
               ELSE
                   IF WS-CUR-COMPANY NOT = XT-FROM-COMPANY
                       MOVE "CUSTOMER NOT IN FROM COMPANY"
                           TO WS-EDIT-REASON
                   END-IF
               END-IF
           END-IF.

           IF WS-EDIT-REASON = SPACES
               PERFORM 0250-GET-RATES
               IF NOT BOTH-RATES-FOUND
                   MOVE "NO EXCHANGE RATE FOR RUN DATE"
                       TO WS-EDIT-REASON
               END-IF
           END-IF.

           IF WS-EDIT-REASON = SPACES
               PERFORM 0270-READ-BALANCE
               IF WS-NEW-BALANCE > 9999999.99
                       OR WS-NEW-BALANCE < -9999999.99
                       OR WS-OLD-BALANCE > 9999999.99
                       OR WS-OLD-BALANCE < -9999999.99
                   MOVE "BALANCE TOO LARGE FOR ONE TRANSFER LEG"
                       TO WS-EDIT-REASON
               END-IF
           END-IF.

           IF WS-EDIT-REASON NOT = SPACES
               PERFORM 0500-REPORT-BAD-TXN
               EXIT PARAGRAPH
           END-IF.

           PERFORM 0300-TRANSFER-CUSTOMER.

      *----------------------------------------------------------*
      *    0250-GET-RATES - EACH COMPANY'S CURRENCY AND ITS RATE    *
      *    TO HOME AT THE RUN DATE.  BETWEEN TWO COMPANIES OF THE    *
      *    SAME CURRENCY NOTHING IS CONVERTED AND NO RATE IS NEEDED. *
      *----------------------------------------------------------*
       0250-GET-RATES.
           MOVE 'Y' TO WS-RATE-FLAG.
           MOVE XT-FROM-COMPANY TO FXQ-COMPANY.
           MOVE WS-RUN-DATE TO FXQ-DATE.
           CALL 'SUB-FX' USING FXQ-REQUEST.
           MOVE FXQ-CURRENCY TO WS-FROM-CURRENCY.
           MOVE FXQ-RATE TO WS-FROM-RATE.
           IF FXQ-RATE-MISSING
               MOVE 'N' TO WS-RATE-FLAG
           END-IF.

           MOVE XT-TO-COMPANY TO FXQ-COMPANY.
           MOVE WS-RUN-DATE TO FXQ-DATE.
           CALL 'SUB-FX' USING FXQ-REQUEST.
           MOVE FXQ-CURRENCY TO WS-TO-CURRENCY.
           MOVE FXQ-RATE TO WS-TO-RATE.
           IF FXQ-RATE-MISSING OR WS-TO-RATE = 0
               MOVE 'N' TO WS-RATE-FLAG
           END-IF.

           IF WS-FROM-CURRENCY = WS-TO-CURRENCY
               MOVE 'Y' TO WS-RATE-FLAG
               MOVE 1 TO WS-FROM-RATE
               MOVE 1 TO WS-TO-RATE
           END-IF.

      *----------------------------------------------------------*
      *    0260-CHECK-COMPANY-KNOWN - WS-LOOKUP-COMPANY ON THE      *
      *    COMPANY FILE                                              *
      *----------------------------------------------------------*
       0260-CHECK-COMPANY-KNOWN.
           MOVE 'N' TO WS-KNOWN-FLAG.
           PERFORM VARYING WS-KNOWN-IDX FROM 1 BY 1
                   UNTIL WS-KNOWN-IDX > WS-KNOWN-COUNT
                   OR COMPANY-IS-KNOWN
               IF WS-KNOWN-COMPANY(WS-KNOWN-IDX) = WS-LOOKUP-COMPANY
                   SET COMPANY-IS-KNOWN TO TRUE
               END-IF
           END-PERFORM.

      *----------------------------------------------------------*
      *    0270-READ-BALANCE - THE BALANCE IN THE FROM CURRENCY AND *
      *    WHAT IT BECOMES IN THE TO CURRENCY.  A CUSTOMER WITH NO   *
      *    BALANCE ROW MOVES WITH NOTHING TO CARRY.                  *
      *----------------------------------------------------------*
       0270-READ-BALANCE.
           MOVE 'N' TO WS-BAL-FOUND.
           MOVE 0 TO WS-OLD-BALANCE.
           MOVE 0 TO WS-NEW-BALANCE.
           MOVE XT-CUST-ID TO BAL-ID.
           READ BALANCE-FILE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ.
           SET BALANCE-ON-FILE TO TRUE.
           MOVE BAL-AMOUNT TO WS-OLD-BALANCE.
           COMPUTE WS-NEW-BALANCE ROUNDED =
               WS-OLD-BALANCE * WS-FROM-RATE / WS-TO-RATE.

      *----------------------------------------------------------*
      *    0300-TRANSFER-CUSTOMER - OPEN ITEMS, TRANSFER LEGS,      *
      *    BALANCE, THEN THE COMPANY ON THE MASTER - EVERY CHANGE    *
      *    JOURNALED BEFORE IT IS MADE                               *
      *----------------------------------------------------------*
       0300-TRANSFER-CUSTOMER.
           PERFORM 0310-COLLECT-OPEN-ITEMS.
           MOVE 0 TO WS-ITEM-TOTAL.
           PERFORM VARYING WS-ITEM-IDX FROM 1 BY 1
                   UNTIL WS-ITEM-IDX > WS-ITEM-COUNT
               PERFORM 0320-CARRY-ONE-ITEM
           END-PERFORM.

           IF BALANCE-ON-FILE
               PERFORM 0330-WRITE-TRANSFER-LEGS
           END-IF.

           MOVE "A-BEFORE" TO WS-JRNL-KIND.
           PERFORM 0900-JOURNAL-CUSTOMER-IMAGE.
           MOVE XT-TO-COMPANY TO A-COMPANY.
           REWRITE A-REC
               INVALID KEY
                   CONTINUE
           END-REWRITE.
           MOVE "A-AFTER" TO WS-JRNL-KIND.
           PERFORM 0900-JOURNAL-CUSTOMER-IMAGE.

           IF WS-OLD-BALANCE NOT = 0
               MOVE XT-FROM-COMPANY TO WS-LOOKUP-COMPANY
               COMPUTE WS-CO-AMOUNT = 0 - WS-OLD-BALANCE
               PERFORM 0350-ADD-TO-COMPANY
               MOVE XT-TO-COMPANY TO WS-LOOKUP-COMPANY
               MOVE WS-NEW-BALANCE TO WS-CO-AMOUNT
               PERFORM 0350-ADD-TO-COMPANY
           END-IF.

           PERFORM 0400-AUDIT-TRANSFER.
           ADD 1 TO WS-TRANSFER-COUNT.

           MOVE WS-OLD-BALANCE TO WS-AMOUNT-DISPLAY.
           MOVE WS-NEW-BALANCE TO WS-NEW-AMOUNT-DISPLAY.
           MOVE WS-ITEM-TOTAL TO WS-ITEM-DISPLAY.
           MOVE SPACES TO REPORT-REC.
           STRING "APPLIED " XT-CUST-ID
               " " XT-FROM-COMPANY "->" XT-TO-COMPANY
               " BAL " WS-FROM-CURRENCY WS-AMOUNT-DISPLAY
               " = " WS-TO-CURRENCY WS-NEW-AMOUNT-DISPLAY
               " ITEMS=" WS-ITEM-COUNT
               " OPEN=" WS-ITEM-DISPLAY
               " BY " XT-OPERATOR
               DELIMITED BY SIZE INTO REPORT-REC.
           WRITE REPORT-REC.

      *----------------------------------------------------------*
      *    0310-COLLECT-OPEN-ITEMS - EVERY HISTORY ROW OF THE       *
      *    CUSTOMER STILL CARRYING AN OPEN AMOUNT                    *
      *----------------------------------------------------------*
       0310-COLLECT-OPEN-ITEMS.
           MOVE 0 TO WS-ITEM-COUNT.
           MOVE 'N' TO WS-SCAN-DONE.
           MOVE XT-CUST-ID TO HIST-ID.
           MOVE 0 TO HIST-SEQ.
           START HISTORY-FILE KEY >= HIST-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-SCAN-DONE
           END-START.
           PERFORM UNTIL WS-SCAN-DONE = 'Y'
               READ HISTORY-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-SCAN-DONE
                   NOT AT END
                       IF HIST-ID NOT = XT-CUST-ID
                           MOVE 'Y' TO WS-SCAN-DONE
                       ELSE
                           IF HIST-OPEN-STATUS = 'O'
                                   AND HIST-OPEN-AMOUNT NOT = 0
                                   AND WS-ITEM-COUNT < 500
                               ADD 1 TO WS-ITEM-COUNT
                               MOVE HIST-REC
                                   TO WS-ITEM-ENTRY(WS-ITEM-COUNT)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

      *----------------------------------------------------------*
      *    0320-CARRY-ONE-ITEM - AN OPEN ITEM STAYS WHERE IT IS;    *
      *    ACROSS A CURRENCY CHANGE ITS OPEN AMOUNT IS RESTATED IN   *
      *    THE NEW CURRENCY.  THE ORIGINAL AMOUNT IS LEFT AS POSTED. *
      *----------------------------------------------------------*
       0320-CARRY-ONE-ITEM.
           MOVE WS-ITEM-ENTRY(WS-ITEM-IDX) TO HIST-REC.
           IF WS-FROM-CURRENCY NOT = WS-TO-CURRENCY
               MOVE "H-BEFORE" TO WS-JRNL-KIND
               PERFORM 0950-JOURNAL-HISTORY-IMAGE
               COMPUTE WS-NEW-OPEN ROUNDED =
                   HIST-OPEN-AMOUNT * WS-FROM-RATE / WS-TO-RATE
               MOVE WS-NEW-OPEN TO HIST-OPEN-AMOUNT
               REWRITE HIST-REC
                   INVALID KEY
                       CONTINUE
               END-REWRITE
           END-IF.
           ADD HIST-OPEN-AMOUNT TO WS-ITEM-TOTAL.
           ADD 1 TO WS-ITEMS-CARRIED.

      *----------------------------------------------------------*
      *    0330-WRITE-TRANSFER-LEGS - THE OUT LEG TAKES THE OLD     *
      *    BALANCE OFF, THE IN LEG PUTS THE CONVERTED ONE ON, BOTH   *
      *    AT THE NEXT SEQUENCES, AND THE BALANCE ROW IS RESTATED    *
      *----------------------------------------------------------*
       0330-WRITE-TRANSFER-LEGS.
           MOVE "BAL-BEF" TO WS-JRNL-KIND.
           PERFORM 0940-JOURNAL-BALANCE-IMAGE.
           IF WS-OLD-BALANCE NOT = 0
               MOVE BAL-TXN-COUNT TO WS-NEXT-SEQ
               ADD 1 TO WS-NEXT-SEQ
               PERFORM 0340-INIT-TRANSFER-LEG
               IF WS-OLD-BALANCE > 0
                   MOVE '-' TO HIST-SIGN
                   MOVE WS-OLD-BALANCE TO HIST-AMOUNT
               ELSE
                   MOVE '+' TO HIST-SIGN
                   COMPUTE HIST-AMOUNT = 0 - WS-OLD-BALANCE
               END-IF
               STRING "XF" XT-FROM-COMPANY XT-TO-COMPANY "O"
                   DELIMITED BY SIZE INTO HIST-TXN-ID
               WRITE HIST-REC
                   INVALID KEY
                       CONTINUE
               END-WRITE
               MOVE "H-NEW" TO WS-JRNL-KIND
               PERFORM 0950-JOURNAL-HISTORY-IMAGE

               ADD 1 TO WS-NEXT-SEQ
               PERFORM 0340-INIT-TRANSFER-LEG
               IF WS-NEW-BALANCE < 0
                   MOVE '-' TO HIST-SIGN
                   COMPUTE HIST-AMOUNT = 0 - WS-NEW-BALANCE
               ELSE
                   MOVE '+' TO HIST-SIGN
                   MOVE WS-NEW-BALANCE TO HIST-AMOUNT
               END-IF
               STRING "XF" XT-FROM-COMPANY XT-TO-COMPANY "I"
                   DELIMITED BY SIZE INTO HIST-TXN-ID
               WRITE HIST-REC
                   INVALID KEY
                       CONTINUE
               END-WRITE
               MOVE "H-NEW" TO WS-JRNL-KIND
               PERFORM 0950-JOURNAL-HISTORY-IMAGE
               MOVE WS-NEXT-SEQ TO BAL-TXN-COUNT
           END-IF.
           MOVE WS-NEW-BALANCE TO BAL-AMOUNT.
           REWRITE BAL-REC
               INVALID KEY
                   CONTINUE
           END-REWRITE.

       0340-INIT-TRANSFER-LEG.
           MOVE SPACES TO HIST-REC.
           MOVE XT-CUST-ID TO HIST-ID.
           MOVE WS-NEXT-SEQ TO HIST-SEQ.
           MOVE 'X' TO HIST-TYPE.
           MOVE WS-RUN-DATE TO HIST-DATE.
           MOVE 0 TO HIST-OPEN-AMOUNT.
           MOVE SPACE TO HIST-OPEN-STATUS.
           MOVE SPACE TO HIST-REV-FLAG.
           MOVE WS-RUN-DATE TO HIST-ACCT-DATE.
           MOVE SPACE TO HIST-DISPUTE-FLAG.
           MOVE 0 TO HIST-DISPUTE-DATE.
           MOVE SPACES TO HIST-DISPUTE-REASON.
           MOVE 0 TO HIST-INVOICE-NO.

      *----------------------------------------------------------*
      *    0350-ADD-TO-COMPANY - WS-CO-AMOUNT ONTO THE NET OF       *
      *    WS-LOOKUP-COMPANY, OPENING ITS SLOT ON FIRST USE          *
      *----------------------------------------------------------*
       0350-ADD-TO-COMPANY.
           MOVE 'N' TO WS-CO-FOUND.
           PERFORM VARYING WS-CO-IDX FROM 1 BY 1
                   UNTIL WS-CO-IDX > WS-CO-USED
                   OR CO-SLOT-FOUND
               IF WS-CO-CODE(WS-CO-IDX) = WS-LOOKUP-COMPANY
                   SET CO-SLOT-FOUND TO TRUE
               END-IF
           END-PERFORM.
           IF CO-SLOT-FOUND
               SUBTRACT 1 FROM WS-CO-IDX
           ELSE
               IF WS-CO-USED >= 20
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-CO-USED
               MOVE WS-CO-USED TO WS-CO-IDX
               MOVE WS-LOOKUP-COMPANY TO WS-CO-CODE(WS-CO-IDX)
               MOVE 0 TO WS-CO-NET(WS-CO-IDX)
               MOVE 0 TO WS-CO-MOVES(WS-CO-IDX)
           END-IF.
           ADD WS-CO-AMOUNT TO WS-CO-NET(WS-CO-IDX).
           ADD 1 TO WS-CO-MOVES(WS-CO-IDX).

      *----------------------------------------------------------*
      *    0400-AUDIT-TRANSFER - ONE ROW FOR EACH SIDE: THE         *
      *    CUSTOMER LEFT ONE COMPANY AND JOINED THE OTHER            *
      *----------------------------------------------------------*
       0400-AUDIT-TRANSFER.
           MOVE "XFERCO" TO AUDIT-PROGRAM.
           MOVE WS-RUN-ID TO AUDIT-RUN-ID.
           MOVE XT-OPERATOR TO AUDIT-OPERATOR.
           MOVE FUNCTION CURRENT-DATE TO AUDIT-TIMESTAMP.
           MOVE XT-CUST-ID TO AUDIT-KEY.
           MOVE XT-FROM-COMPANY TO AUDIT-COMPANY.
           MOVE "XFER-OUT" TO AUDIT-ACTION.
           WRITE AUDIT-RECORD.
           MOVE XT-TO-COMPANY TO AUDIT-COMPANY.
           MOVE "XFER-IN" TO AUDIT-ACTION.
           WRITE AUDIT-RECORD.

      *----------------------------------------------------------*
      *    0500-REPORT-BAD-TXN - A REJECTED ROW, WITH WHY           *
      *----------------------------------------------------------*
       0500-REPORT-BAD-TXN.
           ADD 1 TO WS-ERROR-COUNT.
           MOVE SPACES TO REPORT-REC.
           STRING "ERROR " XT-CUST-ID
               " " XT-FROM-COMPANY "->" XT-TO-COMPANY
               " BY " XT-OPERATOR
               " - " WS-EDIT-REASON
               DELIMITED BY SIZE INTO REPORT-REC.
           WRITE REPORT-REC.

      *----------------------------------------------------------*
      *    0700-BOOK-TO-GL-EXTRACT - REWRITE THE EXTRACT WITH EVERY *
      *    ROW ALREADY IN IT PLUS ONE 'X' ROW PER COMPANY WHOSE NET  *
      *    MOVED, AND RESTATE THE TRL ROW FROM THE ROWS NOW IN THE   *
      *    FILE.  EACH NEW ROW IS ALSO KEPT ON THE GL HISTORY AND    *
      *    JOURNALED FOR BACKOUT.                                    *
      *----------------------------------------------------------*
       0700-BOOK-TO-GL-EXTRACT.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT GL-FILE.
           IF GL-FILE-OK
               PERFORM UNTIL WS-EOF = 'Y'
                   READ GL-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF GLD-TAG = "GLS" AND WS-GL-KEPT < 300
                               ADD 1 TO WS-GL-KEPT
                               MOVE GL-DETAIL-REC
                                   TO WS-GL-ROW(WS-GL-KEPT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GL-FILE
           END-IF.

           OPEN OUTPUT GL-FILE.
           OPEN EXTEND GLHIST-FILE.
           IF NOT GLHIST-FILE-OK
               OPEN OUTPUT GLHIST-FILE
           END-IF.
           MOVE 0 TO WS-GL-ROWS.
           MOVE 0 TO WS-GL-TOTAL.
           PERFORM VARYING WS-GL-IDX FROM 1 BY 1
                   UNTIL WS-GL-IDX > WS-GL-KEPT
               MOVE WS-GL-ROW(WS-GL-IDX) TO GL-DETAIL-REC
               PERFORM 0760-WRITE-GL-ROW
           END-PERFORM.

           PERFORM VARYING WS-CO-IDX FROM 1 BY 1
                   UNTIL WS-CO-IDX > WS-CO-USED
               IF WS-CO-NET(WS-CO-IDX) NOT = 0
                   PERFORM 0750-WRITE-TRANSFER-ROW
               END-IF
           END-PERFORM.

           MOVE "TRL" TO GLT-TAG.
           MOVE WS-GL-ROWS TO GLT-COUNT.
           IF WS-GL-TOTAL < 0
               MOVE '-' TO GLT-SIGN
               COMPUTE GLT-AMOUNT = 0 - WS-GL-TOTAL
           ELSE
               MOVE '+' TO GLT-SIGN
               MOVE WS-GL-TOTAL TO GLT-AMOUNT
           END-IF.
           MOVE "01" TO FXQ-COMPANY.
           MOVE WS-RUN-DATE TO FXQ-DATE.
           CALL 'SUB-FX' USING FXQ-REQUEST.
           MOVE FXQ-HOME-CURRENCY TO GLT-CURRENCY.
           WRITE GL-TRAILER-REC.
           CLOSE GL-FILE.
           CLOSE GLHIST-FILE.

       0750-WRITE-TRANSFER-ROW.
           MOVE "GLS" TO GLD-TAG.
           MOVE WS-RUN-DATE TO GLD-DATE.
           MOVE 'X' TO GLD-TYPE.
           MOVE WS-CO-MOVES(WS-CO-IDX) TO GLD-COUNT.
           IF WS-CO-NET(WS-CO-IDX) < 0
               MOVE '-' TO GLD-SIGN
               COMPUTE GLD-AMOUNT = 0 - WS-CO-NET(WS-CO-IDX)
           ELSE
               MOVE '+' TO GLD-SIGN
               MOVE WS-CO-NET(WS-CO-IDX) TO GLD-AMOUNT
           END-IF.
           MOVE SPACES TO GLD-STATE.
           MOVE WS-CO-CODE(WS-CO-IDX) TO GLD-COMPANY.
           PERFORM 0770-CONVERT-TRANSFER-ROW.
           PERFORM 0760-WRITE-GL-ROW.
           ADD 1 TO WS-GL-BOOKED.
           PERFORM 0960-JOURNAL-GL-IMAGE.

           MOVE GLD-TAG TO GLH-TAG.
           MOVE GLD-DATE TO GLH-DATE.
           MOVE GLD-TYPE TO GLH-TYPE.
           MOVE GLD-COUNT TO GLH-COUNT.
           MOVE GLD-SIGN TO GLH-SIGN.
           MOVE GLD-AMOUNT TO GLH-AMOUNT.
           MOVE GLD-STATE TO GLH-STATE.
           MOVE WS-RUN-ID TO GLH-RUN-ID.
           MOVE WS-RUN-DATE TO GLH-RUN-DATE.
           MOVE GLD-COMPANY TO GLH-COMPANY.
           WRITE GLH-RECORD.

      *    THE TRL NETS THE HOME-CURRENCY VALUES; A ROW WRITTEN
      *    BEFORE THE EXTRACT CARRIED THEM COUNTS AT ITS OWN AMOUNT.
       0760-WRITE-GL-ROW.
           WRITE GL-DETAIL-REC.
           ADD 1 TO WS-GL-ROWS.
           MOVE GLD-AMOUNT TO WS-GL-SIGNED.
           IF GLD-SIGN = '-'
               COMPUTE WS-GL-SIGNED = 0 - GLD-AMOUNT
           END-IF.
           IF GLD-HOME-SIGN = '+' OR GLD-HOME-SIGN = '-'
               MOVE GLD-HOME-AMOUNT TO WS-GL-HOME-SIGNED
               IF GLD-HOME-SIGN = '-'
                   COMPUTE WS-GL-HOME-SIGNED = 0 - GLD-HOME-AMOUNT
               END-IF
               ADD WS-GL-HOME-SIGNED TO WS-GL-TOTAL
           ELSE
               ADD WS-GL-SIGNED TO WS-GL-TOTAL
           END-IF.

      *----------------------------------------------------------*
      *    0770-CONVERT-TRANSFER-ROW - CURRENCY AND HOME-CURRENCY   *
      *    VALUE AT THE RATE FOR THE END OF THE RUN MONTH, AS POST   *
      *    AND PROVISN VALUE THEIR ROWS                              *
      *----------------------------------------------------------*
       0770-CONVERT-TRANSFER-ROW.
           MOVE WS-RUN-DATE(1:4) TO WS-PERIOD-YEAR.
           MOVE WS-RUN-DATE(5:2) TO WS-PERIOD-MONTH.
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

           MOVE GLD-COMPANY TO FXQ-COMPANY.
           MOVE FUNCTION DATE-OF-INTEGER(WS-PERIOD-DAYS) TO FXQ-DATE.
           CALL 'SUB-FX' USING FXQ-REQUEST.
           MOVE FXQ-CURRENCY TO GLD-CURRENCY.
           MOVE FXQ-RATE TO GLD-FX-RATE.
           COMPUTE WS-GL-HOME-SIGNED ROUNDED =
               WS-CO-NET(WS-CO-IDX) * FXQ-RATE.
           IF WS-GL-HOME-SIGNED < 0
               MOVE '-' TO GLD-HOME-SIGN
               COMPUTE GLD-HOME-AMOUNT = 0 - WS-GL-HOME-SIGNED
           ELSE
               MOVE '+' TO GLD-HOME-SIGN
               MOVE WS-GL-HOME-SIGNED TO GLD-HOME-AMOUNT
           END-IF.

      *----------------------------------------------------------*
      *    0900-JOURNAL-CUSTOMER-IMAGE - THE CUST-A ROW UNDER THE   *
      *    KIND THE CALLER PICKED, ONTO THE RUN'S JOURNAL AND,       *
      *    DATED, ONTO MAINT'S CUMULATIVE ARCHIVE                    *
      *----------------------------------------------------------*
       0900-JOURNAL-CUSTOMER-IMAGE.
           ADD 1 TO WS-JRNL-SEQ.
           MOVE WS-JRNL-SEQ TO JRNL-SEQ.
           MOVE XT-CUST-ID TO JRNL-TXN-ID.
           MOVE 'T' TO JRNL-TXN-TYPE.
           MOVE WS-JRNL-KIND TO JRNL-KIND.
           MOVE SPACES TO JRNL-IMAGE.
           MOVE A-REC TO JRNL-IMAGE(1:78).
           MOVE XT-OPERATOR TO JRNL-OPERATOR.
           MOVE FUNCTION CURRENT-DATE(1:14) TO JRNL-TIMESTAMP.
           WRITE JOURNAL-RECORD.
           MOVE WS-TODAY TO JRNLA-DATE.
           MOVE JOURNAL-RECORD TO JRNLA-BODY.
           WRITE ARCH-JRNL-REC.

      *----------------------------------------------------------*
      *    0940-JOURNAL-BALANCE-IMAGE - THE BALANCE ROW BEFORE THE  *
      *    TRANSFER RESTATES IT                                      *
      *----------------------------------------------------------*
       0940-JOURNAL-BALANCE-IMAGE.
           ADD 1 TO WS-JRNL-SEQ.
           MOVE WS-JRNL-SEQ TO JRNL-SEQ.
           MOVE XT-CUST-ID TO JRNL-TXN-ID.
           MOVE 'T' TO JRNL-TXN-TYPE.
           MOVE WS-JRNL-KIND TO JRNL-KIND.
           MOVE SPACES TO JRNL-IMAGE.
           MOVE BAL-REC TO JRNL-IMAGE(1:40).
           MOVE XT-OPERATOR TO JRNL-OPERATOR.
           MOVE FUNCTION CURRENT-DATE(1:14) TO JRNL-TIMESTAMP.
           WRITE JOURNAL-RECORD.

      *----------------------------------------------------------*
      *    0950-JOURNAL-HISTORY-IMAGE - THE POSTING-HISTORY ROW IN  *
      *    HIST-REC UNDER THE KIND THE CALLER PICKED (AN OPEN ITEM   *
      *    BEFORE ITS CONVERSION, OR A TRANSFER LEG).  THE FIRST 78  *
      *    BYTES HOLD THE KEY AND EVERYTHING A TRANSFER CHANGES.     *
      *----------------------------------------------------------*
       0950-JOURNAL-HISTORY-IMAGE.
           ADD 1 TO WS-JRNL-SEQ.
           MOVE WS-JRNL-SEQ TO JRNL-SEQ.
           MOVE XT-CUST-ID TO JRNL-TXN-ID.
           MOVE 'T' TO JRNL-TXN-TYPE.
           MOVE WS-JRNL-KIND TO JRNL-KIND.
           MOVE SPACES TO JRNL-IMAGE.
           MOVE HIST-REC(1:78) TO JRNL-IMAGE.
           MOVE XT-OPERATOR TO JRNL-OPERATOR.
           MOVE FUNCTION CURRENT-DATE(1:14) TO JRNL-TIMESTAMP.
           WRITE JOURNAL-RECORD.

      *----------------------------------------------------------*
      *    0960-JOURNAL-GL-IMAGE - A ROW BOOKED TO THE EXTRACT; THE *
      *    TXN-ID IS THE COMPANY IT WAS BOOKED TO                    *
      *----------------------------------------------------------*
       0960-JOURNAL-GL-IMAGE.
           ADD 1 TO WS-JRNL-SEQ.
           MOVE WS-JRNL-SEQ TO JRNL-SEQ.
           MOVE GLD-COMPANY TO JRNL-TXN-ID.
           MOVE 'T' TO JRNL-TXN-TYPE.
           MOVE "GL-NEW" TO JRNL-KIND.
           MOVE SPACES TO JRNL-IMAGE.
           MOVE GL-DETAIL-REC TO JRNL-IMAGE(1:65).
           MOVE SPACES TO JRNL-OPERATOR.
           MOVE FUNCTION CURRENT-DATE(1:14) TO JRNL-TIMESTAMP.
           WRITE JOURNAL-RECORD.
