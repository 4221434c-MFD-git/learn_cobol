       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROVISN.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BALANCE-FILE ASSIGN TO './cust-balance.txt'
               ORGANIZATION IS INDEXED
               RECORD KEY IS BAL-ID
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS WS-BALANCE-STATUS.

      *----------------------------------------------------------*
      *    HISTORY-FILE - THE OPEN ITEMS, AGED EXACTLY AS ARAGING   *
      *    AGES THEM, AND ANY WRITE-OFF STILL STANDING ON THE        *
      *    ACCOUNT.  READ ONLY.                                      *
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
      *    PARM-FILE - OPTIONAL.  ONE ROW PER COMPANY: COMPANY CODE *
      *    THEN THE PROVISION PERCENT (999V99) FOR CURRENT, 31-60,   *
      *    61-90, OVER 90 AND IN-DISPUTE.  A '**' ROW SETS THE RATES *
      *    FOR ANY COMPANY WITHOUT ITS OWN ROW.                      *
      *----------------------------------------------------------*
           SELECT PARM-FILE ASSIGN TO './provision_param.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

      *----------------------------------------------------------*
      *    PRIOR-FILE - EVERY PROVISION BOOKED, ONE ROW PER COMPANY *
      *    PER RUN, APPENDED.  A COMPANY'S LAST ROW IS WHAT THE      *
      *    LEDGER HOLDS NOW, SO THE MOVEMENT BOOKED IS ALWAYS THE    *
      *    NEW FIGURE LESS THAT ONE - A RERUN IN THE SAME MONTH      *
      *    BOOKS ONLY WHAT CHANGED SINCE.                            *
      *----------------------------------------------------------*
           SELECT PRIOR-FILE
               ASSIGN TO './result/provision-history.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRIOR-STATUS.

      *----------------------------------------------------------*
      *    GL-FILE - POST'S GENERAL-LEDGER SUMMARY EXTRACT.  THE    *
      *    PROVISION MOVEMENT IS ADDED AS 'B' ROWS, ONE PER COMPANY, *
      *    AND THE TRL ROW RESTATED; ANY 'B' ROWS ALREADY THERE ARE  *
      *    REPLACED, NOT ADDED TO.  A 'B' ROW IS IN THE COMPANY'S    *
      *    CURRENCY WITH ITS HOME-CURRENCY VALUE AT THE MONTH-END    *
      *    RATE, LIKE POST'S ROWS, AND THE TRL NETS HOME CURRENCY.   *
      *----------------------------------------------------------*
           SELECT GL-FILE ASSIGN TO './result/gl-summary.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GL-STATUS.

           SELECT GLHIST-FILE ASSIGN TO './result/gl-history.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLHIST-STATUS.

           SELECT PROVISION-REPORT
               ASSIGN TO './result/bad-debt-provision.txt'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT AUDIT-FILE ASSIGN TO './result/audit-trail.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT RUNID-FILE ASSIGN TO './result/run-id.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNID-STATUS.

       DATA DIVISION.
       FILE SECTION.

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
               FIELD-ADDR BY A-ADDR FIELD-COMPANY BY A-COMPANY.

       FD PARM-FILE.
       01 PARM-REC.
           05 PARM-COMPANY PIC X(2).
           05 PARM-PCT-CURRENT PIC 9(3)V99.
           05 PARM-PCT-30 PIC 9(3)V99.
           05 PARM-PCT-60 PIC 9(3)V99.
           05 PARM-PCT-90 PIC 9(3)V99.
           05 PARM-PCT-DISPUTE PIC 9(3)V99.

       FD PRIOR-FILE.
       01 PRIOR-REC.
           05 PRIOR-MONTH PIC 9(6).
           05 PRIOR-COMPANY PIC X(2).
           05 PRIOR-AMOUNT PIC 9(11)V99.
           05 PRIOR-RUN-DATE PIC 9(8).
           05 PRIOR-RUN-ID PIC X(8).

       FD GL-FILE.
           COPY "glrec".

       FD GLHIST-FILE.
           COPY "glhistrec".

       FD PROVISION-REPORT.
       01 REPORT-REC PIC X(100).

       FD AUDIT-FILE.
           COPY "auditrec".

       FD RUNID-FILE.
       01 RUNID-REC.
           05 RUNID-VALUE PIC X(8).

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------*
      *    BAD-DEBT PROVISION - THE OPEN ITEMS OF EVERY CUSTOMER    *
      *    STILL OWING, BUCKETED CURRENT/31-60/61-90/OVER 90 AS      *
      *    ARAGING DOES AND TOTALLED PER COMPANY, WITH THE           *
      *    COMPANY'S PERCENTAGE APPLIED TO EACH BUCKET.  AN ACCOUNT  *
      *    THAT HAS HAD A WRITE-OFF, OR WHOSE CUSTOMER IS RECORDED   *
      *    AS DECEASED (CUSTA STATUS 'D'), IS PROVIDED FOR IN FULL   *
      *    WHATEVER ITS AGE.  THE RESULT IS SET AGAINST THE          *
      *    PROVISION LAST BOOKED AND THE MOVEMENT GOES TO THE GL     *
      *    EXTRACT.                                                  *
      *----------------------------------------------------------*
       01 WS-BALANCE-STATUS PIC XX.
           88 BALANCE-FILE-OK VALUE '00'.
       01 WS-HISTORY-STATUS PIC XX.
           88 HISTORY-FILE-OK VALUE '00'.
       01 WS-CUST-A-STATUS PIC XX.
           88 CUST-A-OK VALUE '00'.
       01 WS-PARM-STATUS PIC XX.
           88 PARM-FILE-OK VALUE '00'.
       01 WS-PRIOR-STATUS PIC XX.
           88 PRIOR-FILE-OK VALUE '00'.
       01 WS-GL-STATUS PIC XX.
           88 GL-FILE-OK VALUE '00'.
       01 WS-GLHIST-STATUS PIC XX.
           88 GLHIST-FILE-OK VALUE '00'.
       01 WS-AUDIT-STATUS PIC XX.
           88 AUDIT-FILE-OK VALUE '00'.
       01 WS-RUNID-STATUS PIC XX.
           88 RUNID-FILE-OK VALUE '00'.
       01 WS-RUN-ID PIC X(8) VALUE SPACES.
       01 WS-EOF PIC X.
       01 WS-SCAN-DONE PIC X VALUE 'N'.
       01 WS-HIST-DONE PIC X.

       01 WS-RUN-DATE PIC 9(8).
       01 WS-RUN-MONTH PIC 9(6).
       01 WS-RUN-DAYS PIC 9(8).
       01 WS-ITEM-DAYS PIC 9(8).
       01 WS-AGE-DAYS PIC S9(6).

      *----------------------------------------------------------*
      *    ONE CUSTOMER - ITS COMPANY, WHETHER IT IS PROVIDED FOR   *
      *    IN FULL, AND ITS OPEN ITEMS BY BUCKET                     *
      *----------------------------------------------------------*
       01 WS-CUST-COMPANY PIC X(2).
       01 WS-CUST-STATUS PIC X(1).
       01 WS-WRITTEN-OFF PIC X.
           88 ACCOUNT-WRITTEN-OFF VALUE 'Y'.
       01 WS-BUCKET-CURRENT PIC S9(9)V99.
       01 WS-BUCKET-30 PIC S9(9)V99.
       01 WS-BUCKET-60 PIC S9(9)V99.
       01 WS-BUCKET-90 PIC S9(9)V99.
       01 WS-BUCKET-DISPUTE PIC S9(9)V99.
       01 WS-CUST-OPEN PIC S9(9)V99.

      *----------------------------------------------------------*
      *    PER-COMPANY TOTALS, RATES AND PRIOR PROVISION.  THE      *
      *    RATES START AT THE DEFAULT ('**') SET AND ARE REPLACED    *
      *    BY THE COMPANY'S OWN PARAMETER ROW WHEN THERE IS ONE.     *
      *----------------------------------------------------------*
       01 WS-CO-TABLE.
           05 WS-CO-ENTRY OCCURS 20 TIMES.
               10 WS-CO-CODE PIC X(2).
               10 WS-CO-CUSTOMERS PIC 9(7).
               10 WS-CO-CURRENT PIC S9(11)V99.
               10 WS-CO-30 PIC S9(11)V99.
               10 WS-CO-60 PIC S9(11)V99.
               10 WS-CO-90 PIC S9(11)V99.
               10 WS-CO-DISPUTE PIC S9(11)V99.
               10 WS-CO-FULL PIC S9(11)V99.
               10 WS-CO-FULL-COUNT PIC 9(7).
               10 WS-CO-PCT-CURRENT PIC 9(3)V99.
               10 WS-CO-PCT-30 PIC 9(3)V99.
               10 WS-CO-PCT-60 PIC 9(3)V99.
               10 WS-CO-PCT-90 PIC 9(3)V99.
               10 WS-CO-PCT-DISPUTE PIC 9(3)V99.
               10 WS-CO-PROVISION PIC S9(11)V99.
               10 WS-CO-PRIOR PIC S9(11)V99.
               10 WS-CO-PRIOR-MONTH PIC 9(6).
               10 WS-CO-MOVEMENT PIC S9(11)V99.
       01 WS-CO-USED PIC 9(2) VALUE 0.
       01 WS-CO-IDX PIC 9(2).
       01 WS-CO-SLOT PIC X.
           88 CO-SLOT-FOUND VALUE 'Y'.
       01 WS-LOOKUP-COMPANY PIC X(2).

       01 WS-DEFAULT-RATES.
           05 WS-DEF-PCT-CURRENT PIC 9(3)V99 VALUE 1.00.
           05 WS-DEF-PCT-30 PIC 9(3)V99 VALUE 5.00.
           05 WS-DEF-PCT-60 PIC 9(3)V99 VALUE 25.00.
           05 WS-DEF-PCT-90 PIC 9(3)V99 VALUE 50.00.
           05 WS-DEF-PCT-DISPUTE PIC 9(3)V99 VALUE 50.00.

      *----------------------------------------------------------*
      *    COMPANY RATE ROWS FROM THE PARAMETER FILE, HELD UNTIL    *
      *    EACH COMPANY IS FIRST SEEN                                *
      *----------------------------------------------------------*
       01 WS-RATE-TABLE.
           05 WS-RATE-ENTRY OCCURS 20 TIMES.
               10 WS-RT-COMPANY PIC X(2).
               10 WS-RT-PCT-CURRENT PIC 9(3)V99.
               10 WS-RT-PCT-30 PIC 9(3)V99.
               10 WS-RT-PCT-60 PIC 9(3)V99.
               10 WS-RT-PCT-90 PIC 9(3)V99.
               10 WS-RT-PCT-DISPUTE PIC 9(3)V99.
       01 WS-RATE-COUNT PIC 9(2) VALUE 0.
       01 WS-RATE-IDX PIC 9(2).

      *----------------------------------------------------------*
      *    THE GL EXTRACT AS POST LEFT IT, HELD WHILE IT IS         *
      *    REWRITTEN WITH THE PROVISION ROWS                         *
      *----------------------------------------------------------*
       01 WS-GL-TABLE.
           05 WS-GL-ROW OCCURS 300 TIMES PIC X(65).
       01 WS-GL-KEPT PIC 9(3) VALUE 0.
       01 WS-GL-IDX PIC 9(3).
       01 WS-GL-ROWS PIC 9(7).
       01 WS-GL-TOTAL PIC S9(13)V99.
       01 WS-GL-SIGNED PIC S9(13)V99.
       01 WS-GL-HOME-SIGNED PIC S9(13)V99.
           COPY "fxreqrec".
       01 WS-PERIOD-YEAR PIC 9(4).
       01 WS-PERIOD-MONTH PIC 9(2).
       01 WS-PERIOD-WORK PIC 9(8).
       01 WS-PERIOD-DAYS PIC 9(8).

       01 WS-PROVISION-TOTAL PIC S9(11)V99 VALUE 0.
       01 WS-PRIOR-TOTAL PIC S9(11)V99 VALUE 0.
       01 WS-MOVEMENT-TOTAL PIC S9(11)V99 VALUE 0.
       01 WS-CUSTOMERS-READ PIC 9(10) VALUE 0.
       01 WS-ENTRIES-BOOKED PIC 9(2) VALUE 0.

       01 WS-BUCKET-PROVISION PIC S9(11)V99.
       01 WS-AMOUNT-DISPLAY PIC -(11)9.99.
       01 WS-PROV-DISPLAY PIC -(11)9.99.
       01 WS-PCT-DISPLAY PIC ZZ9.99.
       01 WS-LINE-LABEL PIC X(14).
       01 WS-LINE-AMOUNT PIC S9(11)V99.
       01 WS-LINE-PCT PIC 9(3)V99.

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE.
           MOVE WS-RUN-DATE(1:6) TO WS-RUN-MONTH.
           MOVE FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
               TO WS-RUN-DAYS.
           INITIALIZE WS-CO-TABLE.
           PERFORM 0050-LOAD-RUN-ID.
           PERFORM 0100-LOAD-PARAMETERS.

           OPEN INPUT BALANCE-FILE.
           IF NOT BALANCE-FILE-OK
               DISPLAY "PROVISN - no balance master on file, run "
                   "POST first"
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN INPUT HISTORY-FILE.
           IF NOT HISTORY-FILE-OK
               DISPLAY "PROVISN - no posting history on file, "
                   "status " WS-HISTORY-STATUS
               CLOSE BALANCE-FILE
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN INPUT CUST-A.

           MOVE LOW-VALUES TO BAL-ID.
           START BALANCE-FILE KEY >= BAL-ID
               INVALID KEY
                   MOVE 'Y' TO WS-SCAN-DONE
           END-START.
           PERFORM UNTIL WS-SCAN-DONE = 'Y'
               READ BALANCE-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-SCAN-DONE
                   NOT AT END
                       IF BAL-AMOUNT > 0
                           ADD 1 TO WS-CUSTOMERS-READ
                           PERFORM 0200-PROVIDE-ONE-CUSTOMER
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE BALANCE-FILE.
           CLOSE HISTORY-FILE.
           CLOSE CUST-A.

           PERFORM 0400-LOAD-PRIOR-PROVISION.
           PERFORM 0500-COMPUTE-PROVISION.

           OPEN OUTPUT PROVISION-REPORT.
           PERFORM 0600-WRITE-REPORT.
           CLOSE PROVISION-REPORT.

           PERFORM 0700-BOOK-TO-GL-EXTRACT.
           PERFORM 0800-RECORD-PROVISION.

           DISPLAY "PROVISN customers with a balance: "
               WS-CUSTOMERS-READ.
           DISPLAY "PROVISN companies provided: " WS-CO-USED.
           DISPLAY "PROVISN GL entries booked: " WS-ENTRIES-BOOKED.

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
      *    0100-LOAD-PARAMETERS - THE '**' ROW REPLACES THE BUILT-  *
      *    IN DEFAULT RATES; EVERY OTHER ROW IS ONE COMPANY'S OWN    *
      *----------------------------------------------------------*
       0100-LOAD-PARAMETERS.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT PARM-FILE.
           IF NOT PARM-FILE-OK
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-EOF = 'Y'
               READ PARM-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM 0150-TAKE-ONE-RATE-ROW
               END-READ
           END-PERFORM.
           CLOSE PARM-FILE.

       0150-TAKE-ONE-RATE-ROW.
           IF PARM-PCT-CURRENT NOT NUMERIC OR PARM-PCT-30 NOT NUMERIC
                   OR PARM-PCT-60 NOT NUMERIC
                   OR PARM-PCT-90 NOT NUMERIC
                   OR PARM-PCT-DISPUTE NOT NUMERIC
               DISPLAY "PROVISN - rate row for company "
                   PARM-COMPANY " not numeric, ignored"
               EXIT PARAGRAPH
           END-IF.
           IF PARM-COMPANY = "**"
               MOVE PARM-PCT-CURRENT TO WS-DEF-PCT-CURRENT
               MOVE PARM-PCT-30 TO WS-DEF-PCT-30
               MOVE PARM-PCT-60 TO WS-DEF-PCT-60
               MOVE PARM-PCT-90 TO WS-DEF-PCT-90
               MOVE PARM-PCT-DISPUTE TO WS-DEF-PCT-DISPUTE
               EXIT PARAGRAPH
           END-IF.
           IF WS-RATE-COUNT < 20
               ADD 1 TO WS-RATE-COUNT
               MOVE PARM-COMPANY TO WS-RT-COMPANY(WS-RATE-COUNT)
               MOVE PARM-PCT-CURRENT
                   TO WS-RT-PCT-CURRENT(WS-RATE-COUNT)
               MOVE PARM-PCT-30 TO WS-RT-PCT-30(WS-RATE-COUNT)
               MOVE PARM-PCT-60 TO WS-RT-PCT-60(WS-RATE-COUNT)
               MOVE PARM-PCT-90 TO WS-RT-PCT-90(WS-RATE-COUNT)
               MOVE PARM-PCT-DISPUTE
                   TO WS-RT-PCT-DISPUTE(WS-RATE-COUNT)
           END-IF.

      *----------------------------------------------------------*
      *    0200-PROVIDE-ONE-CUSTOMER - COMPANY AND STATUS FROM THE  *
      *    MASTER, THE OPEN ITEMS BUCKETED, THEN EITHER THE FULL     *
      *    OPEN AMOUNT OR THE BUCKETS ADDED TO THE COMPANY           *
      *----------------------------------------------------------*
       0200-PROVIDE-ONE-CUSTOMER.
           MOVE "01" TO WS-CUST-COMPANY.
           MOVE SPACE TO WS-CUST-STATUS.
           IF CUST-A-OK OR WS-CUST-A-STATUS = '10'
                   OR WS-CUST-A-STATUS = '23'
               MOVE BAL-ID TO A-ID
               READ CUST-A
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE A-STATUS TO WS-CUST-STATUS
                       IF A-COMPANY NOT = SPACES
                           MOVE A-COMPANY TO WS-CUST-COMPANY
                       END-IF
               END-READ
           END-IF.

           MOVE 0 TO WS-BUCKET-CURRENT.
           MOVE 0 TO WS-BUCKET-30.
           MOVE 0 TO WS-BUCKET-60.
           MOVE 0 TO WS-BUCKET-90.
           MOVE 0 TO WS-BUCKET-DISPUTE.
           MOVE 'N' TO WS-WRITTEN-OFF.
           PERFORM 0300-SCAN-CUSTOMER-HISTORY.

           COMPUTE WS-CUST-OPEN = WS-BUCKET-CURRENT + WS-BUCKET-30
               + WS-BUCKET-60 + WS-BUCKET-90 + WS-BUCKET-DISPUTE.
           IF WS-CUST-OPEN NOT > 0
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-CUST-COMPANY TO WS-LOOKUP-COMPANY.
           PERFORM 0450-FIND-COMPANY-SLOT.
           IF NOT CO-SLOT-FOUND
               DISPLAY "PROVISN - company table full, customer "
                   BAL-ID " left out"
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-CO-CUSTOMERS(WS-CO-IDX).

           IF ACCOUNT-WRITTEN-OFF OR WS-CUST-STATUS = 'D'
               ADD 1 TO WS-CO-FULL-COUNT(WS-CO-IDX)
               ADD WS-CUST-OPEN TO WS-CO-FULL(WS-CO-IDX)
           ELSE
               ADD WS-BUCKET-CURRENT TO WS-CO-CURRENT(WS-CO-IDX)
               ADD WS-BUCKET-30 TO WS-CO-30(WS-CO-IDX)
               ADD WS-BUCKET-60 TO WS-CO-60(WS-CO-IDX)
               ADD WS-BUCKET-90 TO WS-CO-90(WS-CO-IDX)
               ADD WS-BUCKET-DISPUTE TO WS-CO-DISPUTE(WS-CO-IDX)
           END-IF.

      *----------------------------------------------------------*
      *    0300-SCAN-CUSTOMER-HISTORY - KEYED RANGE READ OF THE     *
      *    CUSTOMER'S ROWS: OPEN ITEMS INTO THEIR BUCKETS, AND ANY   *
      *    UNREVERSED WRITE-OFF NOTED                                *
      *----------------------------------------------------------*
       0300-SCAN-CUSTOMER-HISTORY.
           MOVE 'N' TO WS-HIST-DONE.
           MOVE BAL-ID TO HIST-ID.
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
                       IF HIST-ID NOT = BAL-ID
                           MOVE 'Y' TO WS-HIST-DONE
                       ELSE
                           PERFORM 0350-TAKE-ONE-HISTORY-ROW
                       END-IF
               END-READ
           END-PERFORM.

      *----------------------------------------------------------*
      *    0350-TAKE-ONE-HISTORY-ROW - AGED BY THE SAME BANDS AND   *
      *    THE SAME RULES AS ARAGING 0450: AN UNDATED ITEM COUNTS    *
      *    AS OVER 90, A DISPUTED ONE IS KEPT APART                  *
      *----------------------------------------------------------*
       0350-TAKE-ONE-HISTORY-ROW.
           IF HIST-TYPE = 'W' AND HIST-REV-FLAG NOT = 'V'
               SET ACCOUNT-WRITTEN-OFF TO TRUE
           END-IF.
           IF HIST-OPEN-STATUS NOT = 'O' OR HIST-OPEN-AMOUNT NOT > 0
               EXIT PARAGRAPH
           END-IF.
           IF HIST-DISPUTE-FLAG = 'Y'
               ADD HIST-OPEN-AMOUNT TO WS-BUCKET-DISPUTE
               EXIT PARAGRAPH
           END-IF.
           MOVE FUNCTION INTEGER-OF-DATE(HIST-DATE) TO WS-ITEM-DAYS.
           IF WS-ITEM-DAYS = 0
               ADD HIST-OPEN-AMOUNT TO WS-BUCKET-90
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-AGE-DAYS = WS-RUN-DAYS - WS-ITEM-DAYS.
           EVALUATE TRUE
               WHEN WS-AGE-DAYS <= 30
                   ADD HIST-OPEN-AMOUNT TO WS-BUCKET-CURRENT
               WHEN WS-AGE-DAYS <= 60
                   ADD HIST-OPEN-AMOUNT TO WS-BUCKET-30
               WHEN WS-AGE-DAYS <= 90
                   ADD HIST-OPEN-AMOUNT TO WS-BUCKET-60
               WHEN OTHER
                   ADD HIST-OPEN-AMOUNT TO WS-BUCKET-90
           END-EVALUATE.

      *----------------------------------------------------------*
      *    0400-LOAD-PRIOR-PROVISION - EACH COMPANY'S LAST BOOKED   *
      *    PROVISION.  A COMPANY BOOKED BEFORE BUT WITH NOTHING      *
      *    OWING NOW STILL GETS A SLOT, SO ITS PROVISION IS          *
      *    RELEASED                                                  *
      *----------------------------------------------------------*
       0400-LOAD-PRIOR-PROVISION.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT PRIOR-FILE.
           IF NOT PRIOR-FILE-OK
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-EOF = 'Y'
               READ PRIOR-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF PRIOR-AMOUNT NUMERIC
                           MOVE PRIOR-COMPANY TO WS-LOOKUP-COMPANY
                           PERFORM 0450-FIND-COMPANY-SLOT
                           IF CO-SLOT-FOUND
                               MOVE PRIOR-AMOUNT
                                   TO WS-CO-PRIOR(WS-CO-IDX)
                               MOVE PRIOR-MONTH
                                   TO WS-CO-PRIOR-MONTH(WS-CO-IDX)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE PRIOR-FILE.

      *----------------------------------------------------------*
      *    0450-FIND-COMPANY-SLOT - THE COMPANY'S SLOT, OPENED ON   *
      *    FIRST SIGHT WITH ITS OWN RATES OR THE DEFAULT SET         *
      *----------------------------------------------------------*
       0450-FIND-COMPANY-SLOT.
           MOVE 'N' TO WS-CO-SLOT.
           PERFORM VARYING WS-CO-IDX FROM 1 BY 1
                   UNTIL WS-CO-IDX > WS-CO-USED
                   OR CO-SLOT-FOUND
               IF WS-CO-CODE(WS-CO-IDX) = WS-LOOKUP-COMPANY
                   SET CO-SLOT-FOUND TO TRUE
               END-IF
           END-PERFORM.
           IF CO-SLOT-FOUND
               SUBTRACT 1 FROM WS-CO-IDX
               EXIT PARAGRAPH
           END-IF.
           IF WS-CO-USED NOT < 20
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-CO-USED.
           MOVE WS-CO-USED TO WS-CO-IDX.
           SET CO-SLOT-FOUND TO TRUE.
           MOVE WS-LOOKUP-COMPANY TO WS-CO-CODE(WS-CO-IDX).
           MOVE WS-DEF-PCT-CURRENT TO WS-CO-PCT-CURRENT(WS-CO-IDX).
           MOVE WS-DEF-PCT-30 TO WS-CO-PCT-30(WS-CO-IDX).
           MOVE WS-DEF-PCT-60 TO WS-CO-PCT-60(WS-CO-IDX).
           MOVE WS-DEF-PCT-90 TO WS-CO-PCT-90(WS-CO-IDX).
           MOVE WS-DEF-PCT-DISPUTE TO WS-CO-PCT-DISPUTE(WS-CO-IDX).
           PERFORM VARYING WS-RATE-IDX FROM 1 BY 1
                   UNTIL WS-RATE-IDX > WS-RATE-COUNT
               IF WS-RT-COMPANY(WS-RATE-IDX) = WS-LOOKUP-COMPANY
                   MOVE WS-RT-PCT-CURRENT(WS-RATE-IDX)
                       TO WS-CO-PCT-CURRENT(WS-CO-IDX)
                   MOVE WS-RT-PCT-30(WS-RATE-IDX)
                       TO WS-CO-PCT-30(WS-CO-IDX)
                   MOVE WS-RT-PCT-60(WS-RATE-IDX)
                       TO WS-CO-PCT-60(WS-CO-IDX)
                   MOVE WS-RT-PCT-90(WS-RATE-IDX)
                       TO WS-CO-PCT-90(WS-CO-IDX)
                   MOVE WS-RT-PCT-DISPUTE(WS-RATE-IDX)
                       TO WS-CO-PCT-DISPUTE(WS-CO-IDX)
               END-IF
           END-PERFORM.

      *----------------------------------------------------------*
      *    0500-COMPUTE-PROVISION - EACH BUCKET AT ITS RATE, PLUS   *
      *    THE FULLY-PROVIDED ACCOUNTS, AND THE MOVEMENT AGAINST     *
      *    THE LAST BOOKED FIGURE                                    *
      *----------------------------------------------------------*
       0500-COMPUTE-PROVISION.
           PERFORM VARYING WS-CO-IDX FROM 1 BY 1
                   UNTIL WS-CO-IDX > WS-CO-USED
               COMPUTE WS-CO-PROVISION(WS-CO-IDX) ROUNDED =
                   WS-CO-CURRENT(WS-CO-IDX)
                       * WS-CO-PCT-CURRENT(WS-CO-IDX) / 100
                   + WS-CO-30(WS-CO-IDX)
                       * WS-CO-PCT-30(WS-CO-IDX) / 100
                   + WS-CO-60(WS-CO-IDX)
                       * WS-CO-PCT-60(WS-CO-IDX) / 100
                   + WS-CO-90(WS-CO-IDX)
                       * WS-CO-PCT-90(WS-CO-IDX) / 100
                   + WS-CO-DISPUTE(WS-CO-IDX)
                       * WS-CO-PCT-DISPUTE(WS-CO-IDX) / 100
                   + WS-CO-FULL(WS-CO-IDX)
               COMPUTE WS-CO-MOVEMENT(WS-CO-IDX) =
                   WS-CO-PROVISION(WS-CO-IDX)
                   - WS-CO-PRIOR(WS-CO-IDX)
               ADD WS-CO-PROVISION(WS-CO-IDX) TO WS-PROVISION-TOTAL
               ADD WS-CO-PRIOR(WS-CO-IDX) TO WS-PRIOR-TOTAL
               ADD WS-CO-MOVEMENT(WS-CO-IDX) TO WS-MOVEMENT-TOTAL
           END-PERFORM.

      *----------------------------------------------------------*
      *    0600-WRITE-REPORT - PER COMPANY: EACH BUCKET WITH ITS    *
      *    RATE AND PROVISION, THE FULLY-PROVIDED ACCOUNTS, THEN     *
      *    THIS MONTH AGAINST THE LAST BOOKED AND THE MOVEMENT       *
      *----------------------------------------------------------*
       0600-WRITE-REPORT.
           MOVE SPACES TO REPORT-REC.
           STRING "BAD-DEBT PROVISION MONTH=" WS-RUN-MONTH
               " RUN DATE=" WS-RUN-DATE
               DELIMITED BY SIZE INTO REPORT-REC.
           WRITE REPORT-REC.

           PERFORM VARYING WS-CO-IDX FROM 1 BY 1
                   UNTIL WS-CO-IDX > WS-CO-USED
               PERFORM 0650-WRITE-ONE-COMPANY
           END-PERFORM.

           MOVE SPACES TO REPORT-REC.
           WRITE REPORT-REC.
           MOVE WS-PROVISION-TOTAL TO WS-PROV-DISPLAY.
           MOVE SPACES TO REPORT-REC.
           STRING "ALL COMPANIES PROVISION=" WS-PROV-DISPLAY
               DELIMITED BY SIZE INTO REPORT-REC.
           WRITE REPORT-REC.
           MOVE WS-PRIOR-TOTAL TO WS-PROV-DISPLAY.
           MOVE SPACES TO REPORT-REC.
           STRING "ALL COMPANIES LAST BOOKED=" WS-PROV-DISPLAY
               DELIMITED BY SIZE INTO REPORT-REC.
           WRITE REPORT-REC.
           MOVE WS-MOVEMENT-TOTAL TO WS-PROV-DISPLAY.
           MOVE SPACES TO REPORT-REC.
           STRING "ALL COMPANIES MOVEMENT=" WS-PROV-DISPLAY
               DELIMITED BY SIZE INTO REPORT-REC.
           WRITE REPORT-REC.

       0650-WRITE-ONE-COMPANY.
           MOVE SPACES TO REPORT-REC.
           WRITE REPORT-REC.
           MOVE SPACES TO REPORT-REC.
           STRING "COMPANY " WS-CO-CODE(WS-CO-IDX)
               " CUSTOMERS OWING=" WS-CO-CUSTOMERS(WS-CO-IDX)
               DELIMITED BY SIZE INTO REPORT-REC.
           WRITE REPORT-REC.
           MOVE SPACES TO REPORT-REC.
           STRING "  BUCKET                 OPEN AMOUNT    PCT"
               "         PROVISION"
               DELIMITED BY SIZE INTO REPORT-REC.
           WRITE REPORT-REC.

           MOVE "CURRENT" TO WS-LINE-LABEL.
           MOVE WS-CO-CURRENT(WS-CO-IDX) TO WS-LINE-AMOUNT.
           MOVE WS-CO-PCT-CURRENT(WS-CO-IDX) TO WS-LINE-PCT.
           PERFORM 0660-WRITE-BUCKET-LINE.
           MOVE "31-60" TO WS-LINE-LABEL.
           MOVE WS-CO-30(WS-CO-IDX) TO WS-LINE-AMOUNT.
           MOVE WS-CO-PCT-30(WS-CO-IDX) TO WS-LINE-PCT.
           PERFORM 0660-WRITE-BUCKET-LINE.
           MOVE "61-90" TO WS-LINE-LABEL.
           MOVE WS-CO-60(WS-CO-IDX) TO WS-LINE-AMOUNT.
           MOVE WS-CO-PCT-60(WS-CO-IDX) TO WS-LINE-PCT.
           PERFORM 0660-WRITE-BUCKET-LINE.
           MOVE "OVER 90" TO WS-LINE-LABEL.
           MOVE WS-CO-90(WS-CO-IDX) TO WS-LINE-AMOUNT.
           MOVE WS-CO-PCT-90(WS-CO-IDX) TO WS-LINE-PCT.
           PERFORM 0660-WRITE-BUCKET-LINE.
           MOVE "IN DISPUTE" TO WS-LINE-LABEL.
           MOVE WS-CO-DISPUTE(WS-CO-IDX) TO WS-LINE-AMOUNT.
           MOVE WS-CO-PCT-DISPUTE(WS-CO-IDX) TO WS-LINE-PCT.
           PERFORM 0660-WRITE-BUCKET-LINE.
           MOVE "W/OFF-DECEASED" TO WS-LINE-LABEL.
           MOVE WS-CO-FULL(WS-CO-IDX) TO WS-LINE-AMOUNT.
           MOVE 100 TO WS-LINE-PCT.
           PERFORM 0660-WRITE-BUCKET-LINE.

           MOVE WS-CO-PROVISION(WS-CO-IDX) TO WS-PROV-DISPLAY.
           MOVE SPACES TO REPORT-REC.
           STRING "  PROVISION REQUIRED=" WS-PROV-DISPLAY
               "  (ACCOUNTS PROVIDED IN FULL="
               WS-CO-FULL-COUNT(WS-CO-IDX) ")"
               DELIMITED BY SIZE INTO REPORT-REC.
           WRITE REPORT-REC.
           MOVE WS-CO-PRIOR(WS-CO-IDX) TO WS-PROV-DISPLAY.
           MOVE SPACES TO REPORT-REC.
           IF WS-CO-PRIOR-MONTH(WS-CO-IDX) = 0
               STRING "  LAST BOOKED=" WS-PROV-DISPLAY
                   "  (NONE BOOKED BEFORE)"
                   DELIMITED BY SIZE INTO REPORT-REC
           ELSE
               STRING "  LAST BOOKED=" WS-PROV-DISPLAY
                   "  (MONTH " WS-CO-PRIOR-MONTH(WS-CO-IDX) ")"
                   DELIMITED BY SIZE INTO REPORT-REC
           END-IF.
           WRITE REPORT-REC.
           MOVE WS-CO-MOVEMENT(WS-CO-IDX) TO WS-PROV-DISPLAY.
           MOVE SPACES TO REPORT-REC.
           IF WS-CO-MOVEMENT(WS-CO-IDX) < 0
               STRING "  MOVEMENT=" WS-PROV-DISPLAY
                   "  (RELEASE)"
                   DELIMITED BY SIZE INTO REPORT-REC
           ELSE
               STRING "  MOVEMENT=" WS-PROV-DISPLAY
                   "  (CHARGE)"
                   DELIMITED BY SIZE INTO REPORT-REC
           END-IF.
           WRITE REPORT-REC.

       0660-WRITE-BUCKET-LINE.
           COMPUTE WS-BUCKET-PROVISION ROUNDED =
               WS-LINE-AMOUNT * WS-LINE-PCT / 100.
           MOVE WS-LINE-AMOUNT TO WS-AMOUNT-DISPLAY.
           MOVE WS-LINE-PCT TO WS-PCT-DISPLAY.
           MOVE WS-BUCKET-PROVISION TO WS-PROV-DISPLAY.
           MOVE SPACES TO REPORT-REC.
           STRING "  " WS-LINE-LABEL
               " " WS-AMOUNT-DISPLAY
               " " WS-PCT-DISPLAY
               " " WS-PROV-DISPLAY
               DELIMITED BY SIZE INTO REPORT-REC.
           WRITE REPORT-REC.

      *----------------------------------------------------------*
      *    0700-BOOK-TO-GL-EXTRACT - REWRITE POST'S EXTRACT WITH    *
      *    ONE 'B' ROW PER COMPANY WHOSE PROVISION MOVED, DROPPING   *
      *    ANY 'B' ROWS AN EARLIER RUN LEFT, AND RESTATE THE TRL     *
      *    ROW FROM THE ROWS NOW IN THE FILE.  EACH NEW ROW IS ALSO  *
      *    KEPT ON THE GL HISTORY.                                   *
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
                           IF GLD-TAG = "GLS" AND GLD-TYPE NOT = 'B'
                                   AND WS-GL-KEPT < 300
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
               IF WS-CO-MOVEMENT(WS-CO-IDX) NOT = 0
                   PERFORM 0750-WRITE-PROVISION-ROW
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

       0750-WRITE-PROVISION-ROW.
           MOVE "GLS" TO GLD-TAG.
           MOVE WS-RUN-DATE TO GLD-DATE.
           MOVE 'B' TO GLD-TYPE.
           MOVE WS-CO-CUSTOMERS(WS-CO-IDX) TO GLD-COUNT.
           IF WS-CO-MOVEMENT(WS-CO-IDX) < 0
               MOVE '-' TO GLD-SIGN
               COMPUTE GLD-AMOUNT = 0 - WS-CO-MOVEMENT(WS-CO-IDX)
           ELSE
               MOVE '+' TO GLD-SIGN
               MOVE WS-CO-MOVEMENT(WS-CO-IDX) TO GLD-AMOUNT
           END-IF.
           MOVE SPACES TO GLD-STATE.
           MOVE WS-CO-CODE(WS-CO-IDX) TO GLD-COMPANY.
           PERFORM 0770-CONVERT-PROVISION-ROW.
           PERFORM 0760-WRITE-GL-ROW.
           ADD 1 TO WS-ENTRIES-BOOKED.

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
      *    0770-CONVERT-PROVISION-ROW - CURRENCY AND HOME-CURRENCY  *
      *    VALUE AT THE RATE FOR THE END OF THE RUN MONTH            *
      *----------------------------------------------------------*
       0770-CONVERT-PROVISION-ROW.
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
               WS-CO-MOVEMENT(WS-CO-IDX) * FXQ-RATE.
           IF WS-GL-HOME-SIGNED < 0
               MOVE '-' TO GLD-HOME-SIGN
               COMPUTE GLD-HOME-AMOUNT = 0 - WS-GL-HOME-SIGNED
           ELSE
               MOVE '+' TO GLD-HOME-SIGN
               MOVE WS-GL-HOME-SIGNED TO GLD-HOME-AMOUNT
           END-IF.

      *----------------------------------------------------------*
      *    0800-RECORD-PROVISION - THE NEW FIGURE PER COMPANY ONTO  *
      *    THE PROVISION HISTORY, AND AN AUDIT ROW FOR EACH          *
      *    MOVEMENT BOOKED                                           *
      *----------------------------------------------------------*
       0800-RECORD-PROVISION.
           OPEN EXTEND PRIOR-FILE.
           IF NOT PRIOR-FILE-OK
               OPEN OUTPUT PRIOR-FILE
           END-IF.
           OPEN EXTEND AUDIT-FILE.
           IF NOT AUDIT-FILE-OK
               OPEN OUTPUT AUDIT-FILE
           END-IF.
           PERFORM VARYING WS-CO-IDX FROM 1 BY 1
                   UNTIL WS-CO-IDX > WS-CO-USED
               MOVE WS-RUN-MONTH TO PRIOR-MONTH
               MOVE WS-CO-CODE(WS-CO-IDX) TO PRIOR-COMPANY
               MOVE WS-CO-PROVISION(WS-CO-IDX) TO PRIOR-AMOUNT
               MOVE WS-RUN-DATE TO PRIOR-RUN-DATE
               MOVE WS-RUN-ID TO PRIOR-RUN-ID
               WRITE PRIOR-REC
               IF WS-CO-MOVEMENT(WS-CO-IDX) NOT = 0
                   PERFORM 0950-WRITE-AUDIT
               END-IF
           END-PERFORM.
           CLOSE PRIOR-FILE.
           CLOSE AUDIT-FILE.

      *----------------------------------------------------------*
      *    0950-WRITE-AUDIT - ONE ROW PER COMPANY WHOSE PROVISION   *
      *    MOVEMENT WENT TO THE LEDGER                               *
      *----------------------------------------------------------*
       0950-WRITE-AUDIT.
           MOVE SPACES TO AUDIT-KEY.
           STRING WS-CO-CODE(WS-CO-IDX) "-" WS-RUN-MONTH
               DELIMITED BY SIZE INTO AUDIT-KEY.
           MOVE "PRV-BOOK" TO AUDIT-ACTION.
           MOVE "PROVISN" TO AUDIT-PROGRAM.
           MOVE WS-RUN-ID TO AUDIT-RUN-ID.
           MOVE SPACES TO AUDIT-OPERATOR.
           MOVE FUNCTION CURRENT-DATE TO AUDIT-TIMESTAMP.
           MOVE WS-CO-CODE(WS-CO-IDX) TO AUDIT-COMPANY.
           WRITE AUDIT-RECORD.
