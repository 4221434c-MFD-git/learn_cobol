       IDENTIFICATION DIVISION.
       PROGRAM-ID. YEAREND.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *----------------------------------------------------------*
      *    PARM-FILE - THE YEAR TO CLOSE (YYYY).  MISSING OR NOT    *
      *    NUMERIC: THE YEAR BEFORE THE CURRENT ONE.                 *
      *----------------------------------------------------------*
           SELECT PARM-FILE ASSIGN TO './yearend_param.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

      *----------------------------------------------------------*
      *    YEC-FILE - ONE ROW PER YEAR THIS STEP HAS CLOSED,        *
      *    APPENDED AT THE END OF A SUCCESSFUL RUN.  A YEAR ALREADY  *
      *    ON IT IS NEVER CLOSED A SECOND TIME.                      *
      *----------------------------------------------------------*
           SELECT YEC-FILE ASSIGN TO './year-end-control.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-YEC-STATUS.

      *----------------------------------------------------------*
      *    PERIOD-FILE - THE POSTING-PERIOD CONTROL PERCLOSE AND    *
      *    POST SHARE.  READ FOR THE TWELVE LOCKS, THEN EXTENDED     *
      *    WITH AN 'O' (OPEN) ROW FOR EACH MONTH OF THE NEW YEAR;    *
      *    POST, PERCLOSE AND ARCTLREC ACT ONLY ON 'C' ROWS.         *
      *----------------------------------------------------------*
           SELECT PERIOD-FILE ASSIGN TO './period-control.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PERIOD-STATUS.

      *----------------------------------------------------------*
      *    TB-REPORT / RECON-REPORT - TODAY'S TRIALBAL PROOF AND    *
      *    ARCTLREC RECONCILIATION.  BOTH MUST HAVE RUN TODAY AND    *
      *    COME OUT CLEAN BEFORE ANYTHING IS CLOSED.  READ ONLY.     *
      *----------------------------------------------------------*
           SELECT TB-REPORT ASSIGN TO './result/trial-balance.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TB-STATUS.

           SELECT RECON-REPORT
               ASSIGN TO './result/ar-control-recon.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RECON-STATUS.

           SELECT HISTORY-FILE ASSIGN TO './cust-txn-history.txt'
               ORGANIZATION IS INDEXED
               RECORD KEY IS HIST-KEY
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS WS-HISTORY-STATUS.

           SELECT BALANCE-FILE ASSIGN TO './cust-balance.txt'
               ORGANIZATION IS INDEXED
               RECORD KEY IS BAL-ID
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS WS-BALANCE-STATUS.

           SELECT CUST-A ASSIGN TO './custA.txt'
               ORGANIZATION IS INDEXED
               RECORD KEY IS A-ID
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS WS-CUST-A-STATUS.

      *----------------------------------------------------------*
      *    ARCHIVE-FILE - THE YEAR'S POSTING ARCHIVE GENERATION,    *
      *    ./result/posting-archive-YYYY.txt, IN THE POSTHISTREC     *
      *    LAYOUT.  APPENDED TO, SO A RUN STOPPED PART WAY NEVER     *
      *    LOSES ROWS ALREADY TAKEN OFF THE LIVE HISTORY.            *
      *----------------------------------------------------------*
           SELECT ARCHIVE-FILE ASSIGN TO WS-ARCHIVE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCHIVE-STATUS.

      *----------------------------------------------------------*
      *    ARCHLIST-FILE - RETAIN'S RUNNING LIST OF ARCHIVE         *
      *    GENERATIONS; THE POSTING ARCHIVE GOES ON IT AS TYPE       *
      *    "POSTING" SO RETAIN, TRIALBAL, CUST360 AND CUSTASOF CAN   *
      *    STILL REACH THE ROWS                                      *
      *----------------------------------------------------------*
           SELECT ARCHLIST-FILE
               ASSIGN TO './result/retention-archives.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCHLIST-STATUS.

           SELECT LISTING-FILE ASSIGN TO WS-LISTING-NAME
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CLOSE-REPORT ASSIGN TO WS-REPORT-NAME
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT LISTING-WORK ASSIGN TO LISTING-WORK.

       DATA DIVISION.
       FILE SECTION.

       FD PARM-FILE.
       01 PARM-REC.
           05 PARM-YEAR PIC X(4).

       FD YEC-FILE.
       01 YEC-REC.
           05 YEC-YEAR PIC X(4).
           05 YEC-STATUS PIC X(1).
               88 YEC-YEAR-CLOSED VALUE 'C'.
           05 YEC-STAMP PIC X(14).
           05 YEC-ROWS-ARCHIVED PIC 9(7).

       FD PERIOD-FILE.
       01 PERIOD-REC.
           05 PERIOD-MONTH PIC X(6).
           05 PERIOD-STATUS PIC X(1).

       FD TB-REPORT.
       01 TB-LINE PIC X(100).

       FD RECON-REPORT.
       01 RECON-LINE PIC X(100).

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

       FD BALANCE-FILE.
       01 BAL-REC.
           COPY "balrec" REPLACING FIELD-ID BY BAL-ID
               FIELD-AMOUNT BY BAL-AMOUNT
               FIELD-TXN-COUNT BY BAL-TXN-COUNT
               FIELD-LAST-DATE BY BAL-LAST-DATE
               FIELD-CREDIT-LIMIT BY BAL-CREDIT-LIMIT.

       FD CUST-A.
       01 A-REC.
           COPY "custnamerec" REPLACING FIELD-ID BY A-ID
               FIELD-NAME BY A-NAME FIELD-STATUS BY A-STATUS
               FIELD-ADDR BY A-ADDR FIELD-COMPANY BY A-COMPANY.

       FD ARCHIVE-FILE.
       01 ARCHIVE-REC PIC X(104).

       FD ARCHLIST-FILE.
       01 ARCHLIST-REC.
           05 ARCHL-TYPE PIC X(8).
           05 ARCHL-NAME PIC X(50).

       FD LISTING-FILE.
       01 LISTING-REC PIC X(100).

       FD CLOSE-REPORT.
       01 REPORT-REC PIC X(100).

       SD LISTING-WORK.
       01 LW-REC.
           05 LW-COMPANY PIC X(2).
           05 LW-ID PIC X(5).
           05 LW-NAME PIC X(20).
           05 LW-AMOUNT PIC S9(9)V99.
           05 LW-LAST-DATE PIC 9(8).

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------*
      *    YEAR-END CLOSE FOR THE RECEIVABLES LEDGER - PROVES THE   *
      *    YEAR IS READY (ALL TWELVE PERIODS LOCKED, TRIALBAL AND    *
      *    ARCTLREC CLEAN TODAY), THEN LISTS THE CLOSING BALANCES    *
      *    BY COMPANY, MOVES SETTLED AND REVERSED POSTINGS OF THE    *
      *    YEAR TO A YEARLY ARCHIVE GENERATION, LISTS THE OPEN       *
      *    ITEMS CARRIED INTO THE NEW YEAR AND OPENS ITS PERIODS.    *
      *    ANY FAILED CHECK STOPS THE RUN BEFORE A FILE IS TOUCHED.  *
      *----------------------------------------------------------*
       01 WS-PARM-STATUS PIC XX.
           88 PARM-FILE-OK VALUE '00'.
       01 WS-YEC-STATUS PIC XX.
           88 YEC-FILE-OK VALUE '00'.
       01 WS-PERIOD-STATUS PIC XX.
           88 PERIOD-FILE-OK VALUE '00'.
       01 WS-TB-STATUS PIC XX.
           88 TB-REPORT-OK VALUE '00'.
       01 WS-RECON-STATUS PIC XX.
           88 RECON-REPORT-OK VALUE '00'.
       01 WS-HISTORY-STATUS PIC XX.
           88 HISTORY-FILE-OK VALUE '00'.
       01 WS-BALANCE-STATUS PIC XX.
           88 BALANCE-FILE-OK VALUE '00'.
       01 WS-CUST-A-STATUS PIC XX.
           88 CUST-A-OK VALUE '00'.
       01 WS-ARCHIVE-STATUS PIC XX.
           88 ARCHIVE-FILE-OK VALUE '00'.
       01 WS-ARCHLIST-STATUS PIC XX.
           88 ARCHLIST-FILE-OK VALUE '00'.
       01 WS-EOF PIC X.
       01 WS-SCAN-DONE PIC X.

       01 WS-RUN-STAMP PIC X(14).
       01 WS-RUN-DATE PIC X(8).
       01 WS-CLOSE-YEAR PIC X(4).
       01 WS-WORK-YEAR PIC 9(4).
       01 WS-NEW-YEAR PIC X(4).
       01 WS-WORK-MONTH PIC 9(2).
       01 WS-CHECK-MONTH PIC X(6).
       01 WS-ROW-DATE PIC 9(8).
       01 WS-ROW-YEAR REDEFINES WS-ROW-DATE.
           05 WS-ROW-YYYY PIC X(4).
           05 FILLER PIC X(4).

       01 WS-ARCHIVE-NAME PIC X(50).
       01 WS-LISTING-NAME PIC X(50).
       01 WS-REPORT-NAME PIC X(50).

       01 WS-ALREADY-CLOSED PIC X VALUE 'N'.
           88 YEAR-ALREADY-CLOSED VALUE 'Y'.
       01 WS-BLOCK-COUNT PIC 9(3) VALUE 0.
       01 WS-PROOF-FOUND PIC X.
           88 PROOF-LINE-FOUND VALUE 'Y'.
       01 WS-PROOF-DATE PIC X(8).
       01 WS-PROOF-LINE PIC X(100).
       01 WS-LIST-FOUND PIC X.
           88 GENERATION-ALREADY-LISTED VALUE 'Y'.

      *----------------------------------------------------------*
      *    THE PERIOD CONTROL AS IT STOOD AT THE START OF THE RUN,  *
      *    THE SAME TABLE ARCTLREC KEEPS OF IT                       *
      *----------------------------------------------------------*
       01 WS-PERIOD-TABLE.
           05 WS-PER-ENTRY OCCURS 600 TIMES.
               10 WS-PER-MONTH PIC X(6).
               10 WS-PER-STATUS PIC X(1).
       01 WS-PER-COUNT PIC 9(3) VALUE 0.
       01 WS-PER-IDX PIC 9(3).
       01 WS-MONTH-FLAG PIC X.
           88 MONTH-IS-CLOSED VALUE 'C'.
           88 MONTH-HAS-ROW VALUE 'C' 'O'.

      *----------------------------------------------------------*
      *    HISTORY KEYS TO ARCHIVE, COLLECTED DURING THE SCAN AND   *
      *    MOVED AFTERWARDS SO THE KEYED WALK NEVER DELETES UNDER    *
      *    ITSELF (AS RETAIN DOES).  A FULL TABLE LEAVES THE REST    *
      *    LIVE; THEY STILL PROVE AND STILL SHOW EVERYWHERE.         *
      *----------------------------------------------------------*
       01 WS-HKEY-TABLE.
           05 WS-HKEY OCCURS 5000 TIMES PIC X(12).
       01 WS-HKEY-COUNT PIC 9(5) VALUE 0.
       01 WS-HKEY-IDX PIC 9(5).
       01 WS-HKEY-FULL PIC X VALUE 'N'.
           88 KEY-TABLE-FULL VALUE 'Y'.
       01 WS-HOLD-REC PIC X(104).

       01 WS-PREV-COMPANY PIC X(2).
       01 WS-LISTING-DONE PIC X.
       01 WS-CO-CUSTOMERS PIC 9(7) VALUE 0.
       01 WS-CO-TOTAL PIC S9(11)V99 VALUE 0.
       01 WS-ALL-CUSTOMERS PIC 9(7) VALUE 0.
       01 WS-ALL-TOTAL PIC S9(11)V99 VALUE 0.

       01 WS-ROWS-ARCHIVED PIC 9(7) VALUE 0.
       01 WS-ROWS-KEPT PIC 9(7) VALUE 0.
       01 WS-OPEN-COUNT PIC 9(7) VALUE 0.
       01 WS-OPEN-TOTAL PIC S9(11)V99 VALUE 0.
       01 WS-PERIODS-OPENED PIC 9(2) VALUE 0.

       01 WS-DISP-AMOUNT PIC -(11)9.99.
       01 WS-DISP-TOTAL PIC -(11)9.99.

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-RUN-STAMP.
           MOVE WS-RUN-STAMP(1:8) TO WS-RUN-DATE.
           PERFORM 0100-RESOLVE-YEAR.
           PERFORM 0150-CHECK-ALREADY-CLOSED.

           IF YEAR-ALREADY-CLOSED
               DISPLAY "YEAREND - year " WS-CLOSE-YEAR
                   " is already closed, nothing done"
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF.

           MOVE SPACES TO WS-REPORT-NAME.
           STRING "./result/year-end-close-" WS-CLOSE-YEAR ".txt"
               DELIMITED BY SIZE INTO WS-REPORT-NAME.
           OPEN OUTPUT CLOSE-REPORT.
           MOVE SPACES TO REPORT-REC.
           STRING "YEAR-END CLOSE FOR " WS-CLOSE-YEAR
               " RUN DATE=" WS-RUN-DATE
               DELIMITED BY SIZE INTO REPORT-REC.
           WRITE REPORT-REC.

           PERFORM 0200-CHECK-PERIODS-LOCKED.
           PERFORM 0300-CHECK-TRIAL-BALANCE.
           PERFORM 0350-CHECK-CONTROL-RECON.

           IF WS-BLOCK-COUNT > 0
               MOVE SPACES TO REPORT-REC
               STRING "YEAR-END CLOSE REFUSED - " WS-BLOCK-COUNT
                   " CHECK(S) FAILED, NOTHING CHANGED"
                   DELIMITED BY SIZE INTO REPORT-REC
               WRITE REPORT-REC
               CLOSE CLOSE-REPORT
               DISPLAY "YEAREND - year " WS-CLOSE-YEAR
                   " not closed, checks failed: " WS-BLOCK-COUNT
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM 0400-WRITE-BALANCE-LISTING.
           PERFORM 0500-ARCHIVE-SETTLED-HISTORY.
           PERFORM 0700-OPEN-NEW-YEAR-PERIODS.
           PERFORM 0800-RECORD-YEAR-CLOSED.

           MOVE SPACES TO REPORT-REC.
           STRING "YEAR " WS-CLOSE-YEAR " CLOSED - ROWS ARCHIVED="
               WS-ROWS-ARCHIVED " OPEN ITEMS CARRIED="
               WS-OPEN-COUNT " PERIODS OPENED=" WS-PERIODS-OPENED
               DELIMITED BY SIZE INTO REPORT-REC.
           WRITE REPORT-REC.
           CLOSE CLOSE-REPORT.

           DISPLAY "YEAREND year closed: " WS-CLOSE-YEAR.
           DISPLAY "YEAREND customers listed: " WS-ALL-CUSTOMERS.
           DISPLAY "YEAREND history rows archived: "
               WS-ROWS-ARCHIVED.
           DISPLAY "YEAREND open items carried forward: "
               WS-OPEN-COUNT.
           DISPLAY "YEAREND new periods opened: "
               WS-PERIODS-OPENED.

           MOVE 0 TO RETURN-CODE.
           GOBACK.

      *----------------------------------------------------------*
      *    0100-RESOLVE-YEAR - YEAR TO CLOSE FROM THE PARAMETER     *
      *    FILE, DEFAULTING TO LAST YEAR                             *
      *----------------------------------------------------------*
       0100-RESOLVE-YEAR.
           MOVE WS-RUN-DATE(1:4) TO WS-WORK-YEAR.
           SUBTRACT 1 FROM WS-WORK-YEAR.
           MOVE WS-WORK-YEAR TO WS-CLOSE-YEAR.

           OPEN INPUT PARM-FILE.
           IF PARM-FILE-OK
               READ PARM-FILE
                   NOT AT END
                       IF PARM-YEAR NUMERIC
                           MOVE PARM-YEAR TO WS-CLOSE-YEAR
                       END-IF
               END-READ
               CLOSE PARM-FILE
           END-IF.

           MOVE WS-CLOSE-YEAR TO WS-WORK-YEAR.
           ADD 1 TO WS-WORK-YEAR.
           MOVE WS-WORK-YEAR TO WS-NEW-YEAR.

      *----------------------------------------------------------*
      *    0150-CHECK-ALREADY-CLOSED - A YEAR ON THE YEAR-END       *
      *    CONTROL IS NEVER CLOSED AGAIN                             *
      *----------------------------------------------------------*
       0150-CHECK-ALREADY-CLOSED.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT YEC-FILE.
           IF NOT YEC-FILE-OK
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-EOF = 'Y'
               READ YEC-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF YEC-YEAR = WS-CLOSE-YEAR
                               AND YEC-YEAR-CLOSED
                           SET YEAR-ALREADY-CLOSED TO TRUE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE YEC-FILE.

      *----------------------------------------------------------*
      *    0200-CHECK-PERIODS-LOCKED - EVERY MONTH OF THE YEAR      *
      *    MUST CARRY A 'C' ROW FROM PERCLOSE                        *
      *----------------------------------------------------------*
       0200-CHECK-PERIODS-LOCKED.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT PERIOD-FILE.
           IF PERIOD-FILE-OK
               PERFORM UNTIL WS-EOF = 'Y'
                   READ PERIOD-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF WS-PER-COUNT < 600
                               ADD 1 TO WS-PER-COUNT
                               MOVE PERIOD-MONTH
                                   TO WS-PER-MONTH(WS-PER-COUNT)
                               MOVE PERIOD-STATUS
                                   TO WS-PER-STATUS(WS-PER-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PERIOD-FILE
           END-IF.

           PERFORM VARYING WS-WORK-MONTH FROM 1 BY 1
                   UNTIL WS-WORK-MONTH > 12
               MOVE SPACES TO WS-CHECK-MONTH
               STRING WS-CLOSE-YEAR WS-WORK-MONTH
                   DELIMITED BY SIZE INTO WS-CHECK-MONTH
               PERFORM 0250-FIND-PERIOD
               IF NOT MONTH-IS-CLOSED
                   ADD 1 TO WS-BLOCK-COUNT
                   MOVE SPACES TO REPORT-REC
                   STRING "PERIOD " WS-CHECK-MONTH
                       " IS NOT CLOSED - RUN PERCLOSE FOR IT FIRST"
                       DELIMITED BY SIZE INTO REPORT-REC
                   WRITE REPORT-REC
               END-IF
           END-PERFORM.

           IF WS-BLOCK-COUNT = 0
               MOVE SPACES TO REPORT-REC
               STRING "PERIODS " WS-CLOSE-YEAR "01-" WS-CLOSE-YEAR
                   "12 ALL CLOSED"
                   DELIMITED BY SIZE INTO REPORT-REC
               WRITE REPORT-REC
           END-IF.

      *----------------------------------------------------------*
      *    0250-FIND-PERIOD - THE STRONGEST ROW FOR WS-CHECK-MONTH: *
      *    'C' IF IT WAS EVER CLOSED, 'O' IF ONLY OPENED, ELSE SPACE *
      *----------------------------------------------------------*
       0250-FIND-PERIOD.
           MOVE SPACE TO WS-MONTH-FLAG.
           PERFORM VARYING WS-PER-IDX FROM 1 BY 1
                   UNTIL WS-PER-IDX > WS-PER-COUNT
               IF WS-PER-MONTH(WS-PER-IDX) = WS-CHECK-MONTH
                   IF WS-PER-STATUS(WS-PER-IDX) = 'C'
                       MOVE 'C' TO WS-MONTH-FLAG
                   ELSE
                       IF NOT MONTH-IS-CLOSED
                           MOVE 'O' TO WS-MONTH-FLAG
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

      *----------------------------------------------------------*
      *    0300-CHECK-TRIAL-BALANCE - TODAY'S TRIALBAL PROOF, WITH  *
      *    NO DISCREPANCIES ON ITS CLOSING LINE                      *
      *----------------------------------------------------------*
       0300-CHECK-TRIAL-BALANCE.
           OPEN INPUT TB-REPORT.
           IF NOT TB-REPORT-OK
               ADD 1 TO WS-BLOCK-COUNT
               MOVE SPACES TO REPORT-REC
               STRING "TRIAL-BALANCE PROOF NOT ON FILE - RUN TRIALBAL"
                   " FIRST"
                   DELIMITED BY SIZE INTO REPORT-REC
               WRITE REPORT-REC
               EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO WS-PROOF-DATE.
           MOVE 'N' TO WS-PROOF-FOUND.
           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y'
               READ TB-REPORT
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF TB-LINE(1:29) =
                               "TRIAL-BALANCE PROOF RUN DATE="
                           MOVE TB-LINE(30:8) TO WS-PROOF-DATE
                       END-IF
                       IF TB-LINE(1:18) = "CUSTOMERS CHECKED="
                           SET PROOF-LINE-FOUND TO TRUE
                           MOVE TB-LINE TO WS-PROOF-LINE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE TB-REPORT.

           EVALUATE TRUE
               WHEN WS-PROOF-DATE NOT = WS-RUN-DATE
                   ADD 1 TO WS-BLOCK-COUNT
                   MOVE SPACES TO REPORT-REC
                   STRING "TRIAL-BALANCE PROOF IS DATED "
                       WS-PROOF-DATE " - RUN TRIALBAL AGAIN TODAY"
                       DELIMITED BY SIZE INTO REPORT-REC
                   WRITE REPORT-REC
               WHEN NOT PROOF-LINE-FOUND
                   ADD 1 TO WS-BLOCK-COUNT
                   MOVE SPACES TO REPORT-REC
                   STRING "TRIAL-BALANCE PROOF HAS NO CLOSING LINE"
                       " - RUN TRIALBAL AGAIN TODAY"
                       DELIMITED BY SIZE INTO REPORT-REC
                   WRITE REPORT-REC
               WHEN WS-PROOF-LINE(44:10) NOT NUMERIC
                       OR WS-PROOF-LINE(44:10) NOT = ZEROS
                   ADD 1 TO WS-BLOCK-COUNT
                   MOVE SPACES TO REPORT-REC
                   STRING "TRIAL-BALANCE PROOF NOT CLEAN - "
                       FUNCTION TRIM(WS-PROOF-LINE)
                       DELIMITED BY SIZE INTO REPORT-REC
                   WRITE REPORT-REC
               WHEN OTHER
                   MOVE SPACES TO REPORT-REC
                   STRING "TRIAL-BALANCE PROOF CLEAN - "
                       FUNCTION TRIM(WS-PROOF-LINE)
                       DELIMITED BY SIZE INTO REPORT-REC
                   WRITE REPORT-REC
           END-EVALUATE.

      *----------------------------------------------------------*
      *    0350-CHECK-CONTROL-RECON - TODAY'S ARCTLREC RUN, WITH    *
      *    NO COMPANY LEFT WITH AN UNEXPLAINED DIFFERENCE            *
      *----------------------------------------------------------*
       0350-CHECK-CONTROL-RECON.
           OPEN INPUT RECON-REPORT.
           IF NOT RECON-REPORT-OK
               ADD 1 TO WS-BLOCK-COUNT
               MOVE SPACES TO REPORT-REC
               STRING "CONTROL RECONCILIATION NOT ON FILE - RUN "
                   "ARCTLREC FIRST"
                   DELIMITED BY SIZE INTO REPORT-REC
               WRITE REPORT-REC
               EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO WS-PROOF-DATE.
           MOVE 'N' TO WS-PROOF-FOUND.
           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y'
               READ RECON-REPORT
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF RECON-LINE(1:20) = "RECEIVABLES CONTROL "
                               AND RECON-LINE(21:24) =
                               "RECONCILIATION RUN DATE="
                           MOVE RECON-LINE(45:8) TO WS-PROOF-DATE
                       END-IF
                       IF RECON-LINE(1:18) = "COMPANIES WITH AN "
                               AND RECON-LINE(19:23) =
                               "UNEXPLAINED DIFFERENCE="
                           SET PROOF-LINE-FOUND TO TRUE
                           MOVE RECON-LINE TO WS-PROOF-LINE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE RECON-REPORT.

           EVALUATE TRUE
               WHEN WS-PROOF-DATE NOT = WS-RUN-DATE
                   ADD 1 TO WS-BLOCK-COUNT
                   MOVE SPACES TO REPORT-REC
                   STRING "CONTROL RECONCILIATION IS DATED "
                       WS-PROOF-DATE " - RUN ARCTLREC AGAIN TODAY"
                       DELIMITED BY SIZE INTO REPORT-REC
                   WRITE REPORT-REC
               WHEN NOT PROOF-LINE-FOUND
                   ADD 1 TO WS-BLOCK-COUNT
                   MOVE SPACES TO REPORT-REC
                   STRING "CONTROL RECONCILIATION HAS NO VERDICT LINE"
                       " - RUN ARCTLREC AGAIN TODAY"
                       DELIMITED BY SIZE INTO REPORT-REC
                   WRITE REPORT-REC
               WHEN WS-PROOF-LINE(42:2) NOT = "00"
                   ADD 1 TO WS-BLOCK-COUNT
                   MOVE SPACES TO REPORT-REC
                   STRING "CONTROL RECONCILIATION NOT CLEAN - "
                       FUNCTION TRIM(WS-PROOF-LINE)
                       DELIMITED BY SIZE INTO REPORT-REC
                   WRITE REPORT-REC
               WHEN OTHER
                   MOVE SPACES TO REPORT-REC
                   STRING "CONTROL RECONCILIATION CLEAN - "
                       FUNCTION TRIM(WS-PROOF-LINE)
                       DELIMITED BY SIZE INTO REPORT-REC
                   WRITE REPORT-REC
           END-EVALUATE.

      *----------------------------------------------------------*
      *    0400-WRITE-BALANCE-LISTING - EVERY BALANCE ROW AT THE    *
      *    CLOSE, SORTED INTO ITS CUSTOMER'S COMPANY (SPACES ON      *
      *    CUSTA MEANS "01", AS ARCTLREC READS IT), WITH A TOTAL     *
      *    PER COMPANY AND FOR THE LEDGER                            *
      *----------------------------------------------------------*
       0400-WRITE-BALANCE-LISTING.
           MOVE SPACES TO WS-LISTING-NAME.
           STRING "./result/year-end-balances-" WS-CLOSE-YEAR ".txt"
               DELIMITED BY SIZE INTO WS-LISTING-NAME.
           OPEN OUTPUT LISTING-FILE.
           MOVE SPACES TO LISTING-REC.
           STRING "YEAR-END BALANCES FOR " WS-CLOSE-YEAR
               " BY COMPANY RUN DATE=" WS-RUN-DATE
               DELIMITED BY SIZE INTO LISTING-REC.
           WRITE LISTING-REC.

           SORT LISTING-WORK
               ON ASCENDING KEY LW-COMPANY LW-ID
               INPUT PROCEDURE IS 0410-RELEASE-BALANCES
               OUTPUT PROCEDURE IS 0450-LIST-BY-COMPANY.

           MOVE WS-ALL-TOTAL TO WS-DISP-TOTAL.
           MOVE SPACES TO LISTING-REC.
           WRITE LISTING-REC.
           MOVE SPACES TO LISTING-REC.
           STRING "ALL COMPANIES CUSTOMERS=" WS-ALL-CUSTOMERS
               " TOTAL=" WS-DISP-TOTAL
               DELIMITED BY SIZE INTO LISTING-REC.
           WRITE LISTING-REC.
           CLOSE LISTING-FILE.

           MOVE SPACES TO REPORT-REC.
           STRING "BALANCE LISTING " WS-LISTING-NAME
               " CUSTOMERS=" WS-ALL-CUSTOMERS
               DELIMITED BY SIZE INTO REPORT-REC.
           WRITE REPORT-REC.
           MOVE SPACES TO REPORT-REC.
           STRING "  LEDGER TOTAL=" WS-DISP-TOTAL
               DELIMITED BY SIZE INTO REPORT-REC.
           WRITE REPORT-REC.

      *----------------------------------------------------------*
      *    0410-RELEASE-BALANCES - ONE SORT ROW PER BALANCE ROW     *
      *----------------------------------------------------------*
       0410-RELEASE-BALANCES.
           OPEN INPUT BALANCE-FILE.
           IF NOT BALANCE-FILE-OK
               EXIT PARAGRAPH
           END-IF.
           OPEN INPUT CUST-A.
           MOVE 'N' TO WS-SCAN-DONE.
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
                       PERFORM 0420-RELEASE-ONE-BALANCE
               END-READ
           END-PERFORM.
           CLOSE BALANCE-FILE.
           IF CUST-A-OK
               CLOSE CUST-A
           END-IF.

       0420-RELEASE-ONE-BALANCE.
           MOVE SPACES TO LW-REC.
           MOVE BAL-ID TO LW-ID.
           MOVE BAL-AMOUNT TO LW-AMOUNT.
           MOVE BAL-LAST-DATE TO LW-LAST-DATE.
           MOVE "01" TO LW-COMPANY.
           IF CUST-A-OK
               MOVE BAL-ID TO A-ID
               READ CUST-A
                   INVALID KEY
                       MOVE "(NOT ON CUSTA)" TO LW-NAME
                   NOT INVALID KEY
                       MOVE A-NAME TO LW-NAME
                       IF A-COMPANY NOT = SPACES
                           MOVE A-COMPANY TO LW-COMPANY
                       END-IF
               END-READ
           END-IF.
           RELEASE LW-REC.

      *----------------------------------------------------------*
      *    0450-LIST-BY-COMPANY - THE SORTED ROWS, WITH A TOTAL     *
      *    LINE EACH TIME THE COMPANY CHANGES                        *
      *----------------------------------------------------------*
       0450-LIST-BY-COMPANY.
           MOVE SPACES TO WS-PREV-COMPANY.
           MOVE 'N' TO WS-LISTING-DONE.
           PERFORM UNTIL WS-LISTING-DONE = 'Y'
               RETURN LISTING-WORK
                   AT END
                       MOVE 'Y' TO WS-LISTING-DONE
                       IF WS-PREV-COMPANY NOT = SPACES
                           PERFORM 0470-WRITE-COMPANY-TOTAL
                       END-IF
                   NOT AT END
                       IF LW-COMPANY NOT = WS-PREV-COMPANY
                           IF WS-PREV-COMPANY NOT = SPACES
                               PERFORM 0470-WRITE-COMPANY-TOTAL
                           END-IF
                           PERFORM 0460-START-COMPANY
                       END-IF
                       PERFORM 0480-LIST-ONE-BALANCE
               END-RETURN
           END-PERFORM.

       0460-START-COMPANY.
           MOVE LW-COMPANY TO WS-PREV-COMPANY.
           MOVE 0 TO WS-CO-CUSTOMERS.
           MOVE 0 TO WS-CO-TOTAL.
           MOVE SPACES TO LISTING-REC.
           WRITE LISTING-REC.
           MOVE SPACES TO LISTING-REC.
           STRING "COMPANY " LW-COMPANY
               DELIMITED BY SIZE INTO LISTING-REC.
           WRITE LISTING-REC.

       0470-WRITE-COMPANY-TOTAL.
           MOVE WS-CO-TOTAL TO WS-DISP-TOTAL.
           MOVE SPACES TO LISTING-REC.
           STRING "COMPANY " WS-PREV-COMPANY
               " CUSTOMERS=" WS-CO-CUSTOMERS
               " TOTAL=" WS-DISP-TOTAL
               DELIMITED BY SIZE INTO LISTING-REC.
           WRITE LISTING-REC.

       0480-LIST-ONE-BALANCE.
           ADD 1 TO WS-CO-CUSTOMERS.
           ADD 1 TO WS-ALL-CUSTOMERS.
           ADD LW-AMOUNT TO WS-CO-TOTAL.
           ADD LW-AMOUNT TO WS-ALL-TOTAL.
           MOVE LW-AMOUNT TO WS-DISP-AMOUNT.
           MOVE SPACES TO LISTING-REC.
           STRING "  ID=" LW-ID
               " NAME=" LW-NAME
               " LAST POSTED=" LW-LAST-DATE
               " BALANCE=" WS-DISP-AMOUNT
               DELIMITED BY SIZE INTO LISTING-REC.
           WRITE LISTING-REC.

      *----------------------------------------------------------*
      *    0500-ARCHIVE-SETTLED-HISTORY - ONE PASS OF THE POSTING   *
      *    HISTORY FOR ROWS POSTED IN OR BEFORE THE CLOSING YEAR:    *
      *    OPEN ITEMS ARE LISTED AS CARRIED FORWARD AND STAY LIVE;   *
      *    SETTLED AND REVERSED ROWS ARE COLLECTED, THEN EACH IS     *
      *    WRITTEN TO THE ARCHIVE AS IT COMES OFF THE HISTORY        *
      *----------------------------------------------------------*
       0500-ARCHIVE-SETTLED-HISTORY.
           MOVE SPACES TO REPORT-REC.
           WRITE REPORT-REC.
           MOVE SPACES TO REPORT-REC.
           STRING "-- OPEN ITEMS CARRIED INTO " WS-NEW-YEAR " --"
               DELIMITED BY SIZE INTO REPORT-REC.
           WRITE REPORT-REC.

           OPEN I-O HISTORY-FILE.
           IF NOT HISTORY-FILE-OK
               MOVE SPACES TO REPORT-REC
               STRING "NO POSTING HISTORY ON FILE - NOTHING CARRIED "
                   "OR ARCHIVED"
                   DELIMITED BY SIZE INTO REPORT-REC
               WRITE REPORT-REC
               EXIT PARAGRAPH
           END-IF.

           MOVE 'N' TO WS-SCAN-DONE.
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
                       PERFORM 0550-JUDGE-ONE-ROW
               END-READ
           END-PERFORM.

           MOVE WS-OPEN-TOTAL TO WS-DISP-TOTAL.
           MOVE SPACES TO REPORT-REC.
           STRING "OPEN ITEMS CARRIED=" WS-OPEN-COUNT
               " OPEN AMOUNT=" WS-DISP-TOTAL
               DELIMITED BY SIZE INTO REPORT-REC.
           WRITE REPORT-REC.

           MOVE SPACES TO WS-ARCHIVE-NAME.
           STRING "./result/posting-archive-" WS-CLOSE-YEAR ".txt"
               DELIMITED BY SIZE INTO WS-ARCHIVE-NAME.
           OPEN EXTEND ARCHIVE-FILE.
           IF NOT ARCHIVE-FILE-OK
               OPEN OUTPUT ARCHIVE-FILE
           END-IF.

           PERFORM VARYING WS-HKEY-IDX FROM 1 BY 1
                   UNTIL WS-HKEY-IDX > WS-HKEY-COUNT
               PERFORM 0570-ARCHIVE-ONE-ROW
           END-PERFORM.

           CLOSE ARCHIVE-FILE.
           CLOSE HISTORY-FILE.
           PERFORM 0580-RECORD-ARCHIVE-GENERATION.

           MOVE SPACES TO REPORT-REC.
           WRITE REPORT-REC.
           MOVE SPACES TO REPORT-REC.
           STRING "ARCHIVE " WS-ARCHIVE-NAME
               " ROWS=" WS-ROWS-ARCHIVED
               DELIMITED BY SIZE INTO REPORT-REC.
           WRITE REPORT-REC.
           MOVE SPACES TO REPORT-REC.
           STRING "  ROWS OF " WS-CLOSE-YEAR " OR EARLIER LEFT LIVE="
               WS-ROWS-KEPT
               DELIMITED BY SIZE INTO REPORT-REC.
           WRITE REPORT-REC.
           IF KEY-TABLE-FULL
               MOVE SPACES TO REPORT-REC
               STRING "  MORE SETTLED ROWS THAN ONE RUN ARCHIVES - "
                   "THE REST STAY LIVE"
                   DELIMITED BY SIZE INTO REPORT-REC
               WRITE REPORT-REC
           END-IF.

      *----------------------------------------------------------*
      *    0550-JUDGE-ONE-ROW - DATED BY ITS ACCOUNTING DATE (THE   *
      *    ENTRY DATE ON OLDER ROWS WITHOUT ONE).  A DISPUTED ROW    *
      *    STAYS LIVE WHATEVER ITS STATE.                            *
      *----------------------------------------------------------*
       0550-JUDGE-ONE-ROW.
           IF HIST-ACCT-DATE NUMERIC AND HIST-ACCT-DATE > 0
               MOVE HIST-ACCT-DATE TO WS-ROW-DATE
           ELSE
               MOVE HIST-DATE TO WS-ROW-DATE
           END-IF.
           IF WS-ROW-YYYY > WS-CLOSE-YEAR
               EXIT PARAGRAPH
           END-IF.

           EVALUATE TRUE
               WHEN HIST-DISPUTE-FLAG = 'Y'
                   ADD 1 TO WS-ROWS-KEPT
                   IF HIST-OPEN-STATUS = 'O'
                       PERFORM 0560-CARRY-ONE-ITEM
                   END-IF
               WHEN HIST-OPEN-STATUS = 'O'
                   ADD 1 TO WS-ROWS-KEPT
                   PERFORM 0560-CARRY-ONE-ITEM
               WHEN HIST-REV-FLAG = 'V'
                       OR HIST-OPEN-STATUS = 'C'
                       OR HIST-OPEN-AMOUNT = 0
                   IF WS-HKEY-COUNT < 5000
                       ADD 1 TO WS-HKEY-COUNT
                       MOVE HIST-KEY TO WS-HKEY(WS-HKEY-COUNT)
                   ELSE
                       SET KEY-TABLE-FULL TO TRUE
                       ADD 1 TO WS-ROWS-KEPT
                   END-IF
               WHEN OTHER
                   ADD 1 TO WS-ROWS-KEPT
           END-EVALUATE.

      *----------------------------------------------------------*
      *    0560-CARRY-ONE-ITEM - AN ITEM STILL OPEN AT THE CLOSE    *
      *    STAYS ON THE LIVE HISTORY, AND ON THE BALANCE, INTO THE   *
      *    NEW YEAR                                                  *
      *----------------------------------------------------------*
       0560-CARRY-ONE-ITEM.
           ADD 1 TO WS-OPEN-COUNT.
           ADD HIST-OPEN-AMOUNT TO WS-OPEN-TOTAL.
           MOVE HIST-OPEN-AMOUNT TO WS-DISP-AMOUNT.
           MOVE SPACES TO REPORT-REC.
           STRING "ID=" HIST-ID " SEQ=" HIST-SEQ
               " TYPE=" HIST-TYPE " DATE=" HIST-DATE
               " INVOICE=" HIST-INVOICE-NO
               " OPEN=" WS-DISP-AMOUNT
               DELIMITED BY SIZE INTO REPORT-REC.
           IF HIST-DISPUTE-FLAG = 'Y'
               MOVE "DISPUTED" TO REPORT-REC(90:8)
           END-IF.
           WRITE REPORT-REC.

      *----------------------------------------------------------*
      *    0570-ARCHIVE-ONE-ROW - THE ROW GOES TO THE ARCHIVE ONLY  *
      *    ONCE IT IS OFF THE HISTORY, SO IT IS NEVER IN BOTH        *
      *----------------------------------------------------------*
       0570-ARCHIVE-ONE-ROW.
           MOVE WS-HKEY(WS-HKEY-IDX) TO HIST-KEY.
           READ HISTORY-FILE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ.
           MOVE HIST-REC TO WS-HOLD-REC.
           DELETE HISTORY-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE WS-HOLD-REC TO ARCHIVE-REC
                   WRITE ARCHIVE-REC
                   ADD 1 TO WS-ROWS-ARCHIVED
           END-DELETE.

      *----------------------------------------------------------*
      *    0580-RECORD-ARCHIVE-GENERATION - THE GENERATION GOES ON  *
      *    RETAIN'S ARCHIVE LIST ONCE, HOWEVER MANY TIMES IT IS      *
      *    ADDED TO                                                  *
      *----------------------------------------------------------*
       0580-RECORD-ARCHIVE-GENERATION.
           MOVE 'N' TO WS-LIST-FOUND.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT ARCHLIST-FILE.
           IF ARCHLIST-FILE-OK
               PERFORM UNTIL WS-EOF = 'Y'
                   READ ARCHLIST-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF ARCHL-TYPE = "POSTING"
                                   AND ARCHL-NAME = WS-ARCHIVE-NAME
                               SET GENERATION-ALREADY-LISTED TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARCHLIST-FILE
           END-IF.
           IF GENERATION-ALREADY-LISTED
               EXIT PARAGRAPH
           END-IF.

           OPEN EXTEND ARCHLIST-FILE.
           IF NOT ARCHLIST-FILE-OK
               OPEN OUTPUT ARCHLIST-FILE
           END-IF.
           MOVE "POSTING" TO ARCHL-TYPE.
           MOVE WS-ARCHIVE-NAME TO ARCHL-NAME.
           WRITE ARCHLIST-REC.
           CLOSE ARCHLIST-FILE.

      *----------------------------------------------------------*
      *    0700-OPEN-NEW-YEAR-PERIODS - AN 'O' ROW FOR EACH MONTH   *
      *    OF THE NEW YEAR NOT ALREADY ON THE PERIOD CONTROL         *
      *----------------------------------------------------------*
       0700-OPEN-NEW-YEAR-PERIODS.
           OPEN EXTEND PERIOD-FILE.
           IF NOT PERIOD-FILE-OK
               OPEN OUTPUT PERIOD-FILE
           END-IF.
           PERFORM VARYING WS-WORK-MONTH FROM 1 BY 1
                   UNTIL WS-WORK-MONTH > 12
               MOVE SPACES TO WS-CHECK-MONTH
               STRING WS-NEW-YEAR WS-WORK-MONTH
                   DELIMITED BY SIZE INTO WS-CHECK-MONTH
               PERFORM 0250-FIND-PERIOD
               IF NOT MONTH-HAS-ROW
                   MOVE WS-CHECK-MONTH TO PERIOD-MONTH
                   MOVE 'O' TO PERIOD-STATUS
                   WRITE PERIOD-REC
                   ADD 1 TO WS-PERIODS-OPENED
               END-IF
           END-PERFORM.
           CLOSE PERIOD-FILE.

           MOVE SPACES TO REPORT-REC.
           STRING "PERIODS " WS-NEW-YEAR "01-" WS-NEW-YEAR
               "12 OPEN - ROWS ADDED=" WS-PERIODS-OPENED
               DELIMITED BY SIZE INTO REPORT-REC.
           WRITE REPORT-REC.

      *----------------------------------------------------------*
      *    0800-RECORD-YEAR-CLOSED - THE LAST STEP, SO A RUN THAT   *
      *    STOPS SHORT OF IT CAN SIMPLY BE RUN AGAIN                 *
      *----------------------------------------------------------*
       0800-RECORD-YEAR-CLOSED.
           OPEN EXTEND YEC-FILE.
           IF NOT YEC-FILE-OK
               OPEN OUTPUT YEC-FILE
           END-IF.
           MOVE WS-CLOSE-YEAR TO YEC-YEAR.
           MOVE 'C' TO YEC-STATUS.
           MOVE WS-RUN-STAMP TO YEC-STAMP.
           MOVE WS-ROWS-ARCHIVED TO YEC-ROWS-ARCHIVED.
           WRITE YEC-REC.
           CLOSE YEC-FILE.
