       IDENTIFICATION DIVISION.
       PROGRAM-ID. CAPFCST.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *----------------------------------------------------------*
      *    PROBE-FILE IS REUSED FOR EACH LINE-SEQUENTIAL FILE ON    *
      *    THE WATCH LIST IN TURN, THE SAME DYNAMIC-NAME PATTERN     *
      *    HOUSEKEEP USES; EVERY LINE IS COUNTED AND ITS LENGTH      *
      *    (PLUS THE LINE END) ADDED TO THE FILE'S SIZE.             *
      *----------------------------------------------------------*
           SELECT PROBE-FILE ASSIGN TO WS-PROBE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROBE-STATUS.

      *----------------------------------------------------------*
      *    THE INDEXED MASTERS ARE READ THROUGH THEIR OWN LAYOUTS;  *
      *    A MASTER'S SIZE IS ITS ROW COUNT TIMES ITS RECORD LENGTH. *
      *----------------------------------------------------------*
           SELECT CUST-A ASSIGN TO './custA.txt'
               ORGANIZATION IS INDEXED
               RECORD KEY IS A-ID
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT CUST-B ASSIGN TO './custB.txt'
               ORGANIZATION IS INDEXED
               RECORD KEY IS B-KEY
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT NOTES-FILE ASSIGN TO './cust-notes.txt'
               ORGANIZATION IS INDEXED
               RECORD KEY IS NOTE-KEY
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT BALANCE-FILE ASSIGN TO './cust-balance.txt'
               ORGANIZATION IS INDEXED
               RECORD KEY IS BAL-ID
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT HISTORY-FILE ASSIGN TO './cust-txn-history.txt'
               ORGANIZATION IS INDEXED
               RECORD KEY IS HIST-KEY
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-MASTER-STATUS.

      *----------------------------------------------------------*
      *    CAPHIST-FILE - ONE ROW PER WATCHED FILE PER NIGHT: RUN   *
      *    DATE, FILE CODE, ROW COUNT AND SIZE IN BYTES.  THE        *
      *    GROWTH RATE IS READ BACK OFF IT.                          *
      *----------------------------------------------------------*
           SELECT CAPHIST-FILE
               ASSIGN TO './result/capacity-history.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAPHIST-STATUS.

      *----------------------------------------------------------*
      *    PARM-FILE - THE WARNING HORIZON IN DAYS (DEFAULT 30),    *
      *    THE GROWTH LOOKBACK IN DAYS (DEFAULT 30), AND THE         *
      *    CEILING IN KB FOR ANY FILE WITHOUT ITS OWN (DEFAULT       *
      *    1048576 - ONE GIGABYTE)                                   *
      *----------------------------------------------------------*
           SELECT PARM-FILE ASSIGN TO './capfcst_param.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

      *----------------------------------------------------------*
      *    CEILING-FILE - OPTIONAL PER-FILE CEILINGS: FILE CODE     *
      *    AND CEILING IN KB, ONE ROW PER FILE THAT NEEDS ITS OWN    *
      *----------------------------------------------------------*
           SELECT CEILING-FILE ASSIGN TO './capacity_ceilings.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CEILING-STATUS.

           SELECT FORECAST-REPORT
               ASSIGN TO './result/capacity-forecast.txt'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ALERT-FILE
               ASSIGN TO './result/operator-alerts.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALERT-STATUS.

           SELECT ALERT-SEQ-FILE ASSIGN TO './result/alert-seq.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALERT-SEQ-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD PROBE-FILE
           RECORD IS VARYING IN SIZE FROM 1 TO 1000
           DEPENDING ON WS-PROBE-LEN.
       01 PROBE-REC PIC X(1000).

       FD CUST-A.
       01 A-REC.
           COPY "custnamerec" REPLACING FIELD-ID BY A-ID
               FIELD-NAME BY A-NAME FIELD-STATUS BY A-STATUS
               FIELD-ADDR BY A-ADDR FIELD-COMPANY BY A-COMPANY.

       FD CUST-B.
       01 B-REC.
           COPY "custaddrrec" REPLACING FIELD-KEY BY B-KEY
               FIELD-ID BY B-ID FIELD-EFFDATE BY B-EFFECTIVE-DATE
               FIELD-ADDR BY B-ADDR FIELD-NAME BY B-NAME.

       FD NOTES-FILE.
           COPY "custnoterec".

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

       FD CAPHIST-FILE.
       01 CAPHIST-REC.
           05 CAPH-DATE PIC 9(8).
           05 CAPH-CODE PIC X(8).
           05 CAPH-ROWS PIC 9(10).
           05 CAPH-BYTES PIC 9(12).

       FD PARM-FILE.
       01 PARM-REC.
           05 CAPP-HORIZON PIC 9(3).
           05 CAPP-LOOKBACK PIC 9(3).
           05 CAPP-DEFAULT-KB PIC 9(9).

       FD CEILING-FILE.
       01 CEILING-REC.
           05 CEIL-CODE PIC X(8).
           05 CEIL-KB PIC 9(9).

       FD FORECAST-REPORT.
       01 REPORT-REC PIC X(132).

       FD ALERT-FILE.
       01 ALERT-REC PIC X(100).

       FD ALERT-SEQ-FILE.
       01 ALERT-SEQ-REC.
           05 ALERT-SEQ-VALUE PIC 9(6).

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------*
      *    CAPFCST - NIGHTLY STORAGE CAPACITY FORECAST.  EVERY      *
      *    WATCHED MASTER AND CUMULATIVE LOG HAS ITS ROW COUNT AND   *
      *    SIZE RECORDED ON THE CAPACITY HISTORY; THE GROWTH SINCE   *
      *    THE OLDEST ROW INSIDE THE LOOKBACK GIVES A DAILY RATE,    *
      *    AND THE RATE SAYS WHEN THE FILE WILL CROSS ITS CEILING.   *
      *    A CROSSING INSIDE THE WARNING HORIZON (OR A FILE ALREADY  *
      *    OVER) RAISES A NUMBERED OPERATOR ALERT FOR THE CONSOLE    *
      *    INBOX, SO A FULL DISK IS SEEN WEEKS AHEAD INSTEAD OF AT   *
      *    THE ABEND.                                                *
      *----------------------------------------------------------*
       01 WS-PROBE-STATUS PIC XX.
           88 PROBE-FILE-OK VALUE '00'.
       01 WS-MASTER-STATUS PIC XX.
           88 MASTER-FILE-OK VALUE '00'.
       01 WS-CAPHIST-STATUS PIC XX.
           88 CAPHIST-FILE-OK VALUE '00'.
       01 WS-PARM-STATUS PIC XX.
           88 PARM-FILE-OK VALUE '00'.
       01 WS-CEILING-STATUS PIC XX.
           88 CEILING-FILE-OK VALUE '00'.
       01 WS-ALERT-STATUS PIC XX.
           88 ALERT-FILE-OK VALUE '00'.
       01 WS-ALERT-SEQ-STATUS PIC XX.
           88 ALERT-SEQ-FILE-OK VALUE '00'.
       01 WS-EOF PIC X.

       01 WS-PROBE-NAME PIC X(60).
       01 WS-PROBE-LEN PIC 9(4).

       01 WS-HORIZON-DAYS PIC 9(3) VALUE 30.
       01 WS-LOOKBACK-DAYS PIC 9(3) VALUE 30.
       01 WS-DEFAULT-KB PIC 9(9) VALUE 1048576.

       01 WS-TODAY PIC 9(8).
       01 WS-TODAY-INT PIC 9(8).
       01 WS-WINDOW-START-INT PIC 9(8).
       01 WS-ROW-DATE-INT PIC 9(8).

      *----------------------------------------------------------*
      *    THE WATCH LIST - FILE CODE, PATH, 'I' FOR AN INDEXED     *
      *    MASTER OR 'S' FOR A LINE-SEQUENTIAL LOG, AND THE          *
      *    RETENTION OR ARCHIVAL RUN THAT KEEPS IT IN CHECK ("NONE"  *
      *    WHERE NOTHING DOES - THOSE FILES ONLY EVER GROW).         *
      *----------------------------------------------------------*
       01 WS-WATCH-TABLE.
           05 FILLER PIC X(8) VALUE 'CUSTA'.
           05 FILLER PIC X(40) VALUE './custA.txt'.
           05 FILLER PIC X(1) VALUE 'I'.
           05 FILLER PIC X(8) VALUE 'RETAIN'.
           05 FILLER PIC X(8) VALUE 'CUSTB'.
           05 FILLER PIC X(40) VALUE './custB.txt'.
           05 FILLER PIC X(1) VALUE 'I'.
           05 FILLER PIC X(8) VALUE 'RETAIN'.
           05 FILLER PIC X(8) VALUE 'NOTES'.
           05 FILLER PIC X(40) VALUE './cust-notes.txt'.
           05 FILLER PIC X(1) VALUE 'I'.
           05 FILLER PIC X(8) VALUE 'RETAIN'.
           05 FILLER PIC X(8) VALUE 'BALANCE'.
           05 FILLER PIC X(40) VALUE './cust-balance.txt'.
           05 FILLER PIC X(1) VALUE 'I'.
           05 FILLER PIC X(8) VALUE 'RETAIN'.
           05 FILLER PIC X(8) VALUE 'POSTHIST'.
           05 FILLER PIC X(40) VALUE './cust-txn-history.txt'.
           05 FILLER PIC X(1) VALUE 'I'.
           05 FILLER PIC X(8) VALUE 'NONE'.
           05 FILLER PIC X(8) VALUE 'AUDIT'.
           05 FILLER PIC X(40) VALUE './result/audit-trail.txt'.
           05 FILLER PIC X(1) VALUE 'S'.
           05 FILLER PIC X(8) VALUE 'AUDITARC'.
           05 FILLER PIC X(8) VALUE 'EXCEPT'.
           05 FILLER PIC X(40) VALUE './result/exceptions.txt'.
           05 FILLER PIC X(1) VALUE 'S'.
           05 FILLER PIC X(8) VALUE 'AUDITARC'.
           05 FILLER PIC X(8) VALUE 'RUNSTATS'.
           05 FILLER PIC X(40) VALUE './result/run-statistics.txt'.
           05 FILLER PIC X(1) VALUE 'S'.
           05 FILLER PIC X(8) VALUE 'NONE'.
           05 FILLER PIC X(8) VALUE 'STEPHIST'.
           05 FILLER PIC X(40) VALUE './result/step-history.txt'.
           05 FILLER PIC X(1) VALUE 'S'.
           05 FILLER PIC X(8) VALUE 'NONE'.
           05 FILLER PIC X(8) VALUE 'ACCESS'.
           05 FILLER PIC X(40) VALUE './result/access-log.txt'.
           05 FILLER PIC X(1) VALUE 'S'.
           05 FILLER PIC X(8) VALUE 'NONE'.
           05 FILLER PIC X(8) VALUE 'COMMS'.
           05 FILLER PIC X(40) VALUE './result/comms-history.txt'.
           05 FILLER PIC X(1) VALUE 'S'.
           05 FILLER PIC X(8) VALUE 'NONE'.
           05 FILLER PIC X(8) VALUE 'JRNLARCH'.
           05 FILLER PIC X(40)
               VALUE './result/maint-journal-archive.txt'.
           05 FILLER PIC X(1) VALUE 'S'.
           05 FILLER PIC X(8) VALUE 'NONE'.
           05 FILLER PIC X(8) VALUE 'GLHIST'.
           05 FILLER PIC X(40) VALUE './result/gl-history.txt'.
           05 FILLER PIC X(1) VALUE 'S'.
           05 FILLER PIC X(8) VALUE 'NONE'.
           05 FILLER PIC X(8) VALUE 'JOBLOG'.
           05 FILLER PIC X(40) VALUE './result/job-log.txt'.
           05 FILLER PIC X(1) VALUE 'S'.
           05 FILLER PIC X(8) VALUE 'NONE'.
           05 FILLER PIC X(8) VALUE 'ALERTS'.
           05 FILLER PIC X(40) VALUE './result/operator-alerts.txt'.
           05 FILLER PIC X(1) VALUE 'S'.
           05 FILLER PIC X(8) VALUE 'NONE'.
           05 FILLER PIC X(8) VALUE 'CAPHIST'.
           05 FILLER PIC X(40) VALUE './result/capacity-history.txt'.
           05 FILLER PIC X(1) VALUE 'S'.
           05 FILLER PIC X(8) VALUE 'NONE'.
       01 WS-WATCH-ENTRIES REDEFINES WS-WATCH-TABLE.
           05 WS-WATCH-ENTRY OCCURS 16 TIMES.
               10 WS-W-CODE PIC X(8).
               10 WS-W-PATH PIC X(40).
               10 WS-W-KIND PIC X(1).
                   88 W-IS-INDEXED VALUE 'I'.
               10 WS-W-RETENTION PIC X(8).
       01 WS-WATCH-COUNT PIC 9(2) VALUE 16.
       01 WS-W-IDX PIC 9(2).

      *----------------------------------------------------------*
      *    PER-FILE WORKING FIGURES, PARALLEL TO THE WATCH LIST:    *
      *    TONIGHT'S MEASURE, THE CEILING, AND THE OLDEST HISTORY    *
      *    ROW INSIDE THE LOOKBACK THE GROWTH IS MEASURED FROM       *
      *----------------------------------------------------------*
       01 WS-FIGURE-TABLE.
           05 WS-FIGURE-ENTRY OCCURS 16 TIMES.
               10 WS-F-PRESENT PIC X(1).
               10 WS-F-ROWS PIC 9(10).
               10 WS-F-BYTES PIC 9(12).
               10 WS-F-CEILING-KB PIC 9(9).
               10 WS-F-BASE-DATE PIC 9(8).
               10 WS-F-BASE-BYTES PIC 9(12).
               10 WS-F-TODAY-ON-FILE PIC X(1).

       01 WS-ROWS PIC 9(10).
       01 WS-BYTES PIC 9(12).
       01 WS-RECORD-LEN PIC 9(5).
       01 WS-CEILING-BYTES PIC 9(15).
       01 WS-GROWTH-DAYS PIC 9(5).
       01 WS-GROWTH-PER-DAY PIC S9(12).
       01 WS-DAYS-LEFT PIC S9(9).
       01 WS-CROSS-INT PIC 9(8).
       01 WS-CROSS-DATE PIC 9(8).
       01 WS-PCT-USED PIC 9(5).

       01 WS-VERDICT PIC X(30).
       01 WS-ALERT-THIS PIC X(1).
           88 RAISE-ALERT VALUE 'Y'.
       01 WS-ALERT-SEQ PIC 9(6).
       01 WS-TIMESTAMP PIC X(21).

       01 WS-ED-ROWS PIC Z(9)9.
       01 WS-ED-KB PIC Z(11)9.
       01 WS-ED-CEIL PIC Z(8)9.
       01 WS-ED-GROWTH PIC -(11)9.
       01 WS-ED-DAYS PIC Z(5)9.
       01 WS-ED-PCT PIC ZZZZ9.

       01 WS-MEASURED-COUNT PIC 9(2) VALUE 0.
       01 WS-ABSENT-COUNT PIC 9(2) VALUE 0.
       01 WS-WARNING-COUNT PIC 9(2) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
           MOVE FUNCTION INTEGER-OF-DATE(WS-TODAY) TO WS-TODAY-INT.

           PERFORM 0100-LOAD-PARAMETERS.
           COMPUTE WS-WINDOW-START-INT =
               WS-TODAY-INT - WS-LOOKBACK-DAYS.

           MOVE SPACES TO WS-FIGURE-TABLE.
           PERFORM VARYING WS-W-IDX FROM 1 BY 1
                   UNTIL WS-W-IDX > WS-WATCH-COUNT
               MOVE 'N' TO WS-F-PRESENT(WS-W-IDX)
               MOVE 'N' TO WS-F-TODAY-ON-FILE(WS-W-IDX)
               MOVE 0 TO WS-F-ROWS(WS-W-IDX)
               MOVE 0 TO WS-F-BYTES(WS-W-IDX)
               MOVE 0 TO WS-F-BASE-DATE(WS-W-IDX)
               MOVE 0 TO WS-F-BASE-BYTES(WS-W-IDX)
               MOVE WS-DEFAULT-KB TO WS-F-CEILING-KB(WS-W-IDX)
           END-PERFORM.

           PERFORM 0150-LOAD-CEILINGS.
           PERFORM 0200-LOAD-HISTORY.

           PERFORM VARYING WS-W-IDX FROM 1 BY 1
                   UNTIL WS-W-IDX > WS-WATCH-COUNT
               PERFORM 0300-MEASURE-ONE-FILE
           END-PERFORM.

           PERFORM 0500-RECORD-HISTORY.

           OPEN OUTPUT FORECAST-REPORT.
           MOVE SPACES TO REPORT-REC.
           STRING "STORAGE CAPACITY FORECAST RUN DATE=" WS-TODAY
               " HORIZON=" WS-HORIZON-DAYS " DAYS"
               " LOOKBACK=" WS-LOOKBACK-DAYS " DAYS"
               DELIMITED BY SIZE INTO REPORT-REC.
           WRITE REPORT-REC.
           MOVE SPACES TO REPORT-REC.
           STRING "FILE          ROWS      SIZE-KB  CEILING-KB "
               "USED%  GROWTH-BYTES/DAY DAYS-LEFT CROSSES  "
               "RETENTION FORECAST"
               DELIMITED BY SIZE INTO REPORT-REC.
           WRITE REPORT-REC.

           PERFORM VARYING WS-W-IDX FROM 1 BY 1
                   UNTIL WS-W-IDX > WS-WATCH-COUNT
               PERFORM 0600-FORECAST-ONE-FILE
           END-PERFORM.

           MOVE SPACES TO REPORT-REC.
           STRING "FILES MEASURED=" WS-MEASURED-COUNT
               " NOT ON DISK=" WS-ABSENT-COUNT
               " INSIDE HORIZON=" WS-WARNING-COUNT
               DELIMITED BY SIZE INTO REPORT-REC.
           WRITE REPORT-REC.
           CLOSE FORECAST-REPORT.

           DISPLAY "CAPFCST files measured: " WS-MEASURED-COUNT.
           DISPLAY "CAPFCST files not on disk: " WS-ABSENT-COUNT.
           DISPLAY "CAPFCST files projected past ceiling inside "
               "horizon: " WS-WARNING-COUNT.

           IF WS-WARNING-COUNT > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
           GOBACK.

      *----------------------------------------------------------*
      *    0100-LOAD-PARAMETERS - HORIZON, LOOKBACK AND DEFAULT     *
      *    CEILING, EACH KEEPING ITS DEFAULT WHEN NOT SUPPLIED       *
      *----------------------------------------------------------*
       0100-LOAD-PARAMETERS.
           OPEN INPUT PARM-FILE.
           IF PARM-FILE-OK
               READ PARM-FILE
                   NOT AT END
                       IF CAPP-HORIZON NUMERIC AND CAPP-HORIZON > 0
                           MOVE CAPP-HORIZON TO WS-HORIZON-DAYS
                       END-IF
                       IF CAPP-LOOKBACK NUMERIC
                               AND CAPP-LOOKBACK > 0
                           MOVE CAPP-LOOKBACK TO WS-LOOKBACK-DAYS
                       END-IF
                       IF CAPP-DEFAULT-KB NUMERIC
                               AND CAPP-DEFAULT-KB > 0
                           MOVE CAPP-DEFAULT-KB TO WS-DEFAULT-KB
                       END-IF
               END-READ
               CLOSE PARM-FILE
           END-IF.

      *----------------------------------------------------------*
      *    0150-LOAD-CEILINGS - A FILE'S OWN CEILING REPLACES THE   *
      *    DEFAULT; A CODE NOT ON THE WATCH LIST IS IGNORED          *
      *----------------------------------------------------------*
       0150-LOAD-CEILINGS.
           OPEN INPUT CEILING-FILE.
           IF NOT CEILING-FILE-OK
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y'
               READ CEILING-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF CEIL-KB NUMERIC AND CEIL-KB > 0
                           PERFORM VARYING WS-W-IDX FROM 1 BY 1
                                   UNTIL WS-W-IDX > WS-WATCH-COUNT
                               IF WS-W-CODE(WS-W-IDX) = CEIL-CODE
                                   MOVE CEIL-KB
                                       TO WS-F-CEILING-KB(WS-W-IDX)
                               END-IF
                           END-PERFORM
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CEILING-FILE.

      *----------------------------------------------------------*
      *    0200-LOAD-HISTORY - FOR EACH FILE, THE OLDEST ROW DATED  *
      *    INSIDE THE LOOKBACK (THE BASE THE GROWTH IS MEASURED      *
      *    FROM), AND WHETHER TONIGHT IS ALREADY RECORDED - A RERUN  *
      *    THE SAME DAY DOES NOT ADD A SECOND ROW                    *
      *----------------------------------------------------------*
       0200-LOAD-HISTORY.
           OPEN INPUT CAPHIST-FILE.
           IF NOT CAPHIST-FILE-OK
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y'
               READ CAPHIST-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF CAPH-DATE NUMERIC AND CAPH-BYTES NUMERIC
                           PERFORM 0250-TAKE-HISTORY-ROW
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CAPHIST-FILE.

      *----------------------------------------------------------*
      *    0250-TAKE-HISTORY-ROW - ONE HISTORY ROW AGAINST ITS FILE *
      *----------------------------------------------------------*
       0250-TAKE-HISTORY-ROW.
           PERFORM VARYING WS-W-IDX FROM 1 BY 1
                   UNTIL WS-W-IDX > WS-WATCH-COUNT
               IF WS-W-CODE(WS-W-IDX) = CAPH-CODE
                   IF CAPH-DATE = WS-TODAY
                       MOVE 'Y' TO WS-F-TODAY-ON-FILE(WS-W-IDX)
                   ELSE
                       MOVE FUNCTION INTEGER-OF-DATE(CAPH-DATE)
                           TO WS-ROW-DATE-INT
                       IF WS-ROW-DATE-INT NOT < WS-WINDOW-START-INT
                               AND CAPH-DATE < WS-TODAY
                               AND (WS-F-BASE-DATE(WS-W-IDX) = 0
                               OR CAPH-DATE
                                   < WS-F-BASE-DATE(WS-W-IDX))
                           MOVE CAPH-DATE
                               TO WS-F-BASE-DATE(WS-W-IDX)
                           MOVE CAPH-BYTES
                               TO WS-F-BASE-BYTES(WS-W-IDX)
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

      *----------------------------------------------------------*
      *    0300-MEASURE-ONE-FILE - ROW COUNT AND SIZE FOR ONE FILE  *
      *    ON THE WATCH LIST; A FILE NOT ON DISK IS NOTED, NOT       *
      *    MEASURED                                                  *
      *----------------------------------------------------------*
       0300-MEASURE-ONE-FILE.
           MOVE 0 TO WS-ROWS.
           MOVE 0 TO WS-BYTES.
           IF W-IS-INDEXED(WS-W-IDX)
               PERFORM 0400-MEASURE-MASTER
           ELSE
               PERFORM 0350-MEASURE-LOG
           END-IF.
           IF WS-F-PRESENT(WS-W-IDX) = 'Y'
               MOVE WS-ROWS TO WS-F-ROWS(WS-W-IDX)
               MOVE WS-BYTES TO WS-F-BYTES(WS-W-IDX)
               ADD 1 TO WS-MEASURED-COUNT
           ELSE
               ADD 1 TO WS-ABSENT-COUNT
           END-IF.

      *----------------------------------------------------------*
      *    0350-MEASURE-LOG - EVERY LINE OF A LINE-SEQUENTIAL FILE  *
      *----------------------------------------------------------*
       0350-MEASURE-LOG.
           MOVE WS-W-PATH(WS-W-IDX) TO WS-PROBE-NAME.
           OPEN INPUT PROBE-FILE.
           IF NOT PROBE-FILE-OK
               EXIT PARAGRAPH
           END-IF.
           MOVE 'Y' TO WS-F-PRESENT(WS-W-IDX).
           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y'
               READ PROBE-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-ROWS
                       COMPUTE WS-BYTES = WS-BYTES + WS-PROBE-LEN + 1
               END-READ
           END-PERFORM.
           CLOSE PROBE-FILE.

      *----------------------------------------------------------*
      *    0400-MEASURE-MASTER - ROW COUNT OF ONE INDEXED MASTER    *
      *    TIMES ITS RECORD LENGTH                                   *
      *----------------------------------------------------------*
       0400-MEASURE-MASTER.
           EVALUATE WS-W-CODE(WS-W-IDX)
               WHEN 'CUSTA'
                   PERFORM 0410-COUNT-CUST-A
               WHEN 'CUSTB'
                   PERFORM 0420-COUNT-CUST-B
               WHEN 'NOTES'
                   PERFORM 0430-COUNT-NOTES
               WHEN 'BALANCE'
                   PERFORM 0440-COUNT-BALANCES
               WHEN 'POSTHIST'
                   PERFORM 0450-COUNT-HISTORY
           END-EVALUATE.
           COMPUTE WS-BYTES = WS-ROWS * WS-RECORD-LEN.

      *----------------------------------------------------------*
      *    0410-COUNT-CUST-A - ROWS ON THE CUST-A MASTER         *
      *----------------------------------------------------------*
       0410-COUNT-CUST-A.
           MOVE FUNCTION LENGTH(A-REC) TO WS-RECORD-LEN.
           OPEN INPUT CUST-A.
           IF NOT MASTER-FILE-OK
               EXIT PARAGRAPH
           END-IF.
           MOVE 'Y' TO WS-F-PRESENT(WS-W-IDX).
           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y'
               READ CUST-A NEXT
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-ROWS
               END-READ
           END-PERFORM.
           CLOSE CUST-A.

      *----------------------------------------------------------*
      *    0420-COUNT-CUST-B - ROWS ON THE CUST-B MASTER         *
      *----------------------------------------------------------*
       0420-COUNT-CUST-B.
           MOVE FUNCTION LENGTH(B-REC) TO WS-RECORD-LEN.
           OPEN INPUT CUST-B.
           IF NOT MASTER-FILE-OK
               EXIT PARAGRAPH
           END-IF.
           MOVE 'Y' TO WS-F-PRESENT(WS-W-IDX).
           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y'
               READ CUST-B NEXT
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-ROWS
               END-READ
           END-PERFORM.
           CLOSE CUST-B.

      *----------------------------------------------------------*
      *    0430-COUNT-NOTES - ROWS ON THE CONTACT NOTES MASTER   *
      *----------------------------------------------------------*
       0430-COUNT-NOTES.
           MOVE FUNCTION LENGTH(NOTE-RECORD) TO WS-RECORD-LEN.
           OPEN INPUT NOTES-FILE.
           IF NOT MASTER-FILE-OK
               EXIT PARAGRAPH
           END-IF.
           MOVE 'Y' TO WS-F-PRESENT(WS-W-IDX).
           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y'
               READ NOTES-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-ROWS
               END-READ
           END-PERFORM.
           CLOSE NOTES-FILE.

      *----------------------------------------------------------*
      *    0440-COUNT-BALANCES - ROWS ON THE BALANCE MASTER      *
      *----------------------------------------------------------*
       0440-COUNT-BALANCES.
           MOVE FUNCTION LENGTH(BAL-REC) TO WS-RECORD-LEN.
           OPEN INPUT BALANCE-FILE.
           IF NOT MASTER-FILE-OK
               EXIT PARAGRAPH
           END-IF.
           MOVE 'Y' TO WS-F-PRESENT(WS-W-IDX).
           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y'
               READ BALANCE-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-ROWS
               END-READ
           END-PERFORM.
           CLOSE BALANCE-FILE.

      *----------------------------------------------------------*
      *    0450-COUNT-HISTORY - ROWS ON THE POSTING HISTORY MASTER*
      *----------------------------------------------------------*
       0450-COUNT-HISTORY.
           MOVE FUNCTION LENGTH(HIST-REC) TO WS-RECORD-LEN.
           OPEN INPUT HISTORY-FILE.
           IF NOT MASTER-FILE-OK
               EXIT PARAGRAPH
           END-IF.
           MOVE 'Y' TO WS-F-PRESENT(WS-W-IDX).
           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y'
               READ HISTORY-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-ROWS
               END-READ
           END-PERFORM.
           CLOSE HISTORY-FILE.

      *----------------------------------------------------------*
      *    0500-RECORD-HISTORY - TONIGHT'S MEASURE OF EVERY FILE    *
      *    ON DISK ONTO THE CAPACITY HISTORY, ONCE PER DAY           *
      *----------------------------------------------------------*
       0500-RECORD-HISTORY.
           OPEN EXTEND CAPHIST-FILE.
           IF NOT CAPHIST-FILE-OK
               OPEN OUTPUT CAPHIST-FILE
           END-IF.
           PERFORM VARYING WS-W-IDX FROM 1 BY 1
                   UNTIL WS-W-IDX > WS-WATCH-COUNT
               IF WS-F-PRESENT(WS-W-IDX) = 'Y'
                       AND WS-F-TODAY-ON-FILE(WS-W-IDX) = 'N'
                   MOVE WS-TODAY TO CAPH-DATE
                   MOVE WS-W-CODE(WS-W-IDX) TO CAPH-CODE
                   MOVE WS-F-ROWS(WS-W-IDX) TO CAPH-ROWS
                   MOVE WS-F-BYTES(WS-W-IDX) TO CAPH-BYTES
                   WRITE CAPHIST-REC
               END-IF
           END-PERFORM.
           CLOSE CAPHIST-FILE.

      *----------------------------------------------------------*
      *    0600-FORECAST-ONE-FILE - DAILY GROWTH SINCE THE BASE     *
      *    ROW, DAYS UNTIL THE CEILING AT THAT RATE, AND THE         *
      *    VERDICT; A CROSSING INSIDE THE HORIZON OR A FILE ALREADY  *
      *    OVER ITS CEILING RAISES AN OPERATOR ALERT                 *
      *----------------------------------------------------------*
       0600-FORECAST-ONE-FILE.
           MOVE 'N' TO WS-ALERT-THIS.
           MOVE 0 TO WS-GROWTH-PER-DAY.
           MOVE 0 TO WS-DAYS-LEFT.
           MOVE 0 TO WS-CROSS-DATE.
           MOVE 0 TO WS-PCT-USED.
           COMPUTE WS-CEILING-BYTES =
               WS-F-CEILING-KB(WS-W-IDX) * 1024.

           EVALUATE TRUE
               WHEN WS-F-PRESENT(WS-W-IDX) NOT = 'Y'
                   MOVE "NOT ON DISK" TO WS-VERDICT
               WHEN WS-F-BYTES(WS-W-IDX) NOT < WS-CEILING-BYTES
                   MOVE "OVER CEILING NOW" TO WS-VERDICT
                   SET RAISE-ALERT TO TRUE
               WHEN WS-F-BASE-DATE(WS-W-IDX) = 0
                   MOVE "NO GROWTH HISTORY YET" TO WS-VERDICT
               WHEN OTHER
                   PERFORM 0650-PROJECT-CROSSING
           END-EVALUATE.

           IF WS-CEILING-BYTES > 0
               COMPUTE WS-PCT-USED =
                   (WS-F-BYTES(WS-W-IDX) * 100) / WS-CEILING-BYTES
           END-IF.

           MOVE WS-F-ROWS(WS-W-IDX) TO WS-ED-ROWS.
           COMPUTE WS-ED-KB = (WS-F-BYTES(WS-W-IDX) + 1023) / 1024.
           MOVE WS-F-CEILING-KB(WS-W-IDX) TO WS-ED-CEIL.
           MOVE WS-PCT-USED TO WS-ED-PCT.
           MOVE WS-GROWTH-PER-DAY TO WS-ED-GROWTH.
           MOVE WS-DAYS-LEFT TO WS-ED-DAYS.
           MOVE SPACES TO REPORT-REC.
           STRING WS-W-CODE(WS-W-IDX) " " WS-ED-ROWS " "
               WS-ED-KB " " WS-ED-CEIL " " WS-ED-PCT " "
               WS-ED-GROWTH " " WS-ED-DAYS " " WS-CROSS-DATE " "
               WS-W-RETENTION(WS-W-IDX) " " WS-VERDICT
               DELIMITED BY SIZE INTO REPORT-REC.
           WRITE REPORT-REC.

           IF RAISE-ALERT
               ADD 1 TO WS-WARNING-COUNT
               PERFORM 0700-RAISE-CAPACITY-ALERT
           END-IF.

      *----------------------------------------------------------*
      *    0650-PROJECT-CROSSING - BYTES PER DAY SINCE THE BASE     *
      *    ROW; A FILE THAT IS NOT GROWING NEVER CROSSES             *
      *----------------------------------------------------------*
       0650-PROJECT-CROSSING.
           COMPUTE WS-GROWTH-DAYS = WS-TODAY-INT
               - FUNCTION INTEGER-OF-DATE(WS-F-BASE-DATE(WS-W-IDX)).
           IF WS-GROWTH-DAYS = 0
               MOVE 1 TO WS-GROWTH-DAYS
           END-IF.
           COMPUTE WS-GROWTH-PER-DAY =
               (WS-F-BYTES(WS-W-IDX) - WS-F-BASE-BYTES(WS-W-IDX))
               / WS-GROWTH-DAYS.
           IF WS-GROWTH-PER-DAY NOT > 0
               MOVE "NOT GROWING" TO WS-VERDICT
               EXIT PARAGRAPH
           END-IF.

           COMPUTE WS-DAYS-LEFT =
               (WS-CEILING-BYTES - WS-F-BYTES(WS-W-IDX))
               / WS-GROWTH-PER-DAY.
           IF WS-TODAY-INT + WS-DAYS-LEFT < 3000000
               COMPUTE WS-CROSS-INT = WS-TODAY-INT + WS-DAYS-LEFT
               MOVE FUNCTION DATE-OF-INTEGER(WS-CROSS-INT)
                   TO WS-CROSS-DATE
           END-IF.
           IF WS-DAYS-LEFT NOT > WS-HORIZON-DAYS
               MOVE "CROSSES CEILING INSIDE HORIZON" TO WS-VERDICT
               SET RAISE-ALERT TO TRUE
           ELSE
               MOVE "OK" TO WS-VERDICT
           END-IF.

      *----------------------------------------------------------*
      *    0700-RAISE-CAPACITY-ALERT - A NUMBERED OPERATOR ALERT    *
      *    NAMING THE FILE, WHEN IT FILLS, AND THE RUN THAT COVERS   *
      *    IT                                                        *
      *----------------------------------------------------------*
       0700-RAISE-CAPACITY-ALERT.
           PERFORM 0750-NEXT-ALERT-SEQ.
           OPEN EXTEND ALERT-FILE.
           IF NOT ALERT-FILE-OK
               OPEN OUTPUT ALERT-FILE
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP.
           MOVE SPACES TO ALERT-REC.
           IF WS-CROSS-DATE = 0
               STRING "ALERT " WS-ALERT-SEQ " " WS-TIMESTAMP(1:14)
                   " CAPACITY " WS-W-CODE(WS-W-IDX)
                   " OVER CEILING - RETENTION "
                   WS-W-RETENTION(WS-W-IDX)
                   DELIMITED BY SIZE INTO ALERT-REC
           ELSE
               STRING "ALERT " WS-ALERT-SEQ " " WS-TIMESTAMP(1:14)
                   " CAPACITY " WS-W-CODE(WS-W-IDX)
                   " FULL BY " WS-CROSS-DATE
                   " - RETENTION " WS-W-RETENTION(WS-W-IDX)
                   DELIMITED BY SIZE INTO ALERT-REC
           END-IF.
           WRITE ALERT-REC.
           CLOSE ALERT-FILE.

      *----------------------------------------------------------*
      *    0750-NEXT-ALERT-SEQ - TAKE THE NEXT ALERT NUMBER FROM    *
      *    THE SHARED COUNTER, THE SAME WAY SCHEDULER DOES           *
      *----------------------------------------------------------*
       0750-NEXT-ALERT-SEQ.
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
