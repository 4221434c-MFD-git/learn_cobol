       IDENTIFICATION DIVISION.
       PROGRAM-ID. HANDOVER.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *----------------------------------------------------------*
      *    PARM-FILE - THE THRESHOLDS THAT TURN A QUEUE AMBER OR    *
      *    RED: NEW OPEN EXCEPTIONS FOR RED (DEFAULT 10), FOLLOW-UPS *
      *    DUE (DEFAULT 25), OPEN COLLECTIONS ENTRIES (DEFAULT 50)   *
      *    AND OPEN CREDIT REFERRALS (DEFAULT 10) FOR AMBER          *
      *----------------------------------------------------------*
           SELECT PARM-FILE ASSIGN TO './handover_param.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

      *----------------------------------------------------------*
      *    THE OVERNIGHT SOURCES - EACH IS READ AS THE STEP THAT    *
      *    OWNS IT LEFT IT; A SOURCE NOT ON DISK IS REPORTED AS      *
      *    SUCH RATHER THAN TAKEN AS GOOD NEWS                       *
      *----------------------------------------------------------*
           SELECT JOB-LOG ASSIGN TO './result/job-log.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOB-LOG-STATUS.

           SELECT ALERT-FILE
               ASSIGN TO './result/operator-alerts.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALERT-STATUS.

           SELECT ACKLOG-FILE ASSIGN TO './result/alert-ack-log.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACKLOG-STATUS.

           SELECT RECON-REPORT ASSIGN TO './result/recon-report.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RECON-STATUS.

           SELECT EXCEPTION-FILE
               ASSIGN TO './result/exceptions-open.txt'
               ORGANIZATION IS INDEXED
               RECORD KEY IS EXCW-SEQ
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS WS-EXCEPTION-STATUS.

           SELECT SLA-REPORT ASSIGN TO './result/sla-report.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SLA-STATUS.

           SELECT TICKLER-REPORT
               ASSIGN TO './result/tickler-report.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TICKLER-STATUS.

           SELECT WORKLIST-FILE
               ASSIGN TO './collections-worklist.txt'
               ORGANIZATION IS INDEXED
               RECORD KEY IS WL-SEQ
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS WS-WORKLIST-STATUS.

           SELECT REFERRAL-FILE
               ASSIGN TO './result/referral-queue.txt'
               ORGANIZATION IS INDEXED
               RECORD KEY IS REFQ-SEQ
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS WS-REFERRAL-STATUS.

      *----------------------------------------------------------*
      *    SHIFT-LOG - THE OPERATORS' OWN ENTRIES FOR THE NIGHT,    *
      *    CARRIED ONTO THE PAGE AS WRITTEN                          *
      *----------------------------------------------------------*
           SELECT SHIFT-LOG ASSIGN TO './file/shift-log.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SHIFT-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD PARM-FILE.
       01 PARM-REC.
           05 HOVP-EXC-RED PIC 9(4).
           05 HOVP-TICKLER-AMBER PIC 9(4).
           05 HOVP-COLLECT-AMBER PIC 9(4).
           05 HOVP-REFER-AMBER PIC 9(4).

       FD JOB-LOG.
       01 JOB-LOG-REC PIC X(80).

       FD ALERT-FILE.
       01 ALERT-REC PIC X(100).

       FD ACKLOG-FILE.
           COPY "ackrec".

       FD RECON-REPORT.
       01 RECON-REC PIC X(100).

       FD EXCEPTION-FILE.
           COPY "excworkrec".

       FD SLA-REPORT.
       01 SLA-REC PIC X(100).

       FD TICKLER-REPORT.
       01 TICKLER-REC PIC X(100).

       FD WORKLIST-FILE.
           COPY "worklistrec".

       FD REFERRAL-FILE.
           COPY "referrec".

       FD SHIFT-LOG.
           COPY "shiftlogrec".

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------*
      *    MORNING SHIFT HANDOVER - THE LAST STEP OF THE NIGHT      *
      *    PUTS THE WHOLE OVERNIGHT PICTURE ON ONE SPOOLED PAGE SO   *
      *    THE DAY SHIFT DOES NOT HAVE TO OPEN EIGHT REPORTS TO      *
      *    FIND OUT WHAT IS WRONG.  EACH AREA GETS A RED / AMBER /   *
      *    GREEN STATUS AND WHATEVER NEEDS A PERSON GOES ON THE      *
      *    NEEDS-ACTION LIST UNDERNEATH.                             *
      *      JOBS      RED ON A FAILED, NOT-RUN OR UNLAUNCHED STEP,  *
      *                AMBER ON A WARNING OR NO JOB LOG              *
      *      ALERTS    RED WHILE ANY ALERT IS UNACKNOWLEDGED         *
      *      RECON     RED ON A FAILED CHECK, AMBER ON NO DATA       *
      *      EXCEPT    RED AT THE THRESHOLD OF NEW OPEN ITEMS,       *
      *                AMBER ON ANY                                  *
      *      SLA       RED ON A MISSED DEADLINE, AMBER ON NO DATA    *
      *      TICKLER / COLLECT / REFERRAL  AMBER OVER THEIR          *
      *                THRESHOLDS; A REFERRAL ALREADY CHASED AS      *
      *                OVERDUE IS RED                                *
      *    A REPORT NOT ON DISK IS AMBER - NOTHING KNOWN IS NOT THE  *
      *    SAME AS NOTHING WRONG.  "NEW" MEANS FIRST SEEN TODAY OR   *
      *    YESTERDAY, I.E. SINCE THE LAST HANDOVER.                  *
      *----------------------------------------------------------*
       01 WS-PARM-STATUS PIC XX.
           88 PARM-FILE-OK VALUE '00'.
       01 WS-JOB-LOG-STATUS PIC XX.
           88 JOB-LOG-OK VALUE '00'.
       01 WS-ALERT-STATUS PIC XX.
           88 ALERT-FILE-OK VALUE '00'.
       01 WS-ACKLOG-STATUS PIC XX.
           88 ACKLOG-FILE-OK VALUE '00'.
       01 WS-RECON-STATUS PIC XX.
           88 RECON-REPORT-OK VALUE '00'.
       01 WS-EXCEPTION-STATUS PIC XX.
           88 EXCEPTION-FILE-OK VALUE '00'.
       01 WS-SLA-STATUS PIC XX.
           88 SLA-REPORT-OK VALUE '00'.
       01 WS-TICKLER-STATUS PIC XX.
           88 TICKLER-REPORT-OK VALUE '00'.
       01 WS-WORKLIST-STATUS PIC XX.
           88 WORKLIST-FILE-OK VALUE '00'.
       01 WS-REFERRAL-STATUS PIC XX.
           88 REFERRAL-FILE-OK VALUE '00'.
       01 WS-SHIFT-LOG-STATUS PIC XX.
           88 SHIFT-LOG-OK VALUE '00'.
       01 WS-EOF PIC X.

       01 WS-EXC-RED PIC 9(4) VALUE 10.
       01 WS-TICKLER-AMBER PIC 9(4) VALUE 25.
       01 WS-COLLECT-AMBER PIC 9(4) VALUE 50.
       01 WS-REFER-AMBER PIC 9(4) VALUE 10.

       01 WS-TODAY PIC 9(8).
       01 WS-YESTERDAY PIC 9(8).
       01 WS-SINCE-DATE PIC X(8).
       01 WS-TIMESTAMP PIC X(21).
       01 WS-TALLY PIC 9(4).

      *----------------------------------------------------------*
      *    ONE ROW PER AREA ON THE PAGE - NAME, RAG AND THE ONE-    *
      *    LINE DETAIL BEHIND IT                                     *
      *----------------------------------------------------------*
       01 WS-AREA-TABLE.
           05 WS-AREA-ENTRY OCCURS 8 TIMES.
               10 WS-AREA-NAME PIC X(10).
               10 WS-AREA-RAG PIC X(5).
               10 WS-AREA-DETAIL PIC X(70).
       01 WS-AREA-IDX PIC 9(2).
       01 WS-RED-COUNT PIC 9(2) VALUE 0.
       01 WS-AMBER-COUNT PIC 9(2) VALUE 0.
       01 WS-OVERALL-RAG PIC X(5).

      *----------------------------------------------------------*
      *    THE NEEDS-ACTION LIST - HELD TO WHAT FITS ON THE PAGE;    *
      *    ANYTHING PAST THAT IS COUNTED AND POINTED AT THE SOURCE   *
      *    REPORTS                                                   *
      *----------------------------------------------------------*
       01 WS-ACTION-TABLE.
           05 WS-ACTION-LINE OCCURS 30 TIMES PIC X(92).
       01 WS-ACTION-COUNT PIC 9(2) VALUE 0.
       01 WS-ACTION-OVERFLOW PIC 9(4) VALUE 0.
       01 WS-ACTION-IDX PIC 9(2).
       01 WS-ACTION-TEXT PIC X(92).

      *----------------------------------------------------------*
      *    THE SHIFT'S LOG ENTRIES SINCE THE LAST HANDOVER - HELD    *
      *    TO WHAT FITS ON THE PAGE; THE REST ARE COUNTED AND LEFT   *
      *    TO SHIFTRPT                                               *
      *----------------------------------------------------------*
       01 WS-SHIFT-TABLE.
           05 WS-SHIFT-LINE OCCURS 20 TIMES PIC X(100).
       01 WS-SHIFT-COUNT PIC 9(2) VALUE 0.
       01 WS-SHIFT-OVERFLOW PIC 9(4) VALUE 0.
       01 WS-SHIFT-IDX PIC 9(2).

       01 WS-ACKED-TABLE.
           05 WS-ACKED-SEQ OCCURS 500 TIMES PIC 9(6).
       01 WS-ACKED-COUNT PIC 9(3) VALUE 0.
       01 WS-ACKED-IDX PIC 9(3).
       01 WS-THIS-SEQ PIC 9(6).
       01 WS-SEQ-ACKED PIC X.

       01 WS-STEP-COUNT PIC 9(3) VALUE 0.
       01 WS-FAILED-COUNT PIC 9(3) VALUE 0.
       01 WS-NOT-RUN-COUNT PIC 9(3) VALUE 0.
       01 WS-WARNING-COUNT PIC 9(3) VALUE 0.
       01 WS-RAISED-COUNT PIC 9(5) VALUE 0.
       01 WS-UNACKED-COUNT PIC 9(5) VALUE 0.
       01 WS-RECON-FAIL-COUNT PIC 9(3) VALUE 0.
       01 WS-RECON-NODATA-COUNT PIC 9(3) VALUE 0.
       01 WS-EXC-OPEN-COUNT PIC 9(6) VALUE 0.
       01 WS-EXC-NEW-COUNT PIC 9(6) VALUE 0.
       01 WS-SLA-MISSED-COUNT PIC 9(4) VALUE 0.
       01 WS-SLA-NODATA-COUNT PIC 9(4) VALUE 0.
       01 WS-TICKLER-DUE PIC 9(6) VALUE 0.
       01 WS-TICKLER-FOUND PIC X VALUE 'N'.
       01 WS-COLLECT-OPEN-COUNT PIC 9(4) VALUE 0.
       01 WS-COLLECT-OPEN-AMOUNT PIC S9(11)V99 VALUE 0.
       01 WS-REFER-OPEN-COUNT PIC 9(6) VALUE 0.
       01 WS-REFER-OVERDUE-COUNT PIC 9(6) VALUE 0.
       01 WS-ED-AMOUNT PIC -(11)9.99.

      *----------------------------------------------------------*
      *    THE PAGE GOES OUT THROUGH SUB-SPOOL LIKE EVERY OTHER     *
      *    PRINTED REPORT, SO REPRINT CAN RE-EMIT IT                 *
      *----------------------------------------------------------*
       01 WS-SPOOL-REQUEST.
           05 WS-SPOOL-OP PIC X(1).
           05 WS-SPOOL-REPORT-NAME PIC X(12).
           05 HANDOVER-REC PIC X(100).

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP.
           MOVE WS-TIMESTAMP(1:8) TO WS-TODAY.
           COMPUTE WS-YESTERDAY = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-TODAY) - 1).
           MOVE WS-YESTERDAY TO WS-SINCE-DATE.

           PERFORM 0100-LOAD-PARAMETERS.

           MOVE SPACES TO WS-AREA-TABLE.
           MOVE "JOBS" TO WS-AREA-NAME(1).
           MOVE "ALERTS" TO WS-AREA-NAME(2).
           MOVE "RECON" TO WS-AREA-NAME(3).
           MOVE "EXCEPTIONS" TO WS-AREA-NAME(4).
           MOVE "SLA" TO WS-AREA-NAME(5).
           MOVE "TICKLER" TO WS-AREA-NAME(6).
           MOVE "COLLECT" TO WS-AREA-NAME(7).
           MOVE "REFERRAL" TO WS-AREA-NAME(8).

           PERFORM 0200-ASSESS-JOBS.
           PERFORM 0300-ASSESS-ALERTS.
           PERFORM 0400-ASSESS-RECON.
           PERFORM 0500-ASSESS-EXCEPTIONS.
           PERFORM 0600-ASSESS-SLA.
           PERFORM 0700-ASSESS-TICKLER.
           PERFORM 0800-ASSESS-COLLECTIONS.
           PERFORM 0850-ASSESS-REFERRALS.
           PERFORM 0870-COLLECT-SHIFT-LOG.

           PERFORM VARYING WS-AREA-IDX FROM 1 BY 1
                   UNTIL WS-AREA-IDX > 8
               EVALUATE WS-AREA-RAG(WS-AREA-IDX)
                   WHEN "RED"
                       ADD 1 TO WS-RED-COUNT
                   WHEN "AMBER"
                       ADD 1 TO WS-AMBER-COUNT
               END-EVALUATE
           END-PERFORM.
           EVALUATE TRUE
               WHEN WS-RED-COUNT > 0
                   MOVE "RED" TO WS-OVERALL-RAG
               WHEN WS-AMBER-COUNT > 0
                   MOVE "AMBER" TO WS-OVERALL-RAG
               WHEN OTHER
                   MOVE "GREEN" TO WS-OVERALL-RAG
           END-EVALUATE.

           PERFORM 0900-PRINT-HANDOVER.

           DISPLAY "HANDOVER overall status: " WS-OVERALL-RAG.
           DISPLAY "HANDOVER areas red: " WS-RED-COUNT.
           DISPLAY "HANDOVER areas amber: " WS-AMBER-COUNT.
           DISPLAY "HANDOVER items needing action: "
               WS-ACTION-COUNT.
           COMPUTE WS-TALLY = WS-SHIFT-COUNT + WS-SHIFT-OVERFLOW.
           DISPLAY "HANDOVER shift log entries: " WS-TALLY.

           IF WS-RED-COUNT > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
           GOBACK.

      *----------------------------------------------------------*
      *    0100-LOAD-PARAMETERS - THE FOUR THRESHOLDS, EACH KEEPING *
      *    ITS DEFAULT WHEN NOT SUPPLIED                             *
      *----------------------------------------------------------*
       0100-LOAD-PARAMETERS.
           OPEN INPUT PARM-FILE.
           IF PARM-FILE-OK
               READ PARM-FILE
                   NOT AT END
                       IF HOVP-EXC-RED NUMERIC AND HOVP-EXC-RED > 0
                           MOVE HOVP-EXC-RED TO WS-EXC-RED
                       END-IF
                       IF HOVP-TICKLER-AMBER NUMERIC
                               AND HOVP-TICKLER-AMBER > 0
                           MOVE HOVP-TICKLER-AMBER TO WS-TICKLER-AMBER
                       END-IF
                       IF HOVP-COLLECT-AMBER NUMERIC
                               AND HOVP-COLLECT-AMBER > 0
                           MOVE HOVP-COLLECT-AMBER TO WS-COLLECT-AMBER
                       END-IF
                       IF HOVP-REFER-AMBER NUMERIC
                               AND HOVP-REFER-AMBER > 0
                           MOVE HOVP-REFER-AMBER TO WS-REFER-AMBER
                       END-IF
               END-READ
               CLOSE PARM-FILE
           END-IF.

      *----------------------------------------------------------*
      *    0200-ASSESS-JOBS - TONIGHT'S JOB LOG: EVERY STEP THAT    *
      *    FAILED, WAS NOT RUN BEHIND A FAILURE, OR WAS NOT          *
      *    LAUNCHED BEFORE THE CUT-OFF GOES ON THE ACTION LIST       *
      *----------------------------------------------------------*
       0200-ASSESS-JOBS.
           OPEN INPUT JOB-LOG.
           IF NOT JOB-LOG-OK
               MOVE "AMBER" TO WS-AREA-RAG(1)
               MOVE "NO JOB LOG ON FILE - SCHEDULER HAS NOT RUN"
                   TO WS-AREA-DETAIL(1)
               MOVE "JOBS: NO JOB LOG - CHECK WHETHER THE NIGHT RAN"
                   TO WS-ACTION-TEXT
               PERFORM 0950-ADD-ACTION
               EXIT PARAGRAPH
           END-IF.

           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y'
               READ JOB-LOG
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM 0250-JUDGE-JOB-LOG-LINE
               END-READ
           END-PERFORM.
           CLOSE JOB-LOG.

           EVALUATE TRUE
               WHEN WS-FAILED-COUNT > 0 OR WS-NOT-RUN-COUNT > 0
                   MOVE "RED" TO WS-AREA-RAG(1)
               WHEN WS-WARNING-COUNT > 0
                   MOVE "AMBER" TO WS-AREA-RAG(1)
               WHEN OTHER
                   MOVE "GREEN" TO WS-AREA-RAG(1)
           END-EVALUATE.
           STRING "STEPS STARTED=" WS-STEP-COUNT
               " FAILED=" WS-FAILED-COUNT
               " NOT RUN=" WS-NOT-RUN-COUNT
               " WARNING=" WS-WARNING-COUNT
               DELIMITED BY SIZE INTO WS-AREA-DETAIL(1).

      *----------------------------------------------------------*
      *    0250-JUDGE-JOB-LOG-LINE - COUNT ONE JOB-LOG LINE AND     *
      *    LIST IT WHEN IT IS A FAILURE                              *
      *----------------------------------------------------------*
       0250-JUDGE-JOB-LOG-LINE.
           IF JOB-LOG-REC(9:7) = " START "
               ADD 1 TO WS-STEP-COUNT
               EXIT PARAGRAPH
           END-IF.

           MOVE 0 TO WS-TALLY.
           INSPECT JOB-LOG-REC TALLYING WS-TALLY
               FOR ALL "STATUS=WARNING".
           IF WS-TALLY > 0
               ADD 1 TO WS-WARNING-COUNT
               EXIT PARAGRAPH
           END-IF.

           MOVE 0 TO WS-TALLY.
           INSPECT JOB-LOG-REC TALLYING WS-TALLY
               FOR ALL "STATUS=FAILED".
           IF WS-TALLY > 0
               ADD 1 TO WS-FAILED-COUNT
               MOVE SPACES TO WS-ACTION-TEXT
               STRING "JOBS: " JOB-LOG-REC(1:8) " FAILED - "
                   JOB-LOG-REC(9:72)
                   DELIMITED BY SIZE INTO WS-ACTION-TEXT
               PERFORM 0950-ADD-ACTION
               EXIT PARAGRAPH
           END-IF.

           MOVE 0 TO WS-TALLY.
           INSPECT JOB-LOG-REC TALLYING WS-TALLY
               FOR ALL " NOT RUN " ALL " NOT LAUNCHED ".
           IF WS-TALLY > 0
               ADD 1 TO WS-NOT-RUN-COUNT
               MOVE SPACES TO WS-ACTION-TEXT
               STRING "JOBS: " JOB-LOG-REC
                   DELIMITED BY SIZE INTO WS-ACTION-TEXT
               PERFORM 0950-ADD-ACTION
           END-IF.

      *----------------------------------------------------------*
      *    0300-ASSESS-ALERTS - ALERTS RAISED SINCE YESTERDAY, AND  *
      *    EVERY NUMBERED ALERT STILL NOT ON THE ACK LOG (THE SAME   *
      *    TEST THE CONSOLE INBOX USES), WHICH GOES ON THE LIST      *
      *----------------------------------------------------------*
       0300-ASSESS-ALERTS.
           MOVE 0 TO WS-ACKED-COUNT.
           OPEN INPUT ACKLOG-FILE.
           IF ACKLOG-FILE-OK
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ ACKLOG-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF WS-ACKED-COUNT < 500
                               ADD 1 TO WS-ACKED-COUNT
                               MOVE ACK-ALERT-SEQ TO
                                   WS-ACKED-SEQ(WS-ACKED-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ACKLOG-FILE
           END-IF.

           OPEN INPUT ALERT-FILE.
           IF ALERT-FILE-OK
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ ALERT-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           PERFORM 0350-JUDGE-ONE-ALERT
                   END-READ
               END-PERFORM
               CLOSE ALERT-FILE
           END-IF.

           IF WS-UNACKED-COUNT > 0
               MOVE "RED" TO WS-AREA-RAG(2)
           ELSE
               MOVE "GREEN" TO WS-AREA-RAG(2)
           END-IF.
           STRING "RAISED SINCE " WS-SINCE-DATE "=" WS-RAISED-COUNT
               " UNACKNOWLEDGED=" WS-UNACKED-COUNT
               DELIMITED BY SIZE INTO WS-AREA-DETAIL(2).

      *----------------------------------------------------------*
      *    0350-JUDGE-ONE-ALERT - COUNT A NUMBERED ALERT AND LIST   *
      *    IT WHEN NOBODY HAS SIGNED IT OFF                          *
      *----------------------------------------------------------*
       0350-JUDGE-ONE-ALERT.
           IF ALERT-REC(1:6) NOT = "ALERT "
                   OR ALERT-REC(7:6) NOT NUMERIC
               EXIT PARAGRAPH
           END-IF.
           IF ALERT-REC(14:8) >= WS-SINCE-DATE
               ADD 1 TO WS-RAISED-COUNT
           END-IF.

           MOVE ALERT-REC(7:6) TO WS-THIS-SEQ.
           MOVE 'N' TO WS-SEQ-ACKED.
           PERFORM VARYING WS-ACKED-IDX FROM 1 BY 1
                   UNTIL WS-ACKED-IDX > WS-ACKED-COUNT
               IF WS-ACKED-SEQ(WS-ACKED-IDX) = WS-THIS-SEQ
                   MOVE 'Y' TO WS-SEQ-ACKED
               END-IF
           END-PERFORM.
           IF WS-SEQ-ACKED = 'N'
               ADD 1 TO WS-UNACKED-COUNT
               MOVE SPACES TO WS-ACTION-TEXT
               STRING "ACK: " ALERT-REC(1:86)
                   DELIMITED BY SIZE INTO WS-ACTION-TEXT
               PERFORM 0950-ADD-ACTION
           END-IF.

      *----------------------------------------------------------*
      *    0400-ASSESS-RECON - EVERY FAILED RECONCILIATION CHECK    *
      *    GOES ON THE LIST; A CHECK WITH NO DATA TURNS IT AMBER     *
      *----------------------------------------------------------*
       0400-ASSESS-RECON.
           OPEN INPUT RECON-REPORT.
           IF NOT RECON-REPORT-OK
               MOVE "AMBER" TO WS-AREA-RAG(3)
               MOVE "NO RECONCILIATION REPORT ON FILE"
                   TO WS-AREA-DETAIL(3)
               EXIT PARAGRAPH
           END-IF.

           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y'
               READ RECON-REPORT
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       MOVE 0 TO WS-TALLY
                       INSPECT RECON-REC TALLYING WS-TALLY
                           FOR ALL ": FAIL" ALL "FAIL - COMPANY"
                       IF WS-TALLY > 0
                           ADD 1 TO WS-RECON-FAIL-COUNT
                           MOVE SPACES TO WS-ACTION-TEXT
                           STRING "RECON: " RECON-REC(1:85)
                               DELIMITED BY SIZE INTO WS-ACTION-TEXT
                           PERFORM 0950-ADD-ACTION
                       END-IF
                       MOVE 0 TO WS-TALLY
                       INSPECT RECON-REC TALLYING WS-TALLY
                           FOR ALL ": NO DATA"
                       IF WS-TALLY > 0
                           ADD 1 TO WS-RECON-NODATA-COUNT
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE RECON-REPORT.

           EVALUATE TRUE
               WHEN WS-RECON-FAIL-COUNT > 0
                   MOVE "RED" TO WS-AREA-RAG(3)
               WHEN WS-RECON-NODATA-COUNT > 0
                   MOVE "AMBER" TO WS-AREA-RAG(3)
               WHEN OTHER
                   MOVE "GREEN" TO WS-AREA-RAG(3)
           END-EVALUATE.
           STRING "CHECKS FAILED=" WS-RECON-FAIL-COUNT
               " NO DATA=" WS-RECON-NODATA-COUNT
               DELIMITED BY SIZE INTO WS-AREA-DETAIL(3).

      *----------------------------------------------------------*
      *    0500-ASSESS-EXCEPTIONS - OPEN ITEMS ON THE EXCWORK       *
      *    QUEUE, AND HOW MANY OF THEM ARRIVED OVERNIGHT             *
      *----------------------------------------------------------*
       0500-ASSESS-EXCEPTIONS.
           OPEN INPUT EXCEPTION-FILE.
           IF EXCEPTION-FILE-OK
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ EXCEPTION-FILE NEXT
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF EXCW-STATUS = 'O'
                               ADD 1 TO WS-EXC-OPEN-COUNT
                               IF EXCW-FIRST-SEEN >= WS-SINCE-DATE
                                   ADD 1 TO WS-EXC-NEW-COUNT
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE EXCEPTION-FILE
           END-IF.

           EVALUATE TRUE
               WHEN WS-EXC-NEW-COUNT >= WS-EXC-RED
                   MOVE "RED" TO WS-AREA-RAG(4)
               WHEN WS-EXC-NEW-COUNT > 0
                   MOVE "AMBER" TO WS-AREA-RAG(4)
               WHEN OTHER
                   MOVE "GREEN" TO WS-AREA-RAG(4)
           END-EVALUATE.
           STRING "NEW OPEN=" WS-EXC-NEW-COUNT
               " OPEN IN ALL=" WS-EXC-OPEN-COUNT
               DELIMITED BY SIZE INTO WS-AREA-DETAIL(4).
           IF WS-EXC-NEW-COUNT > 0
               MOVE SPACES TO WS-ACTION-TEXT
               STRING "EXCEPTIONS: " WS-EXC-NEW-COUNT
                   " NEW OPEN ITEM(S) - WORK THEM THROUGH CONSOLE"
                   DELIMITED BY SIZE INTO WS-ACTION-TEXT
               PERFORM 0950-ADD-ACTION
           END-IF.

      *----------------------------------------------------------*
      *    0600-ASSESS-SLA - EVERY MISSED DEADLINE GOES ON THE      *
      *    LIST; A DELIVERABLE WITH NO COMPLETION TURNS IT AMBER     *
      *----------------------------------------------------------*
       0600-ASSESS-SLA.
           OPEN INPUT SLA-REPORT.
           IF NOT SLA-REPORT-OK
               MOVE "AMBER" TO WS-AREA-RAG(5)
               MOVE "NO SLA REPORT ON FILE" TO WS-AREA-DETAIL(5)
               EXIT PARAGRAPH
           END-IF.

           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y'
               READ SLA-REPORT
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       EVALUATE SLA-REC(1:8)
                           WHEN "MISSED  "
                               ADD 1 TO WS-SLA-MISSED-COUNT
                               MOVE SPACES TO WS-ACTION-TEXT
                               STRING "SLA: " SLA-REC(1:87)
                                   DELIMITED BY SIZE
                                   INTO WS-ACTION-TEXT
                               PERFORM 0950-ADD-ACTION
                           WHEN "NO-DATA "
                               ADD 1 TO WS-SLA-NODATA-COUNT
                       END-EVALUATE
               END-READ
           END-PERFORM.
           CLOSE SLA-REPORT.

           EVALUATE TRUE
               WHEN WS-SLA-MISSED-COUNT > 0
                   MOVE "RED" TO WS-AREA-RAG(5)
               WHEN WS-SLA-NODATA-COUNT > 0
                   MOVE "AMBER" TO WS-AREA-RAG(5)
               WHEN OTHER
                   MOVE "GREEN" TO WS-AREA-RAG(5)
           END-EVALUATE.
           STRING "MISSED=" WS-SLA-MISSED-COUNT
               " NO COMPLETION=" WS-SLA-NODATA-COUNT
               DELIMITED BY SIZE INTO WS-AREA-DETAIL(5).

      *----------------------------------------------------------*
      *    0700-ASSESS-TICKLER - THE FOLLOW-UPS-DUE TOTAL OFF THE   *
      *    TICKLER REPORT'S CLOSING LINE                             *
      *----------------------------------------------------------*
       0700-ASSESS-TICKLER.
           OPEN INPUT TICKLER-REPORT.
           IF NOT TICKLER-REPORT-OK
               MOVE "AMBER" TO WS-AREA-RAG(6)
               MOVE "NO TICKLER REPORT ON FILE" TO WS-AREA-DETAIL(6)
               EXIT PARAGRAPH
           END-IF.

           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y'
               READ TICKLER-REPORT
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF TICKLER-REC(1:15) = "FOLLOW-UPS DUE="
                               AND TICKLER-REC(16:6) NUMERIC
                           MOVE TICKLER-REC(16:6) TO WS-TICKLER-DUE
                           MOVE 'Y' TO WS-TICKLER-FOUND
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE TICKLER-REPORT.

           IF WS-TICKLER-FOUND = 'N'
               MOVE "AMBER" TO WS-AREA-RAG(6)
               MOVE "TICKLER REPORT HAS NO TOTAL - RUN DID NOT FINISH"
                   TO WS-AREA-DETAIL(6)
               EXIT PARAGRAPH
           END-IF.
           IF WS-TICKLER-DUE > WS-TICKLER-AMBER
               MOVE "AMBER" TO WS-AREA-RAG(6)
               MOVE SPACES TO WS-ACTION-TEXT
               STRING "TICKLER: " WS-TICKLER-DUE
                   " FOLLOW-UPS DUE - SHARE THEM OUT ACROSS THE SHIFT"
                   DELIMITED BY SIZE INTO WS-ACTION-TEXT
               PERFORM 0950-ADD-ACTION
           ELSE
               MOVE "GREEN" TO WS-AREA-RAG(6)
           END-IF.
           STRING "FOLLOW-UPS DUE=" WS-TICKLER-DUE
               " AMBER OVER " WS-TICKLER-AMBER
               DELIMITED BY SIZE INTO WS-AREA-DETAIL(6).

      *----------------------------------------------------------*
      *    0800-ASSESS-COLLECTIONS - ENTRIES STILL WAITING ON THE   *
      *    COLLECTIONS WORKLIST AND WHAT THEY ADD UP TO              *
      *----------------------------------------------------------*
       0800-ASSESS-COLLECTIONS.
           OPEN INPUT WORKLIST-FILE.
           IF WORKLIST-FILE-OK
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ WORKLIST-FILE NEXT
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF WL-STATUS = 'O'
                               ADD 1 TO WS-COLLECT-OPEN-COUNT
                               ADD WL-AMOUNT TO WS-COLLECT-OPEN-AMOUNT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE WORKLIST-FILE
           END-IF.

           MOVE WS-COLLECT-OPEN-AMOUNT TO WS-ED-AMOUNT.
           IF WS-COLLECT-OPEN-COUNT > WS-COLLECT-AMBER
               MOVE "AMBER" TO WS-AREA-RAG(7)
               MOVE SPACES TO WS-ACTION-TEXT
               STRING "COLLECT: " WS-COLLECT-OPEN-COUNT
                   " WORKLIST ENTRIES WAITING - OWED "
                   FUNCTION TRIM(WS-ED-AMOUNT)
                   DELIMITED BY SIZE INTO WS-ACTION-TEXT
               PERFORM 0950-ADD-ACTION
           ELSE
               MOVE "GREEN" TO WS-AREA-RAG(7)
           END-IF.
           STRING "WAITING=" WS-COLLECT-OPEN-COUNT
               " OWED=" FUNCTION TRIM(WS-ED-AMOUNT)
               " AMBER OVER " WS-COLLECT-AMBER
               DELIMITED BY SIZE INTO WS-AREA-DETAIL(7).

      *----------------------------------------------------------*
      *    0850-ASSESS-REFERRALS - ORDERS WAITING ON A CREDIT       *
      *    OFFICER; ONE REFERQ HAS ALREADY CHASED AS OVERDUE IS RED  *
      *----------------------------------------------------------*
       0850-ASSESS-REFERRALS.
           OPEN INPUT REFERRAL-FILE.
           IF REFERRAL-FILE-OK
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ REFERRAL-FILE NEXT
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF REFQ-IS-OPEN
                               ADD 1 TO WS-REFER-OPEN-COUNT
                               IF REFQ-ALERTED NOT = SPACES
                                   ADD 1 TO WS-REFER-OVERDUE-COUNT
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE REFERRAL-FILE
           END-IF.

           EVALUATE TRUE
               WHEN WS-REFER-OVERDUE-COUNT > 0
                   MOVE "RED" TO WS-AREA-RAG(8)
               WHEN WS-REFER-OPEN-COUNT > WS-REFER-AMBER
                   MOVE "AMBER" TO WS-AREA-RAG(8)
               WHEN OTHER
                   MOVE "GREEN" TO WS-AREA-RAG(8)
           END-EVALUATE.
           STRING "AWAITING DECISION=" WS-REFER-OPEN-COUNT
               " OVERDUE=" WS-REFER-OVERDUE-COUNT
               " AMBER OVER " WS-REFER-AMBER
               DELIMITED BY SIZE INTO WS-AREA-DETAIL(8).
           IF WS-AREA-RAG(8) NOT = "GREEN"
               MOVE SPACES TO WS-ACTION-TEXT
               STRING "REFERRAL: " WS-REFER-OPEN-COUNT
                   " ORDER(S) AWAITING A CREDIT DECISION, "
                   WS-REFER-OVERDUE-COUNT " OVERDUE"
                   DELIMITED BY SIZE INTO WS-ACTION-TEXT
               PERFORM 0950-ADD-ACTION
           END-IF.

      *----------------------------------------------------------*
      *    0870-COLLECT-SHIFT-LOG - EVERY OPERATOR LOG ENTRY MADE   *
      *    SINCE THE LAST HANDOVER, OLDEST FIRST AS LOGGED.  THE     *
      *    LOG IS INFORMATION FOR THE DAY SHIFT, NOT A RAG AREA -    *
      *    AN INCIDENT THAT NEEDS WORK SHOWS UP IN ITS OWN AREA.     *
      *----------------------------------------------------------*
       0870-COLLECT-SHIFT-LOG.
           OPEN INPUT SHIFT-LOG.
           IF NOT SHIFT-LOG-OK
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y'
               READ SHIFT-LOG
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF SHL-TIMESTAMP(1:8) >= WS-SINCE-DATE
                           PERFORM 0880-ADD-SHIFT-LINE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE SHIFT-LOG.

      *----------------------------------------------------------*
      *    0880-ADD-SHIFT-LINE - ONE ENTRY AS IT WILL PRINT: DATE,  *
      *    TIME, OPERATOR, CATEGORY, STEP/RUN, THEN THE TEXT         *
      *----------------------------------------------------------*
       0880-ADD-SHIFT-LINE.
           IF WS-SHIFT-COUNT >= 20
               ADD 1 TO WS-SHIFT-OVERFLOW
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-SHIFT-COUNT.
           MOVE SPACES TO WS-SHIFT-LINE(WS-SHIFT-COUNT).
           STRING SHL-TIMESTAMP(1:8) " " SHL-TIMESTAMP(9:4) " "
               SHL-OPERATOR " " SHL-CATEGORY " " SHL-STEP " "
               SHL-RUN-ID " " SHL-TEXT
               DELIMITED BY SIZE INTO WS-SHIFT-LINE(WS-SHIFT-COUNT).

      *----------------------------------------------------------*
      *    0900-PRINT-HANDOVER - THE ONE PAGE: HEADING, OVERALL     *
      *    STATUS, ONE ROW PER AREA, THE NEEDS-ACTION LIST, THEN     *
      *    THE SHIFT LOG                                             *
      *----------------------------------------------------------*
       0900-PRINT-HANDOVER.
           MOVE 'O' TO WS-SPOOL-OP.
           MOVE "handover" TO WS-SPOOL-REPORT-NAME.
           CALL 'SUB-SPOOL' USING WS-SPOOL-REQUEST.
           MOVE 'W' TO WS-SPOOL-OP.

           MOVE SPACES TO HANDOVER-REC.
           STRING "MORNING SHIFT HANDOVER FOR " WS-TODAY
               " PREPARED " WS-TIMESTAMP(9:4)
               DELIMITED BY SIZE INTO HANDOVER-REC.
           CALL 'SUB-SPOOL' USING WS-SPOOL-REQUEST.
           MOVE SPACES TO HANDOVER-REC.
           STRING "OVERALL STATUS: " WS-OVERALL-RAG
               "   RED AREAS=" WS-RED-COUNT
               " AMBER AREAS=" WS-AMBER-COUNT
               DELIMITED BY SIZE INTO HANDOVER-REC.
           CALL 'SUB-SPOOL' USING WS-SPOOL-REQUEST.
           MOVE SPACES TO HANDOVER-REC.
           CALL 'SUB-SPOOL' USING WS-SPOOL-REQUEST.
           MOVE "AREA       STATUS DETAIL" TO HANDOVER-REC.
           CALL 'SUB-SPOOL' USING WS-SPOOL-REQUEST.

           PERFORM VARYING WS-AREA-IDX FROM 1 BY 1
                   UNTIL WS-AREA-IDX > 8
               MOVE SPACES TO HANDOVER-REC
               STRING WS-AREA-NAME(WS-AREA-IDX) " "
                   WS-AREA-RAG(WS-AREA-IDX) "  "
                   WS-AREA-DETAIL(WS-AREA-IDX)
                   DELIMITED BY SIZE INTO HANDOVER-REC
               CALL 'SUB-SPOOL' USING WS-SPOOL-REQUEST
           END-PERFORM.

           MOVE SPACES TO HANDOVER-REC.
           CALL 'SUB-SPOOL' USING WS-SPOOL-REQUEST.
           MOVE "NEEDS ACTION" TO HANDOVER-REC.
           CALL 'SUB-SPOOL' USING WS-SPOOL-REQUEST.
           IF WS-ACTION-COUNT = 0
               MOVE "  NOTHING - THE NIGHT NEEDS NO FOLLOW-UP"
                   TO HANDOVER-REC
               CALL 'SUB-SPOOL' USING WS-SPOOL-REQUEST
           END-IF.
           PERFORM VARYING WS-ACTION-IDX FROM 1 BY 1
                   UNTIL WS-ACTION-IDX > WS-ACTION-COUNT
               MOVE SPACES TO HANDOVER-REC
               STRING WS-ACTION-IDX ". " WS-ACTION-LINE(WS-ACTION-IDX)
                   DELIMITED BY SIZE INTO HANDOVER-REC
               CALL 'SUB-SPOOL' USING WS-SPOOL-REQUEST
           END-PERFORM.
           IF WS-ACTION-OVERFLOW > 0
               MOVE SPACES TO HANDOVER-REC
               STRING "    ... AND " WS-ACTION-OVERFLOW
                   " MORE - SEE THE SOURCE REPORTS"
                   DELIMITED BY SIZE INTO HANDOVER-REC
               CALL 'SUB-SPOOL' USING WS-SPOOL-REQUEST
           END-IF.

           MOVE SPACES TO HANDOVER-REC.
           CALL 'SUB-SPOOL' USING WS-SPOOL-REQUEST.
           MOVE SPACES TO HANDOVER-REC.
           STRING "SHIFT LOG SINCE " WS-SINCE-DATE
               DELIMITED BY SIZE INTO HANDOVER-REC.
           CALL 'SUB-SPOOL' USING WS-SPOOL-REQUEST.
           IF WS-SHIFT-COUNT = 0
               MOVE "  NO ENTRIES LOGGED" TO HANDOVER-REC
               CALL 'SUB-SPOOL' USING WS-SPOOL-REQUEST
           END-IF.
           PERFORM VARYING WS-SHIFT-IDX FROM 1 BY 1
                   UNTIL WS-SHIFT-IDX > WS-SHIFT-COUNT
               MOVE WS-SHIFT-LINE(WS-SHIFT-IDX) TO HANDOVER-REC
               CALL 'SUB-SPOOL' USING WS-SPOOL-REQUEST
           END-PERFORM.
           IF WS-SHIFT-OVERFLOW > 0
               MOVE SPACES TO HANDOVER-REC
               STRING "    ... AND " WS-SHIFT-OVERFLOW
                   " MORE - SEE SHIFTRPT"
                   DELIMITED BY SIZE INTO HANDOVER-REC
               CALL 'SUB-SPOOL' USING WS-SPOOL-REQUEST
           END-IF.

           MOVE 'C' TO WS-SPOOL-OP.
           CALL 'SUB-SPOOL' USING WS-SPOOL-REQUEST.

      *----------------------------------------------------------*
      *    0950-ADD-ACTION - WS-ACTION-TEXT ONTO THE NEEDS-ACTION   *
      *    LIST, OR INTO THE OVERFLOW COUNT ONCE THE PAGE IS FULL    *
      *----------------------------------------------------------*
       0950-ADD-ACTION.
           IF WS-ACTION-COUNT < 30
               ADD 1 TO WS-ACTION-COUNT
               MOVE WS-ACTION-TEXT TO WS-ACTION-LINE(WS-ACTION-COUNT)
           ELSE
               ADD 1 TO WS-ACTION-OVERFLOW
           END-IF.
