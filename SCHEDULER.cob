      *    THE PREVIOUS RUN ABORTED ON (STEPS BEFORE IT ARE LOGGED   *
      *    AS SKIPPED INSTEAD OF RERUN); ANYTHING ELSE IS A FRESH    *
      *    RUN FROM THE TOP, WHICH REMAINS THE DEFAULT.              *
      *    PARM-PREFLIGHT 'Y' MAKES THE RUN A PREFLIGHT ONLY - SEE   *
      *    3000-PREFLIGHT-RUN.                                       *
      *----------------------------------------------------------*
           SELECT PARM-FILE ASSIGN TO './scheduler_param.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACKLOG-STATUS.

      *----------------------------------------------------------*
      *    FILES-MANIFEST - WHAT EACH STEP NEEDS ON DISK: ONE ROW   *
      *    PER FILE, STEP NAME (8), KIND ('I' INPUT, 'P' PARAMETER   *
      *    OR TABLE FILE, 'Q' INPUT THE STEP RUNS WITHOUT, 'O'       *
      *    OUTPUT THE STEP PRODUCES OR KEEPS), A SPACE, THEN THE     *
      *    PATH.  ONLY THE PREFLIGHT READS IT; AN INPUT MISSING      *
      *    TONIGHT IS ACCEPTABLE WHEN AN EARLIER STEP'S 'O' ROW      *
      *    PRODUCES IT.  A MISSING 'Q' FILE NEVER STOPS ITS STEP.    *
      *    ROWS STARTING '*' ARE COMMENTS.                           *
      *----------------------------------------------------------*
           SELECT FILES-MANIFEST ASSIGN TO './scheduler_files.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MANIFEST-STATUS.

           SELECT PROBE-FILE ASSIGN TO WS-PROBE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROBE-STATUS.

           SELECT PREFLIGHT-REPORT
               ASSIGN TO './result/preflight-report.txt'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD JOB-LOG.
       01 PARM-REC.
           05 PARM-RESTART-MODE PIC X(1).
           05 PARM-RERUN-OVERRIDE PIC X(1).
           05 PARM-PREFLIGHT PIC X(1).

       FD LOCK-FILE.
       01 LOCK-REC.
       FD ENQ-FILE.
           COPY "enqrec".

       FD FILES-MANIFEST.
       01 MANIFEST-REC.
           05 MF-STEP-NAME PIC X(8).
           05 MF-KIND PIC X(1).
           05 FILLER PIC X(1).
           05 MF-PATH PIC X(60).

       FD PROBE-FILE.
       01 PROBE-REC PIC X(80).

       FD PREFLIGHT-REPORT.
       01 PREFLIGHT-REC PIC X(100).

       FD HISTORY-FILE.
       01 HISTORY-REC.
           05 HIST-RUN-DATE PIC X(8).
      *    WITHOUT REMOVING ITS ROW.                                *
      *----------------------------------------------------------*
       01 WS-JOB-TABLE.
           05 WS-JOB-ENTRY OCCURS 60 TIMES.
               10 WS-JOB-NAME PIC X(8).
               10 WS-JOB-MAX-RC PIC 9(2).
               10 WS-JOB-SKIP PIC X(1).
           88 PREDECESSORS-SATISFIED VALUE 'Y'.
       01 WS-BLOCKING-PRED PIC X(8).

      *----------------------------------------------------------*
      *    PREFLIGHT STATE - THE FILE MANIFEST AND ONE VERDICT PER  *
      *    STEP: 'G' GO, 'X' NO-GO, 'H' HELD BEHIND A NO-GO          *
      *    PREDECESSOR OR PRODUCER, 'K' NOT RUNNING TONIGHT          *
      *----------------------------------------------------------*
       01 WS-PREFLIGHT PIC X(1) VALUE 'N'.
           88 PREFLIGHT-REQUESTED VALUE 'Y'.
       01 WS-MANIFEST-STATUS PIC XX.
           88 MANIFEST-FILE-OK VALUE '00'.
       01 WS-MANIFEST-EOF PIC X.
       01 WS-MANIFEST-TABLE.
           05 WS-MF-ENTRY OCCURS 800 TIMES.
               10 WS-MF-STEP PIC X(8).
               10 WS-MF-KIND PIC X(1).
               10 WS-MF-PATH PIC X(60).
       01 WS-MF-COUNT PIC 9(3) VALUE 0.
       01 WS-MF-IDX PIC 9(3).
       01 WS-MF-SCAN PIC 9(3).
       01 WS-MF-STEP-ROWS PIC 9(3).
       01 WS-PROBE-STATUS PIC XX.
           88 PROBED-FILE-MISSING VALUE '35'.
       01 WS-PROBE-NAME PIC X(60).
       01 WS-PF-VERDICT-TABLE.
           05 WS-PF-VERDICT OCCURS 60 TIMES PIC X(1).
       01 WS-PF-SEQ PIC 9(2).
       01 WS-PF-FOUND-IDX PIC 9(2).
       01 WS-PF-PRODUCER PIC X(8).
       01 WS-PF-PRODUCER-IDX PIC 9(2).
       01 WS-PF-KIND-TEXT PIC X(15).
       01 WS-PF-DETAIL PIC X(93).
       01 WS-PF-RUN-NOGO PIC 9(3) VALUE 0.
       01 WS-PF-WARN-COUNT PIC 9(3) VALUE 0.
       01 WS-PF-GO-COUNT PIC 9(2) VALUE 0.
       01 WS-PF-NOGO-COUNT PIC 9(2) VALUE 0.
       01 WS-PF-HELD-COUNT PIC 9(2) VALUE 0.
       01 WS-PF-SKIP-COUNT PIC 9(2) VALUE 0.
       01 WS-PF-UNCHECKED-COUNT PIC 9(2) VALUE 0.

       01 WS-TS-WORK PIC X(21).
       01 WS-TS-DAYS PIC 9(8).
       01 WS-NOW-SECS PIC 9(12).
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-RUN-START-TIME.
           PERFORM 0100-LOAD-PARAMETERS.

      *    A PREFLIGHT EXECUTES NOTHING AND TAKES NO LOCK, ENQUEUE
      *    OR RUN DATE, SO THE EVENING CHECK CANNOT GET IN THE WAY
      *    OF THE NIGHT IT IS CHECKING.
           IF PREFLIGHT-REQUESTED
               PERFORM 3000-PREFLIGHT-RUN
               GOBACK
           END-IF.

           PERFORM 0030-LOAD-CALENDAR.
           PERFORM 0035-JUDGE-RUN-DATE.
           IF NOT TODAY-IS-PROCESSING-DAY
                           MOVE 'Y' TO WS-JOB-TABLE-EOF
                       NOT AT END
                           IF JT-STEP-NAME NOT = SPACES
                                   AND WS-JOB-COUNT < 60
                               ADD 1 TO WS-JOB-COUNT
                               MOVE JT-STEP-NAME
                                   TO WS-JOB-NAME(WS-JOB-COUNT)
           END-PERFORM.

      *----------------------------------------------------------*
      *    0100-LOAD-PARAMETERS - PICK UP THE RESTART MODE, RERUN   *
      *    OVERRIDE AND PREFLIGHT REQUEST; A MISSING PARAMETER FILE  *
      *    MEANS A FRESH RUN FROM THE TOP                            *
      *----------------------------------------------------------*
       0100-LOAD-PARAMETERS.
           OPEN INPUT PARM-FILE.
                   NOT AT END
                       MOVE PARM-RESTART-MODE TO WS-RESTART-MODE
                       MOVE PARM-RERUN-OVERRIDE TO WS-RERUN-OVERRIDE
                       MOVE PARM-PREFLIGHT TO WS-PREFLIGHT
               END-READ
               CLOSE PARM-FILE
           END-IF.
           STRING WS-STEP-NAME " START " WS-TIMESTAMP
               DELIMITED BY SIZE INTO JOB-LOG-REC.
           WRITE JOB-LOG-REC.
      *    CLOSED AND REOPENED SO THE NIGHT SO FAR IS ON DISK FOR A
      *    STEP THAT READS THE JOB LOG ITSELF (HANDOVER).
           CLOSE JOB-LOG.
           OPEN EXTEND JOB-LOG.

      *----------------------------------------------------------*
      *    1100-LOG-STEP-END - RECORD THE CLOCK TIME AND RETURN-   *
               WHEN 'POST'
                   MOVE "post-control.txt exceptions.txt"
                       TO WS-EVIDENCE-FILES
               WHEN 'XFERCO'
                   MOVE "xfer-report.txt xfer-journal.txt"
                       TO WS-EVIDENCE-FILES
               WHEN 'PAYSCORE'
                   MOVE "payscore-report.txt credit-limits-proposed.txt"
                       TO WS-EVIDENCE-FILES
               WHEN 'INVPRINT'
                   MOVE "invoice-register.txt invoice-last-printed.txt"
                       TO WS-EVIDENCE-FILES
               WHEN 'STANDING'
                   MOVE "standing-txn.txt audit-trail.txt"
                       TO WS-EVIDENCE-FILES
               WHEN 'UNAPPLY'
                   MOVE "unapplied-report.txt unapplied-txn.txt"
                       TO WS-EVIDENCE-FILES
               WHEN 'REFERQ'
                   MOVE "referral-queue-report.txt referral-txn.txt"
                       TO WS-EVIDENCE-FILES
               WHEN 'FINCHG'
                   MOVE "finchg-report.txt finchg-txn.txt"
                       TO WS-EVIDENCE-FILES
               WHEN 'REBATE'
                   MOVE "rebate-accrual.txt rebate-txn.txt"
                       TO WS-EVIDENCE-FILES
               WHEN 'MANDMNT'
                   MOVE "mandate-maint.txt" TO WS-EVIDENCE-FILES
               WHEN 'RELMNT'
                   MOVE "rel-maint.txt" TO WS-EVIDENCE-FILES
               WHEN 'DDEBIT'
                   MOVE "ddebit-report.txt ddebit-request.txt"
                       TO WS-EVIDENCE-FILES
               WHEN 'NSF'
                   MOVE "nsf-report.txt nsf-txn.txt"
                       TO WS-EVIDENCE-FILES
               WHEN 'REFUND'
                   MOVE "refund-report.txt refund-cheques.txt"
                       TO WS-EVIDENCE-FILES
               WHEN 'ARRANGE'
                   MOVE "arrange-report.txt broken-promise.txt"
                       TO WS-EVIDENCE-FILES
               WHEN 'DISPREG'
                   MOVE "dispute-register.txt" TO WS-EVIDENCE-FILES
               WHEN 'GRPEXPO'
                   MOVE "group-exposure.txt" TO WS-EVIDENCE-FILES
               WHEN 'AGEMILE'
                   MOVE "age-milestones.txt maint_txn.txt"
                       TO WS-EVIDENCE-FILES
               WHEN 'PORTALIN'
                   MOVE "portal-suspense.txt maint_txn.txt"
                       TO WS-EVIDENCE-FILES
               WHEN 'PRINTREC'
                   MOVE "print-recon.txt" TO WS-EVIDENCE-FILES
               WHEN 'PRINTVND'
                   MOVE "print-job-ticket.txt print-vendor.txt"
                       TO WS-EVIDENCE-FILES
               WHEN 'DECEASED'
                   MOVE "deceased-report.txt" TO WS-EVIDENCE-FILES
               WHEN 'DQSCORE'
                   MOVE "dq-scorecard.txt dq-history.txt"
                       TO WS-EVIDENCE-FILES
               WHEN 'COMMFREQ'
                   MOVE "comms-frequency.txt" TO WS-EVIDENCE-FILES
               WHEN 'SANCSCRN'
                   MOVE "sanctions-report.txt sanctions-queue.txt"
                       TO WS-EVIDENCE-FILES
               WHEN 'FRAUDCHK'
                   MOVE "fraud-alerts.txt fraud-queue.txt"
                       TO WS-EVIDENCE-FILES
               WHEN 'CASHFCST'
                   MOVE "cash-forecast.txt cash-forecast-history.txt"
                       TO WS-EVIDENCE-FILES
               WHEN 'PROVISN'
                   MOVE "bad-debt-provision.txt gl-summary.txt"
                       TO WS-EVIDENCE-FILES
               WHEN 'TAXRPT'
                   MOVE "sales-tax-liability.txt sales-tax-journal.txt"
                       TO WS-EVIDENCE-FILES
               WHEN 'ARCTLREC'
                   MOVE "ar-control-recon.txt ar-control.txt"
                       TO WS-EVIDENCE-FILES
               WHEN 'MONTHEND'
                   MOVE "monthend-<month>.txt"
                       TO WS-EVIDENCE-FILES
               WHEN 'ERASE'
                   MOVE "erasure-certificate-<date>.txt"
                       TO WS-EVIDENCE-FILES
               WHEN 'PORTALX'
                   MOVE "portal-summary.json" TO WS-EVIDENCE-FILES
               WHEN 'DISTRIB'
                   MOVE "../outbound/ manifest for the run date"
                       TO WS-EVIDENCE-FILES
               WHEN 'CAPFCST'
                   MOVE "capacity-forecast.txt capacity-history.txt"
                       TO WS-EVIDENCE-FILES
               WHEN 'HANDOVER'
                   MOVE "../spool/handover-<date>.txt"
                       TO WS-EVIDENCE-FILES
               WHEN 'AUTHCERT'
                   MOVE "auth-recert.txt" TO WS-EVIDENCE-FILES
               WHEN 'SODRPT'
                   MOVE "sod-report.txt" TO WS-EVIDENCE-FILES
               WHEN 'CMPLRPT'
                   MOVE
                       "complaint-deadlines.txt complaint-summary-<qtr>"
                       TO WS-EVIDENCE-FILES
               WHEN 'BKVERIFY'
                   MOVE
                       "backup-verify-report.txt integrity-verify.txt"
                       TO WS-EVIDENCE-FILES
               WHEN OTHER
                   MOVE "job-log.txt" TO WS-EVIDENCE-FILES
           END-EVALUATE.
               DELIMITED BY SIZE INTO ALERT-REC.
           WRITE ALERT-REC.
           CLOSE ALERT-FILE.

      *----------------------------------------------------------*
      *    3000-PREFLIGHT-RUN - THE EVENING DRY RUN: WALK TONIGHT'S *
      *    JOB TABLE IN RUN ORDER WITHOUT CALLING ANYTHING, CHECK    *
      *    THE RUN-LEVEL BLOCKERS (RUN LOCK, ALREADY-RAN DATE,       *
      *    MASTERS ENQUEUE) AND EACH STEP'S PREDECESSORS AND FILES,  *
      *    AND REPORT GO/NO-GO PER STEP TO PREFLIGHT-REPORT.TXT.     *
      *    THE REQUEST IS ONE-SHOT: THE PREFLIGHT BYTE IS CLEARED    *
      *    ON THE PARAMETER FILE SO THE NIGHT ITSELF RUNS FOR REAL.  *
      *    RC 0 ALL GO, 4 GO WITH WARNINGS, 8 SOMETHING IS NO-GO.    *
      *----------------------------------------------------------*
       3000-PREFLIGHT-RUN.
           PERFORM 3010-CLEAR-PREFLIGHT-REQUEST.
           OPEN OUTPUT PREFLIGHT-REPORT.
           MOVE SPACES TO PREFLIGHT-REC.
           STRING "SCHEDULER PREFLIGHT FOR RUN DATE " WS-RUN-DATE
               " - NOTHING EXECUTED"
               DELIMITED BY SIZE INTO PREFLIGHT-REC.
           WRITE PREFLIGHT-REC.

           PERFORM 0030-LOAD-CALENDAR.
           PERFORM 0035-JUDGE-RUN-DATE.
           IF NOT TODAY-IS-PROCESSING-DAY
               MOVE SPACES TO PREFLIGHT-REC
               STRING "NOTE   " WS-RUN-DATE " IS NOT A PROCESSING "
                   "DAY - THE CHAIN WILL END WITHOUT RUNNING STEPS"
                   DELIMITED BY SIZE INTO PREFLIGHT-REC
               WRITE PREFLIGHT-REC
           END-IF.
           IF TODAY-IS-LAST-BIZ-DAY
               MOVE SPACES TO PREFLIGHT-REC
               STRING "NOTE   LAST BUSINESS DAY OF THE MONTH - "
                   "MONTH-END STEPS ARMED"
                   DELIMITED BY SIZE INTO PREFLIGHT-REC
               WRITE PREFLIGHT-REC
           END-IF.

           PERFORM 3100-PREFLIGHT-RUN-CHECKS.

           PERFORM 0150-LOAD-JOB-TABLE.
           IF NOT JOB-TABLE-FILE-OK
               ADD 1 TO WS-PF-WARN-COUNT
               MOVE SPACES TO PREFLIGHT-REC
               STRING "WARN   NO SCHEDULER_JOBS.TXT - THE DEFAULT "
                   "TASK01/TASK03/TASK02 CHAIN WILL RUN"
                   DELIMITED BY SIZE INTO PREFLIGHT-REC
               WRITE PREFLIGHT-REC
           END-IF.
           PERFORM 0180-LOAD-WINDOW-CUTOFF.
           IF NOT NO-CUTOFF-SET
               MOVE SPACES TO PREFLIGHT-REC
               STRING "NOTE   BATCH-WINDOW CUT-OFF " WS-CUTOFF-TIME
                   DELIMITED BY SIZE INTO PREFLIGHT-REC
               WRITE PREFLIGHT-REC
           END-IF.
           PERFORM 0200-CHECK-PRIOR-RUN.
           IF RESTART-PENDING
               MOVE SPACES TO PREFLIGHT-REC
               STRING "NOTE   RESTART ARMED - THE RUN RESUMES AT "
                   WS-ABORTED-STEP
                   DELIMITED BY SIZE INTO PREFLIGHT-REC
               WRITE PREFLIGHT-REC
           END-IF.
           PERFORM 3200-LOAD-FILE-MANIFEST.

           MOVE SPACES TO PREFLIGHT-REC.
           STRING "PLANNED ORDER (" WS-JOB-COUNT " STEPS)"
               DELIMITED BY SIZE INTO PREFLIGHT-REC.
           WRITE PREFLIGHT-REC.
           MOVE SPACES TO WS-PF-VERDICT-TABLE.
           PERFORM VARYING WS-JOB-IDX FROM 1 BY 1
                   UNTIL WS-JOB-IDX > WS-JOB-COUNT
               PERFORM 3300-PREFLIGHT-ONE-STEP THRU 3300-EXIT
               PERFORM 3390-WRITE-STEP-VERDICT
           END-PERFORM.

           MOVE SPACES TO PREFLIGHT-REC.
           STRING "STEPS GO=" WS-PF-GO-COUNT
               " NO-GO=" WS-PF-NOGO-COUNT
               " HELD=" WS-PF-HELD-COUNT
               " NOT TONIGHT=" WS-PF-SKIP-COUNT
               " RUN BLOCKERS=" WS-PF-RUN-NOGO
               " WARNINGS=" WS-PF-WARN-COUNT
               " FILES UNCHECKED=" WS-PF-UNCHECKED-COUNT
               DELIMITED BY SIZE INTO PREFLIGHT-REC.
           WRITE PREFLIGHT-REC.
           MOVE SPACES TO PREFLIGHT-REC.
           IF WS-PF-RUN-NOGO > 0 OR WS-PF-NOGO-COUNT > 0
                   OR WS-PF-HELD-COUNT > 0
               STRING "RESULT: NO-GO - FIX THE ITEMS ABOVE BEFORE "
                   "THE BATCH WINDOW OPENS"
                   DELIMITED BY SIZE INTO PREFLIGHT-REC
           ELSE
               STRING "RESULT: GO"
                   DELIMITED BY SIZE INTO PREFLIGHT-REC
           END-IF.
           WRITE PREFLIGHT-REC.
           CLOSE PREFLIGHT-REPORT.

           DISPLAY "SCHEDULER preflight steps go: " WS-PF-GO-COUNT.
           DISPLAY "SCHEDULER preflight steps no-go: "
               WS-PF-NOGO-COUNT.
           DISPLAY "SCHEDULER preflight steps held: "
               WS-PF-HELD-COUNT.
           DISPLAY "SCHEDULER preflight run blockers: "
               WS-PF-RUN-NOGO.
           DISPLAY "SCHEDULER preflight warnings: " WS-PF-WARN-COUNT.
           DISPLAY "SCHEDULER preflight steps with no file rows: "
               WS-PF-UNCHECKED-COUNT.

           EVALUATE TRUE
               WHEN WS-PF-RUN-NOGO > 0 OR WS-PF-NOGO-COUNT > 0
                       OR WS-PF-HELD-COUNT > 0
                   MOVE 8 TO RETURN-CODE
               WHEN WS-PF-WARN-COUNT > 0
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE.

      *----------------------------------------------------------*
      *    3010-CLEAR-PREFLIGHT-REQUEST - PUT THE PARAMETER FILE    *
      *    BACK WITH THE RESTART MODE AND RERUN OVERRIDE AS THEY     *
      *    WERE AND THE PREFLIGHT BYTE BLANK                         *
      *----------------------------------------------------------*
       3010-CLEAR-PREFLIGHT-REQUEST.
           OPEN OUTPUT PARM-FILE.
           MOVE SPACES TO PARM-REC.
           MOVE WS-RESTART-MODE TO PARM-RESTART-MODE.
           MOVE WS-RERUN-OVERRIDE TO PARM-RERUN-OVERRIDE.
           WRITE PARM-REC.
           CLOSE PARM-FILE.

      *----------------------------------------------------------*
      *    3100-PREFLIGHT-RUN-CHECKS - THE SAME THREE THINGS THAT   *
      *    REFUSE A REAL START (0050, 0060, 0065), READ ONLY: NOTHING *
      *    IS TAKEN OVER OR DELETED HERE                             *
      *----------------------------------------------------------*
       3100-PREFLIGHT-RUN-CHECKS.
           OPEN INPUT LOCK-FILE.
           IF LOCK-FILE-PRESENT
               MOVE SPACES TO WS-HELD-LOCK-TS
               READ LOCK-FILE
                   NOT AT END
                       MOVE LOCK-TIMESTAMP TO WS-HELD-LOCK-TS
               END-READ
               CLOSE LOCK-FILE
               MOVE SPACES TO PREFLIGHT-REC
               IF WS-HELD-LOCK-TS(1:8) = WS-RUN-DATE
                   ADD 1 TO WS-PF-RUN-NOGO
                   STRING "NO-GO  RUN LOCK HELD SINCE " WS-HELD-LOCK-TS
                       " - TONIGHT'S START WILL BE REFUSED"
                       DELIMITED BY SIZE INTO PREFLIGHT-REC
               ELSE
                   ADD 1 TO WS-PF-WARN-COUNT
                   STRING "WARN   STALE RUN LOCK FROM " WS-HELD-LOCK-TS
                       " - WILL BE TAKEN OVER"
                       DELIMITED BY SIZE INTO PREFLIGHT-REC
               END-IF
               WRITE PREFLIGHT-REC
           END-IF.

           OPEN INPUT LASTRUN-FILE.
           IF LASTRUN-FILE-PRESENT
               READ LASTRUN-FILE
                   NOT AT END
                       IF LASTRUN-DATE = WS-RUN-DATE
                               AND NOT RERUN-OVERRIDDEN
                           ADD 1 TO WS-PF-RUN-NOGO
                           MOVE SPACES TO PREFLIGHT-REC
                           STRING "NO-GO  CHAIN ALREADY RAN ON "
                               WS-RUN-DATE " - SET THE RERUN OVERRIDE"
                               " TO RUN AGAIN"
                               DELIMITED BY SIZE INTO PREFLIGHT-REC
                           WRITE PREFLIGHT-REC
                       END-IF
               END-READ
               CLOSE LASTRUN-FILE
           END-IF.

           OPEN INPUT ENQ-FILE.
           IF NOT ENQ-FILE-OK
               EXIT PARAGRAPH
           END-IF.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-ENQ-NOW.
           MOVE WS-ENQ-NOW(1:8) TO WS-ENQ-DATE-N.
           COMPUTE WS-ENQ-DAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-ENQ-DATE-N) - 1.
           MOVE FUNCTION DATE-OF-INTEGER(WS-ENQ-DAY-INT)
               TO WS-ENQ-CUT-DATE.
           MOVE WS-ENQ-NOW(9:6) TO WS-ENQ-CUT-TIME.
           MOVE 'N' TO WS-ENQ-DONE.
           MOVE LOW-VALUES TO ENQ-HOLDER.
           START ENQ-FILE KEY >= ENQ-HOLDER
               INVALID KEY
                   MOVE 'Y' TO WS-ENQ-DONE
           END-START.
           PERFORM UNTIL WS-ENQ-DONE = 'Y'
               READ ENQ-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-ENQ-DONE
                   NOT AT END
                       MOVE SPACES TO PREFLIGHT-REC
                       IF ENQ-TIMESTAMP < WS-ENQ-CUTOFF
                           ADD 1 TO WS-PF-WARN-COUNT
                           STRING "WARN   STALE MASTERS HOLD BY "
                               ENQ-HOLDER " SINCE " ENQ-TIMESTAMP
                               " - WILL BE TAKEN OVER"
                               DELIMITED BY SIZE INTO PREFLIGHT-REC
                       ELSE
                           ADD 1 TO WS-PF-RUN-NOGO
                           STRING "NO-GO  MASTERS HELD BY " ENQ-HOLDER
                               " SINCE " ENQ-TIMESTAMP " ("
                               FUNCTION TRIM(ENQ-REASON)
                               ") - RELEASE IT BEFORE THE RUN"
                               DELIMITED BY SIZE INTO PREFLIGHT-REC
                       END-IF
                       WRITE PREFLIGHT-REC
               END-READ
           END-PERFORM.
           CLOSE ENQ-FILE.

      *----------------------------------------------------------*
      *    3200-LOAD-FILE-MANIFEST - EVERY STEP'S FILE ROWS; NO     *
      *    MANIFEST MEANS ONLY THE RUN AND PREDECESSOR CHECKS        *
      *----------------------------------------------------------*
       3200-LOAD-FILE-MANIFEST.
           MOVE 0 TO WS-MF-COUNT.
           MOVE 'N' TO WS-MANIFEST-EOF.
           OPEN INPUT FILES-MANIFEST.
           IF NOT MANIFEST-FILE-OK
               ADD 1 TO WS-PF-WARN-COUNT
               MOVE SPACES TO PREFLIGHT-REC
               STRING "WARN   NO SCHEDULER_FILES.TXT - STEP INPUTS "
                   "AND PARAMETER FILES NOT CHECKED"
                   DELIMITED BY SIZE INTO PREFLIGHT-REC
               WRITE PREFLIGHT-REC
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-MANIFEST-EOF = 'Y'
               READ FILES-MANIFEST
                   AT END
                       MOVE 'Y' TO WS-MANIFEST-EOF
                   NOT AT END
                       IF MF-STEP-NAME NOT = SPACES
                               AND MF-STEP-NAME(1:1) NOT = '*'
                               AND MF-PATH NOT = SPACES
                               AND WS-MF-COUNT < 800
                           ADD 1 TO WS-MF-COUNT
                           MOVE MF-STEP-NAME TO WS-MF-STEP(WS-MF-COUNT)
                           MOVE MF-KIND TO WS-MF-KIND(WS-MF-COUNT)
                           MOVE MF-PATH TO WS-MF-PATH(WS-MF-COUNT)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FILES-MANIFEST.

      *----------------------------------------------------------*
      *    3300-PREFLIGHT-ONE-STEP - THE WS-JOB-IDX'TH STEP IN RUN  *
      *    ORDER: WILL IT RUN TONIGHT, ARE ITS PREDECESSORS SOUND,   *
      *    AND ARE ITS FILES THERE OR PRODUCED UPSTREAM              *
      *----------------------------------------------------------*
       3300-PREFLIGHT-ONE-STEP.
           MOVE WS-JOB-NAME(WS-JOB-IDX) TO WS-STEP-NAME.
           MOVE WS-JOB-IDX TO WS-PF-SEQ.
           MOVE 'G' TO WS-PF-VERDICT(WS-JOB-IDX).
           MOVE SPACES TO PREFLIGHT-REC.
           STRING WS-PF-SEQ " " WS-STEP-NAME
               DELIMITED BY SIZE INTO PREFLIGHT-REC.
           WRITE PREFLIGHT-REC.

           IF WS-JOB-RUN-DAY(WS-JOB-IDX) = 'E'
                   AND NOT TODAY-IS-LAST-BIZ-DAY
               MOVE 'K' TO WS-PF-VERDICT(WS-JOB-IDX)
               MOVE "NOT TONIGHT - MONTH-END STEP" TO PREFLIGHT-REC
               PERFORM 3380-WRITE-STEP-DETAIL
               GO TO 3300-EXIT
           END-IF.
           IF WS-JOB-SKIP(WS-JOB-IDX) = 'Y'
               MOVE 'K' TO WS-PF-VERDICT(WS-JOB-IDX)
               MOVE "NOT TONIGHT - SKIP FLAG ON THE JOB TABLE"
                   TO PREFLIGHT-REC
               PERFORM 3380-WRITE-STEP-DETAIL
               GO TO 3300-EXIT
           END-IF.
           IF RESTART-PENDING
               IF WS-STEP-NAME = WS-ABORTED-STEP
                   MOVE 'N' TO WS-RESTART-PENDING
               ELSE
                   MOVE 'K' TO WS-PF-VERDICT(WS-JOB-IDX)
                   MOVE "NOT TONIGHT - COMPLETED BEFORE THE ABORT"
                       TO PREFLIGHT-REC
                   PERFORM 3380-WRITE-STEP-DETAIL
                   GO TO 3300-EXIT
               END-IF
           END-IF.

           PERFORM 3350-PREFLIGHT-PREDECESSORS.
           PERFORM 3400-PREFLIGHT-STEP-FILES.

       3300-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    3350-PREFLIGHT-PREDECESSORS - THE REAL RUN TREATS AN     *
      *    UNKNOWN PREDECESSOR NAME AS SATISFIED AND BLOCKS ON ONE   *
      *    LISTED BELOW ITS DEPENDENT; BOTH ARE JOB-TABLE MISTAKES   *
      *    AND ARE NO-GO HERE.  A STEP WAITING ON A NO-GO STEP IS    *
      *    HELD.                                                     *
      *----------------------------------------------------------*
       3350-PREFLIGHT-PREDECESSORS.
           IF WS-JOB-PRED(WS-JOB-IDX, 1) = SPACES
                   AND WS-JOB-PRED(WS-JOB-IDX, 2) = SPACES
                   AND WS-JOB-PRED(WS-JOB-IDX, 3) = SPACES
               IF WS-JOB-IDX > 1
                   IF WS-PF-VERDICT(WS-JOB-IDX - 1) = 'X'
                           OR WS-PF-VERDICT(WS-JOB-IDX - 1) = 'H'
                       MOVE 'H' TO WS-PF-VERDICT(WS-JOB-IDX)
                       MOVE SPACES TO PREFLIGHT-REC
                       STRING "HELD BEHIND "
                           WS-JOB-NAME(WS-JOB-IDX - 1)
                           " ON THE ROW ABOVE"
                           DELIMITED BY SIZE INTO PREFLIGHT-REC
                       PERFORM 3380-WRITE-STEP-DETAIL
                   END-IF
               END-IF
               EXIT PARAGRAPH
           END-IF.

           PERFORM VARYING WS-PRED-IDX FROM 1 BY 1
                   UNTIL WS-PRED-IDX > 3
               MOVE WS-JOB-PRED(WS-JOB-IDX, WS-PRED-IDX)
                   TO WS-PRED-NAME
               IF WS-PRED-NAME NOT = SPACES
                   PERFORM 3360-PREFLIGHT-ONE-PREDECESSOR
               END-IF
           END-PERFORM.

      *----------------------------------------------------------*
      *    3360-PREFLIGHT-ONE-PREDECESSOR - WS-PRED-NAME MUST BE ON *
      *    THE TABLE, ABOVE THIS STEP, AND NOT ITSELF NO-GO          *
      *----------------------------------------------------------*
       3360-PREFLIGHT-ONE-PREDECESSOR.
           MOVE 0 TO WS-PF-FOUND-IDX.
           PERFORM VARYING WS-PRED-SCAN FROM 1 BY 1
                   UNTIL WS-PRED-SCAN > WS-JOB-COUNT
                   OR WS-PF-FOUND-IDX > 0
               IF WS-JOB-NAME(WS-PRED-SCAN) = WS-PRED-NAME
                   MOVE WS-PRED-SCAN TO WS-PF-FOUND-IDX
               END-IF
           END-PERFORM.

           MOVE SPACES TO PREFLIGHT-REC.
           EVALUATE TRUE
               WHEN WS-PF-FOUND-IDX = 0
                   MOVE 'X' TO WS-PF-VERDICT(WS-JOB-IDX)
                   STRING "PREDECESSOR " WS-PRED-NAME
                       " IS NOT ON THE JOB TABLE"
                       DELIMITED BY SIZE INTO PREFLIGHT-REC
                   PERFORM 3380-WRITE-STEP-DETAIL
               WHEN WS-PF-FOUND-IDX >= WS-JOB-IDX
                   MOVE 'X' TO WS-PF-VERDICT(WS-JOB-IDX)
                   STRING "PREDECESSOR " WS-PRED-NAME
                       " IS LISTED BELOW THIS STEP - IT WOULD NEVER "
                       "LAUNCH"
                       DELIMITED BY SIZE INTO PREFLIGHT-REC
                   PERFORM 3380-WRITE-STEP-DETAIL
               WHEN WS-PF-VERDICT(WS-PF-FOUND-IDX) = 'X'
                       OR WS-PF-VERDICT(WS-PF-FOUND-IDX) = 'H'
                   IF WS-PF-VERDICT(WS-JOB-IDX) = 'G'
                       MOVE 'H' TO WS-PF-VERDICT(WS-JOB-IDX)
                   END-IF
                   STRING "HELD BEHIND PREDECESSOR " WS-PRED-NAME
                       DELIMITED BY SIZE INTO PREFLIGHT-REC
                   PERFORM 3380-WRITE-STEP-DETAIL
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *----------------------------------------------------------*
      *    3380-WRITE-STEP-DETAIL - ONE INDENTED LINE UNDER THE     *
      *    STEP, TEXT ALREADY IN PREFLIGHT-REC                       *
      *----------------------------------------------------------*
       3380-WRITE-STEP-DETAIL.
           MOVE PREFLIGHT-REC TO WS-PF-DETAIL.
           MOVE SPACES TO PREFLIGHT-REC.
           STRING "       " WS-PF-DETAIL
               DELIMITED BY SIZE INTO PREFLIGHT-REC.
           WRITE PREFLIGHT-REC.

      *----------------------------------------------------------*
      *    3390-WRITE-STEP-VERDICT - THE STEP'S GO/NO-GO LINE AND   *
      *    THE TOTALS                                                *
      *----------------------------------------------------------*
       3390-WRITE-STEP-VERDICT.
           MOVE SPACES TO PREFLIGHT-REC.
           EVALUATE WS-PF-VERDICT(WS-JOB-IDX)
               WHEN 'G'
                   ADD 1 TO WS-PF-GO-COUNT
                   STRING "       => GO" DELIMITED BY SIZE
                       INTO PREFLIGHT-REC
               WHEN 'X'
                   ADD 1 TO WS-PF-NOGO-COUNT
                   STRING "       => NO-GO" DELIMITED BY SIZE
                       INTO PREFLIGHT-REC
               WHEN 'H'
                   ADD 1 TO WS-PF-HELD-COUNT
                   STRING "       => HELD (WILL NOT RUN)"
                       DELIMITED BY SIZE INTO PREFLIGHT-REC
               WHEN OTHER
                   ADD 1 TO WS-PF-SKIP-COUNT
                   STRING "       => NOT RUNNING TONIGHT"
                       DELIMITED BY SIZE INTO PREFLIGHT-REC
           END-EVALUATE.
           WRITE PREFLIGHT-REC.

      *----------------------------------------------------------*
      *    3400-PREFLIGHT-STEP-FILES - EVERY 'I' AND 'P' ROW FOR    *
      *    THIS STEP MUST BE ON DISK NOW OR BE PRODUCED BY A STEP    *
      *    THAT RUNS EARLIER TONIGHT; 'Q' ROWS ARE REPORTED ONLY.    *
      *    A STEP WITH NO ROWS AT ALL HAS NOTHING CHECKED, WHICH IS  *
      *    A WARNING RATHER THAN A QUIET GO.                         *
      *----------------------------------------------------------*
       3400-PREFLIGHT-STEP-FILES.
           MOVE 0 TO WS-MF-STEP-ROWS.
           PERFORM VARYING WS-MF-IDX FROM 1 BY 1
                   UNTIL WS-MF-IDX > WS-MF-COUNT
               IF WS-MF-STEP(WS-MF-IDX) = WS-STEP-NAME
                   ADD 1 TO WS-MF-STEP-ROWS
                   IF WS-MF-KIND(WS-MF-IDX) = 'I'
                           OR WS-MF-KIND(WS-MF-IDX) = 'P'
                           OR WS-MF-KIND(WS-MF-IDX) = 'Q'
                       PERFORM 3450-PREFLIGHT-ONE-FILE
                   END-IF
               END-IF
           END-PERFORM.

           IF WS-MF-STEP-ROWS = 0 AND WS-MF-COUNT > 0
               ADD 1 TO WS-PF-WARN-COUNT
               ADD 1 TO WS-PF-UNCHECKED-COUNT
               MOVE SPACES TO PREFLIGHT-REC
               STRING "WARN   NO FILE MANIFEST ROWS FOR " WS-STEP-NAME
                   " - ITS FILES ARE NOT CHECKED"
                   DELIMITED BY SIZE INTO PREFLIGHT-REC
               PERFORM 3380-WRITE-STEP-DETAIL
           END-IF.

      *----------------------------------------------------------*
      *    3450-PREFLIGHT-ONE-FILE - PROBE THE FILE; WHEN IT IS NOT *
      *    THERE, LOOK FOR AN UPSTREAM PRODUCER                      *
      *----------------------------------------------------------*
       3450-PREFLIGHT-ONE-FILE.
           MOVE WS-MF-PATH(WS-MF-IDX) TO WS-PROBE-NAME.
           OPEN INPUT PROBE-FILE.
           IF NOT PROBED-FILE-MISSING
               CLOSE PROBE-FILE
               EXIT PARAGRAPH
           END-IF.

           IF WS-MF-KIND(WS-MF-IDX) = 'P'
               MOVE "PARAMETER FILE" TO WS-PF-KIND-TEXT
           ELSE
               MOVE "INPUT" TO WS-PF-KIND-TEXT
           END-IF.
           PERFORM 3460-FIND-PRODUCER.
           IF WS-MF-KIND(WS-MF-IDX) = 'Q'
               PERFORM 3455-PREFLIGHT-OPTIONAL-FILE
               EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO PREFLIGHT-REC.
           EVALUATE TRUE
               WHEN WS-PF-PRODUCER = SPACES
                   MOVE 'X' TO WS-PF-VERDICT(WS-JOB-IDX)
                   STRING "MISSING " FUNCTION TRIM(WS-PF-KIND-TEXT)
                       " " FUNCTION TRIM(WS-PROBE-NAME)
                       DELIMITED BY SIZE INTO PREFLIGHT-REC
               WHEN WS-PF-PRODUCER-IDX >= WS-JOB-IDX
                   MOVE 'X' TO WS-PF-VERDICT(WS-JOB-IDX)
                   STRING "MISSING " FUNCTION TRIM(WS-PF-KIND-TEXT)
                       " " FUNCTION TRIM(WS-PROBE-NAME)
                       " - ONLY " WS-PF-PRODUCER " LATER MAKES IT"
                       DELIMITED BY SIZE INTO PREFLIGHT-REC
               WHEN WS-PF-VERDICT(WS-PF-PRODUCER-IDX) = 'X'
                       OR WS-PF-VERDICT(WS-PF-PRODUCER-IDX) = 'H'
                   IF WS-PF-VERDICT(WS-JOB-IDX) = 'G'
                       MOVE 'H' TO WS-PF-VERDICT(WS-JOB-IDX)
                   END-IF
                   STRING FUNCTION TRIM(WS-PROBE-NAME)
                       " WAITS ON " WS-PF-PRODUCER
                       ", WHICH IS NOT GOING TO RUN"
                       DELIMITED BY SIZE INTO PREFLIGHT-REC
               WHEN OTHER
                   STRING FUNCTION TRIM(WS-PROBE-NAME)
                       " NOT THERE YET - PRODUCED UPSTREAM BY "
                       WS-PF-PRODUCER
                       DELIMITED BY SIZE INTO PREFLIGHT-REC
           END-EVALUATE.
           PERFORM 3380-WRITE-STEP-DETAIL.

      *----------------------------------------------------------*
      *    3455-PREFLIGHT-OPTIONAL-FILE - A MISSING 'Q' FILE LEAVES *
      *    THE VERDICT ALONE.  IT IS A WARNING ONLY WHEN A PRODUCER  *
      *    EXISTS BUT WILL NOT HAVE MADE IT BY THE TIME THE STEP     *
      *    RUNS, SINCE THE STEP WOULD THEN RUN SHORT OF ITS DATA.    *
      *----------------------------------------------------------*
       3455-PREFLIGHT-OPTIONAL-FILE.
           MOVE SPACES TO PREFLIGHT-REC.
           EVALUATE TRUE
               WHEN WS-PF-PRODUCER = SPACES
                   STRING "NOTE   " FUNCTION TRIM(WS-PROBE-NAME)
                       " NOT THERE - STEP RUNS WITHOUT IT"
                       DELIMITED BY SIZE INTO PREFLIGHT-REC
               WHEN WS-PF-PRODUCER-IDX >= WS-JOB-IDX
                   ADD 1 TO WS-PF-WARN-COUNT
                   STRING "WARN   " FUNCTION TRIM(WS-PROBE-NAME)
                       " NOT THERE - ONLY " WS-PF-PRODUCER
                       " LATER MAKES IT"
                       DELIMITED BY SIZE INTO PREFLIGHT-REC
               WHEN WS-PF-VERDICT(WS-PF-PRODUCER-IDX) = 'X'
                       OR WS-PF-VERDICT(WS-PF-PRODUCER-IDX) = 'H'
                   ADD 1 TO WS-PF-WARN-COUNT
                   STRING "WARN   " FUNCTION TRIM(WS-PROBE-NAME)
                       " WAITS ON " WS-PF-PRODUCER
                       ", WHICH IS NOT GOING TO RUN"
                       DELIMITED BY SIZE INTO PREFLIGHT-REC
               WHEN OTHER
                   STRING FUNCTION TRIM(WS-PROBE-NAME)
                       " NOT THERE YET - PRODUCED UPSTREAM BY "
                       WS-PF-PRODUCER
                       DELIMITED BY SIZE INTO PREFLIGHT-REC
           END-EVALUATE.
           PERFORM 3380-WRITE-STEP-DETAIL.

      *----------------------------------------------------------*
      *    3460-FIND-PRODUCER - THE EARLIEST STEP TONIGHT WITH AN   *
      *    'O' ROW FOR THE SAME PATH; A PRODUCER THAT IS NOT         *
      *    RUNNING TONIGHT DOES NOT COUNT.  WHEN ONLY A LATER STEP   *
      *    MAKES THE FILE, THAT STEP IS RETURNED SO THE REPORT CAN   *
      *    SAY SO.                                                   *
      *----------------------------------------------------------*
       3460-FIND-PRODUCER.
           MOVE SPACES TO WS-PF-PRODUCER.
           MOVE 0 TO WS-PF-PRODUCER-IDX.
           PERFORM VARYING WS-MF-SCAN FROM 1 BY 1
                   UNTIL WS-MF-SCAN > WS-MF-COUNT
               IF WS-MF-KIND(WS-MF-SCAN) = 'O'
                       AND WS-MF-PATH(WS-MF-SCAN) = WS-PROBE-NAME
                   MOVE WS-MF-STEP(WS-MF-SCAN) TO WS-PRED-NAME
                   PERFORM 3470-PLACE-PRODUCER
               END-IF
           END-PERFORM.

      *----------------------------------------------------------*
      *    3470-PLACE-PRODUCER - KEEP WS-PRED-NAME WHEN IT RUNS     *
      *    TONIGHT AND IS EARLIER THAN THE PRODUCER HELD SO FAR      *
      *----------------------------------------------------------*
       3470-PLACE-PRODUCER.
           MOVE 0 TO WS-PF-FOUND-IDX.
           PERFORM VARYING WS-PRED-SCAN FROM 1 BY 1
                   UNTIL WS-PRED-SCAN > WS-JOB-COUNT
                   OR WS-PF-FOUND-IDX > 0
               IF WS-JOB-NAME(WS-PRED-SCAN) = WS-PRED-NAME
                   MOVE WS-PRED-SCAN TO WS-PF-FOUND-IDX
               END-IF
           END-PERFORM.
           IF WS-PF-FOUND-IDX = 0
               EXIT PARAGRAPH
           END-IF.
           IF WS-PF-FOUND-IDX < WS-JOB-IDX
                   AND WS-PF-VERDICT(WS-PF-FOUND-IDX) = 'K'
               EXIT PARAGRAPH
           END-IF.
           IF WS-PF-PRODUCER-IDX = 0
                   OR WS-PF-FOUND-IDX < WS-PF-PRODUCER-IDX
               MOVE WS-PF-FOUND-IDX TO WS-PF-PRODUCER-IDX
               MOVE WS-PRED-NAME TO WS-PF-PRODUCER
           END-IF.
