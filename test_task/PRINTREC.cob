       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRINTREC.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *----------------------------------------------------------*
      *    JOBLOG-FILE - THE PIECES WE HANDED THE PRINT VENDOR,     *
      *    ONE ROW PER STREAM PER JOB, AS PRINTVND LOGGED THEM       *
      *----------------------------------------------------------*
           SELECT JOBLOG-FILE ASSIGN TO './result/print-jobs.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOBLOG-STATUS.

      *----------------------------------------------------------*
      *    CONFIRM-FILE - THE VENDOR'S RETURNED JOB CONFIRMATIONS:  *
      *    JOB ID AND STREAM FROM OUR JOB TICKET, PIECES RECEIVED    *
      *    AND PIECES MAILED                                         *
      *----------------------------------------------------------*
           SELECT CONFIRM-FILE
               ASSIGN TO './print_vendor_confirm.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONFIRM-STATUS.

           SELECT PARM-FILE ASSIGN TO './printrec_param.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT RECON-FILE ASSIGN TO './result/print-recon.txt'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD JOBLOG-FILE.
           COPY "printjobrec".

       FD CONFIRM-FILE.
       01 CONF-REC.
           05 CONF-JOB-ID PIC X(16).
           05 CONF-STREAM PIC X(8).
           05 CONF-RECEIVED PIC 9(7).
           05 CONF-MAILED PIC 9(7).

       FD PARM-FILE.
       01 PARM-REC.
           05 PARM-CONFIRM-DAYS PIC 9(3).
           05 PARM-LOOKBACK-DAYS PIC 9(3).

       FD RECON-FILE.
       01 RECON-REC PIC X(132).

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------*
      *    PRINT-VENDOR RECONCILIATION - EVERY STREAM OF EVERY JOB  *
      *    HANDED OFF IN THE LOOKBACK WINDOW IS MATCHED TO THE       *
      *    VENDOR'S CONFIRMATION.  PIECES RECEIVED ARE CHECKED       *
      *    AGAINST PIECES SENT, PIECES MAILED AGAINST RECEIVED, AND  *
      *    A JOB THE VENDOR HAS NOT CONFIRMED WITHIN THE ALLOWED     *
      *    DAYS IS OVERDUE.                                          *
      *----------------------------------------------------------*
       01 WS-JOBLOG-STATUS PIC XX.
           88 JOBLOG-FILE-OK VALUE '00'.
       01 WS-CONFIRM-STATUS PIC XX.
           88 CONFIRM-FILE-OK VALUE '00'.
       01 WS-PARM-STATUS PIC XX.
           88 PARM-FILE-OK VALUE '00'.
       01 WS-EOF PIC X.

       01 WS-TODAY PIC X(8).
       01 WS-TODAY-NUM PIC 9(8).
       01 WS-TODAY-DAYS PIC 9(7).
       01 WS-JOB-DATE-NUM PIC 9(8).
       01 WS-JOB-AGE PIC S9(7).
       01 WS-CONFIRM-DAYS PIC 9(3) VALUE 5.
       01 WS-LOOKBACK-DAYS PIC 9(3) VALUE 30.

      *----------------------------------------------------------*
      *    THE JOB-LOG ROWS IN THE WINDOW AND WHAT THE VENDOR SAID  *
      *    ABOUT EACH                                                *
      *----------------------------------------------------------*
       01 WS-JOB-TABLE.
           05 WS-JOB-ENTRY OCCURS 5000 TIMES.
               10 WS-JB-JOB-ID PIC X(16).
               10 WS-JB-DATE PIC X(8).
               10 WS-JB-STREAM PIC X(8).
               10 WS-JB-PIECES PIC 9(7).
               10 WS-JB-AGE PIC S9(7).
               10 WS-JB-CONFIRMED PIC X(1).
                   88 JOB-CONFIRMED VALUE 'Y'.
               10 WS-JB-RECEIVED PIC 9(7).
               10 WS-JB-MAILED PIC 9(7).
       01 WS-JOB-COUNT PIC 9(4) VALUE 0.
       01 WS-JOB-IDX PIC 9(4).
       01 WS-JOB-HIT PIC 9(4).

       01 WS-DIFF PIC 9(7).
       01 WS-RESULT PIC X(30).

       01 WS-MATCHED-COUNT PIC 9(5) VALUE 0.
       01 WS-DISCREP-COUNT PIC 9(5) VALUE 0.
       01 WS-AWAITING-COUNT PIC 9(5) VALUE 0.
       01 WS-OVERDUE-COUNT PIC 9(5) VALUE 0.
       01 WS-UNKNOWN-COUNT PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
           MOVE WS-TODAY TO WS-TODAY-NUM.
           COMPUTE WS-TODAY-DAYS =
               FUNCTION INTEGER-OF-DATE(WS-TODAY-NUM).
           PERFORM 0100-LOAD-PARAMETERS.

           OPEN OUTPUT RECON-FILE.
           MOVE SPACES TO RECON-REC.
           STRING "PRINT VENDOR RECONCILIATION DATE=" WS-TODAY
               " CONFIRMATION DUE WITHIN DAYS=" WS-CONFIRM-DAYS
               " LOOKBACK DAYS=" WS-LOOKBACK-DAYS
               DELIMITED BY SIZE INTO RECON-REC.
           WRITE RECON-REC.

           PERFORM 0200-LOAD-JOBS.
           PERFORM 0300-APPLY-CONFIRMATIONS.
           PERFORM 0400-REPORT-JOBS.

           MOVE SPACES TO RECON-REC.
           STRING "STREAMS MATCHED=" WS-MATCHED-COUNT
               " DISCREPANCIES=" WS-DISCREP-COUNT
               " AWAITING=" WS-AWAITING-COUNT
               " OVERDUE=" WS-OVERDUE-COUNT
               " UNKNOWN CONFIRMATIONS=" WS-UNKNOWN-COUNT
               DELIMITED BY SIZE INTO RECON-REC.
           WRITE RECON-REC.
           CLOSE RECON-FILE.

           DISPLAY "PRINTREC streams matched: " WS-MATCHED-COUNT.
           DISPLAY "PRINTREC discrepancies: " WS-DISCREP-COUNT.
           DISPLAY "PRINTREC overdue: " WS-OVERDUE-COUNT.
           DISPLAY "PRINTREC unknown confirmations: "
               WS-UNKNOWN-COUNT.

           IF WS-DISCREP-COUNT > 0 OR WS-OVERDUE-COUNT > 0
                   OR WS-UNKNOWN-COUNT > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
           GOBACK.

      *----------------------------------------------------------*
      *    0100-LOAD-PARAMETERS - DAYS THE VENDOR HAS TO CONFIRM A  *
      *    JOB, AND HOW FAR BACK THE REPORT LOOKS                    *
      *----------------------------------------------------------*
       0100-LOAD-PARAMETERS.
           OPEN INPUT PARM-FILE.
           IF PARM-FILE-OK
               READ PARM-FILE
                   NOT AT END
                       IF PARM-CONFIRM-DAYS NUMERIC
                           MOVE PARM-CONFIRM-DAYS TO WS-CONFIRM-DAYS
                       END-IF
                       IF PARM-LOOKBACK-DAYS NUMERIC
                               AND PARM-LOOKBACK-DAYS > 0
                           MOVE PARM-LOOKBACK-DAYS
                               TO WS-LOOKBACK-DAYS
                       END-IF
               END-READ
               CLOSE PARM-FILE
           END-IF.

      *----------------------------------------------------------*
      *    0200-LOAD-JOBS - TABLE THE JOB-LOG ROWS HANDED OFF       *
      *    WITHIN THE LOOKBACK WINDOW                                *
      *----------------------------------------------------------*
       0200-LOAD-JOBS.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT JOBLOG-FILE.
           IF NOT JOBLOG-FILE-OK
               MOVE SPACES TO RECON-REC
               MOVE "NO PRINT JOBS ON FILE" TO RECON-REC
               WRITE RECON-REC
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-EOF = 'Y'
               READ JOBLOG-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF PJOB-DATE NUMERIC
                           MOVE PJOB-DATE TO WS-JOB-DATE-NUM
                           COMPUTE WS-JOB-AGE = WS-TODAY-DAYS
                               - FUNCTION INTEGER-OF-DATE
                                   (WS-JOB-DATE-NUM)
                           IF WS-JOB-AGE <= WS-LOOKBACK-DAYS
                                   AND WS-JOB-COUNT < 5000
                               PERFORM 0210-TABLE-ONE-JOB
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE JOBLOG-FILE.

       0210-TABLE-ONE-JOB.
           ADD 1 TO WS-JOB-COUNT.
           MOVE PJOB-JOB-ID TO WS-JB-JOB-ID(WS-JOB-COUNT).
           MOVE PJOB-DATE TO WS-JB-DATE(WS-JOB-COUNT).
           MOVE PJOB-STREAM TO WS-JB-STREAM(WS-JOB-COUNT).
           MOVE PJOB-PIECES TO WS-JB-PIECES(WS-JOB-COUNT).
           MOVE WS-JOB-AGE TO WS-JB-AGE(WS-JOB-COUNT).
           MOVE 'N' TO WS-JB-CONFIRMED(WS-JOB-COUNT).
           MOVE 0 TO WS-JB-RECEIVED(WS-JOB-COUNT).
           MOVE 0 TO WS-JB-MAILED(WS-JOB-COUNT).

      *----------------------------------------------------------*
      *    0300-APPLY-CONFIRMATIONS - POST EACH CONFIRMATION TO ITS *
      *    JOB AND STREAM.  ONE FOR A JOB OLDER THAN THE WINDOW IS   *
      *    PASSED OVER; ANY OTHER THAT MATCHES NO JOB WE SENT, OR    *
      *    CANNOT BE READ, IS REPORTED AS UNKNOWN.                   *
      *----------------------------------------------------------*
       0300-APPLY-CONFIRMATIONS.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT CONFIRM-FILE.
           IF NOT CONFIRM-FILE-OK
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-EOF = 'Y'
               READ CONFIRM-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM 0310-APPLY-ONE-CONFIRMATION
               END-READ
           END-PERFORM.
           CLOSE CONFIRM-FILE.

       0310-APPLY-ONE-CONFIRMATION.
           MOVE 0 TO WS-JOB-HIT.
           PERFORM VARYING WS-JOB-IDX FROM 1 BY 1
                   UNTIL WS-JOB-IDX > WS-JOB-COUNT
               IF WS-JB-JOB-ID(WS-JOB-IDX) = CONF-JOB-ID
                       AND WS-JB-STREAM(WS-JOB-IDX) = CONF-STREAM
                   MOVE WS-JOB-IDX TO WS-JOB-HIT
                   EXIT PERFORM
               END-IF
           END-PERFORM.

           IF WS-JOB-HIT > 0
               IF CONF-RECEIVED NUMERIC AND CONF-MAILED NUMERIC
                   MOVE 'Y' TO WS-JB-CONFIRMED(WS-JOB-HIT)
                   MOVE CONF-RECEIVED TO WS-JB-RECEIVED(WS-JOB-HIT)
                   MOVE CONF-MAILED TO WS-JB-MAILED(WS-JOB-HIT)
                   EXIT PARAGRAPH
               END-IF
           ELSE
               IF CONF-JOB-ID(1:2) = "PV"
                       AND CONF-JOB-ID(3:8) NUMERIC
                   MOVE CONF-JOB-ID(3:8) TO WS-JOB-DATE-NUM
                   COMPUTE WS-JOB-AGE = WS-TODAY-DAYS
                       - FUNCTION INTEGER-OF-DATE(WS-JOB-DATE-NUM)
                   IF WS-JOB-AGE > WS-LOOKBACK-DAYS
                       EXIT PARAGRAPH
                   END-IF
               END-IF
           END-IF.

           ADD 1 TO WS-UNKNOWN-COUNT.
           MOVE SPACES TO RECON-REC.
           STRING "CONFIRMATION " CONF-JOB-ID " " CONF-STREAM
               " DOES NOT MATCH A JOB WE SENT, OR IS UNREADABLE"
               DELIMITED BY SIZE INTO RECON-REC.
           WRITE RECON-REC.

      *----------------------------------------------------------*
      *    0400-REPORT-JOBS - ONE LINE PER JOB STREAM              *
      *----------------------------------------------------------*
       0400-REPORT-JOBS.
           PERFORM VARYING WS-JOB-IDX FROM 1 BY 1
                   UNTIL WS-JOB-IDX > WS-JOB-COUNT
               PERFORM 0410-REPORT-ONE-JOB
           END-PERFORM.

       0410-REPORT-ONE-JOB.
           MOVE SPACES TO WS-RESULT.
           EVALUATE TRUE
               WHEN NOT JOB-CONFIRMED(WS-JOB-IDX)
                   IF WS-JB-AGE(WS-JOB-IDX) > WS-CONFIRM-DAYS
                       MOVE "OVERDUE - NOT CONFIRMED" TO WS-RESULT
                       ADD 1 TO WS-OVERDUE-COUNT
                   ELSE
                       MOVE "AWAITING CONFIRMATION" TO WS-RESULT
                       ADD 1 TO WS-AWAITING-COUNT
                   END-IF
               WHEN WS-JB-RECEIVED(WS-JOB-IDX)
                       < WS-JB-PIECES(WS-JOB-IDX)
                   COMPUTE WS-DIFF = WS-JB-PIECES(WS-JOB-IDX)
                       - WS-JB-RECEIVED(WS-JOB-IDX)
                   STRING "SHORT " WS-DIFF
                       DELIMITED BY SIZE INTO WS-RESULT
                   ADD 1 TO WS-DISCREP-COUNT
               WHEN WS-JB-RECEIVED(WS-JOB-IDX)
                       > WS-JB-PIECES(WS-JOB-IDX)
                   COMPUTE WS-DIFF = WS-JB-RECEIVED(WS-JOB-IDX)
                       - WS-JB-PIECES(WS-JOB-IDX)
                   STRING "OVER " WS-DIFF
                       DELIMITED BY SIZE INTO WS-RESULT
                   ADD 1 TO WS-DISCREP-COUNT
               WHEN WS-JB-MAILED(WS-JOB-IDX)
                       < WS-JB-RECEIVED(WS-JOB-IDX)
                   COMPUTE WS-DIFF = WS-JB-RECEIVED(WS-JOB-IDX)
                       - WS-JB-MAILED(WS-JOB-IDX)
                   STRING "NOT MAILED " WS-DIFF
                       DELIMITED BY SIZE INTO WS-RESULT
                   ADD 1 TO WS-DISCREP-COUNT
               WHEN OTHER
                   MOVE "MATCHED" TO WS-RESULT
                   ADD 1 TO WS-MATCHED-COUNT
           END-EVALUATE.

           MOVE SPACES TO RECON-REC.
           STRING "JOB " WS-JB-JOB-ID(WS-JOB-IDX)
               " DATE=" WS-JB-DATE(WS-JOB-IDX)
               " " WS-JB-STREAM(WS-JOB-IDX)
               " SENT=" WS-JB-PIECES(WS-JOB-IDX)
               " RECEIVED=" WS-JB-RECEIVED(WS-JOB-IDX)
               " MAILED=" WS-JB-MAILED(WS-JOB-IDX)
               " " WS-RESULT
               DELIMITED BY SIZE INTO RECON-REC.
           WRITE RECON-REC.
