       IDENTIFICATION DIVISION.
       PROGRAM-ID. SHIFTRPT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *----------------------------------------------------------*
      *    PARM-FILE - WHICH PART OF THE LOG TO LIST: FROM DATE,    *
      *    TO DATE (BOTH CCYYMMDD, INCLUSIVE) AND A CATEGORY.  A     *
      *    BLANK FIELD, OR NO PARAMETER FILE, MEANS NO LIMIT.        *
      *----------------------------------------------------------*
           SELECT PARM-FILE ASSIGN TO './shiftrpt_param.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT SHIFT-LOG ASSIGN TO './file/shift-log.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SHIFT-LOG-STATUS.

           SELECT SHIFT-REPORT
               ASSIGN TO './result/shift-log-report.txt'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD PARM-FILE.
       01 PARM-REC.
           05 SHRP-FROM-DATE PIC X(8).
           05 SHRP-TO-DATE PIC X(8).
           05 SHRP-CATEGORY PIC X(8).

       FD SHIFT-LOG.
           COPY "shiftlogrec".

       FD SHIFT-REPORT.
       01 REPORT-REC PIC X(120).

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------*
      *    OPERATOR SHIFT LOG LISTING - THE ENTRIES INPUT-DEMO      *
      *    RECORDED, FOR A DATE RANGE AND/OR ONE CATEGORY, IN THE    *
      *    ORDER THEY WERE LOGGED, WITH A COUNT PER CATEGORY AT THE  *
      *    FOOT SO A BAD NIGHT SHOWS AT A GLANCE                     *
      *----------------------------------------------------------*
       01 WS-PARM-STATUS PIC XX.
           88 PARM-FILE-OK VALUE '00'.
       01 WS-SHIFT-LOG-STATUS PIC XX.
           88 SHIFT-LOG-OK VALUE '00'.
       01 WS-EOF PIC X VALUE 'N'.

       01 WS-FROM-DATE PIC X(8) VALUE SPACES.
       01 WS-TO-DATE PIC X(8) VALUE SPACES.
       01 WS-CATEGORY PIC X(8) VALUE SPACES.
       01 WS-FROM-SHOWN PIC X(8).
       01 WS-TO-SHOWN PIC X(8).
       01 WS-CATEGORY-SHOWN PIC X(8).

       01 WS-READ-COUNT PIC 9(6) VALUE 0.
       01 WS-LISTED-COUNT PIC 9(6) VALUE 0.
       01 WS-INCIDENT-COUNT PIC 9(6) VALUE 0.
       01 WS-HANDOFF-COUNT PIC 9(6) VALUE 0.
       01 WS-VENDOR-COUNT PIC 9(6) VALUE 0.
       01 WS-RERUN-COUNT PIC 9(6) VALUE 0.
       01 WS-OTHER-COUNT PIC 9(6) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           PERFORM 0100-LOAD-PARAMETERS.

           OPEN OUTPUT SHIFT-REPORT.
           MOVE SPACES TO REPORT-REC.
           STRING "OPERATOR SHIFT LOG FROM " WS-FROM-SHOWN
               " TO " WS-TO-SHOWN
               " CATEGORY " WS-CATEGORY-SHOWN
               DELIMITED BY SIZE INTO REPORT-REC.
           WRITE REPORT-REC.
           MOVE SPACES TO REPORT-REC.
           WRITE REPORT-REC.
           MOVE "DATE     TIME OPERATOR CATEGORY STEP     RUN ID   TEXT"
               TO REPORT-REC.
           WRITE REPORT-REC.

           PERFORM 0200-LIST-ENTRIES.
           PERFORM 0300-WRITE-TOTALS.
           CLOSE SHIFT-REPORT.

           DISPLAY "SHIFTRPT entries read: " WS-READ-COUNT.
           DISPLAY "SHIFTRPT entries listed: " WS-LISTED-COUNT.

           MOVE 0 TO RETURN-CODE.
           GOBACK.

      *----------------------------------------------------------*
      *    0100-LOAD-PARAMETERS - THE DATE RANGE AND CATEGORY, EACH *
      *    LEFT OPEN WHEN NOT SUPPLIED                               *
      *----------------------------------------------------------*
       0100-LOAD-PARAMETERS.
           OPEN INPUT PARM-FILE.
           IF PARM-FILE-OK
               READ PARM-FILE
                   NOT AT END
                       MOVE SHRP-FROM-DATE TO WS-FROM-DATE
                       MOVE SHRP-TO-DATE TO WS-TO-DATE
                       MOVE SHRP-CATEGORY TO WS-CATEGORY
               END-READ
               CLOSE PARM-FILE
           END-IF.

           MOVE WS-FROM-DATE TO WS-FROM-SHOWN.
           IF WS-FROM-DATE = SPACES
               MOVE "START" TO WS-FROM-SHOWN
           END-IF.
           MOVE WS-TO-DATE TO WS-TO-SHOWN.
           IF WS-TO-DATE = SPACES
               MOVE "END" TO WS-TO-SHOWN
           END-IF.
           MOVE WS-CATEGORY TO WS-CATEGORY-SHOWN.
           IF WS-CATEGORY = SPACES
               MOVE "ALL" TO WS-CATEGORY-SHOWN
           END-IF.

      *----------------------------------------------------------*
      *    0200-LIST-ENTRIES - EVERY ENTRY INSIDE THE RANGE AND OF  *
      *    THE CATEGORY ASKED FOR, ONE LINE EACH                     *
      *----------------------------------------------------------*
       0200-LIST-ENTRIES.
           OPEN INPUT SHIFT-LOG.
           IF NOT SHIFT-LOG-OK
               DISPLAY "SHIFTRPT - no shift log on file"
               EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL WS-EOF = 'Y'
               READ SHIFT-LOG
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-READ-COUNT
                       PERFORM 0250-LIST-ONE-ENTRY
               END-READ
           END-PERFORM.
           CLOSE SHIFT-LOG.

      *----------------------------------------------------------*
      *    0250-LIST-ONE-ENTRY - APPLY THE LIMITS, THEN THE LINE    *
      *    AND ITS CATEGORY COUNT                                    *
      *----------------------------------------------------------*
       0250-LIST-ONE-ENTRY.
           IF WS-FROM-DATE NOT = SPACES
                   AND SHL-TIMESTAMP(1:8) < WS-FROM-DATE
               EXIT PARAGRAPH
           END-IF.
           IF WS-TO-DATE NOT = SPACES
                   AND SHL-TIMESTAMP(1:8) > WS-TO-DATE
               EXIT PARAGRAPH
           END-IF.
           IF WS-CATEGORY NOT = SPACES
                   AND SHL-CATEGORY NOT = WS-CATEGORY
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WS-LISTED-COUNT.
           EVALUATE TRUE
               WHEN SHL-INCIDENT
                   ADD 1 TO WS-INCIDENT-COUNT
               WHEN SHL-HANDOFF
                   ADD 1 TO WS-HANDOFF-COUNT
               WHEN SHL-VENDOR-CALL
                   ADD 1 TO WS-VENDOR-COUNT
               WHEN SHL-RERUN
                   ADD 1 TO WS-RERUN-COUNT
               WHEN OTHER
                   ADD 1 TO WS-OTHER-COUNT
           END-EVALUATE.

           MOVE SPACES TO REPORT-REC.
           STRING SHL-TIMESTAMP(1:8) " " SHL-TIMESTAMP(9:4) " "
               SHL-OPERATOR " " SHL-CATEGORY " " SHL-STEP " "
               SHL-RUN-ID " " SHL-TEXT
               DELIMITED BY SIZE INTO REPORT-REC.
           WRITE REPORT-REC.

      *----------------------------------------------------------*
      *    0300-WRITE-TOTALS - ENTRIES LISTED, BY CATEGORY          *
      *----------------------------------------------------------*
       0300-WRITE-TOTALS.
           MOVE SPACES TO REPORT-REC.
           WRITE REPORT-REC.
           MOVE SPACES TO REPORT-REC.
           STRING "ENTRIES LISTED=" WS-LISTED-COUNT
               " OF " WS-READ-COUNT " ON THE LOG"
               DELIMITED BY SIZE INTO REPORT-REC.
           WRITE REPORT-REC.
           MOVE SPACES TO REPORT-REC.
           STRING "  INCIDENT=" WS-INCIDENT-COUNT
               " HANDOFF=" WS-HANDOFF-COUNT
               " VENDOR=" WS-VENDOR-COUNT
               " RERUN=" WS-RERUN-COUNT
               " OTHER=" WS-OTHER-COUNT
               DELIMITED BY SIZE INTO REPORT-REC.
           WRITE REPORT-REC.
