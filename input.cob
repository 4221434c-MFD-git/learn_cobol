       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *----------------------------------------------------------*
      *    OUT-FILE - THE OPERATOR SHIFT LOG.  EVERY ENTRY IS A     *
      *    STRUCTURED ROW (TIMESTAMP, SIGNED-ON OPERATOR, CATEGORY,  *
      *    OPTIONAL SCHEDULER STEP AND RUN ID, FREE TEXT) SO THE     *
      *    NIGHT CAN BE SEARCHED AFTERWARD BY SHIFTRPT AND SHOWS ON  *
      *    THE MORNING HANDOVER.                                     *
      *----------------------------------------------------------*
           SELECT OUT-FILE ASSIGN TO "./file/shift-log.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OUT-STATUS.

           SELECT BATCH-FILE ASSIGN TO "./file/batch_notes.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

      *----------------------------------------------------------*
      *    JOBS-FILE - THE SCHEDULER'S STEP LIST, SO A STEP NAME     *
      *    TIED TO AN ENTRY IS ONE THE CHAIN ACTUALLY RUNS           *
      *----------------------------------------------------------*
           SELECT JOBS-FILE ASSIGN TO "./scheduler_jobs.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOBS-STATUS.

           SELECT RUNID-FILE ASSIGN TO "./result/run-id.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNID-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD OUT-FILE.
           COPY "shiftlogrec".

       FD BATCH-FILE.
       01 BATCH-LINE PIC X(50).

       FD JOBS-FILE.
       01 JOBS-REC.
           05 JOBS-NAME PIC X(8).
           05 FILLER PIC X(72).

       FD RUNID-FILE.
       01 RUNID-REC.
           05 RUNID-VALUE PIC X(8).

       WORKING-STORAGE SECTION.
       01 WS-BLANK-ENTRY PIC X VALUE 'Y'.
           88 ENTRY-IS-BLANK VALUE 'Y'.

       01 WS-OUT-STATUS PIC XX.
           88 OUT-FILE-OK VALUE '00'.
       01 WS-JOBS-STATUS PIC XX.
           88 JOBS-FILE-OK VALUE '00'.
       01 WS-RUNID-STATUS PIC XX.
           88 RUNID-FILE-OK VALUE '00'.

      *----------------------------------------------------------*
      *    THE OPERATOR IS CHALLENGED THROUGH SUB-SIGNON LIKE EVERY  *
      *    OTHER ON-LINE PROGRAM; THE ID THAT PASSES GOES ON EVERY   *
      *    ENTRY WRITTEN THIS SESSION                                *
      *----------------------------------------------------------*
           COPY "signonreq".
       01 WS-OPERATOR PIC X(8).

      *----------------------------------------------------------*
      *    THE ENTRY BEING BUILT - CATEGORY, STEP AND RUN ID ARE     *
      *    ASKED ONCE AND APPLY TO A WHOLE BATCH FILE                *
      *----------------------------------------------------------*
       01 WS-CATEGORY-CODE PIC X(1).
       01 WS-CATEGORY PIC X(8).
       01 WS-STEP PIC X(8).
       01 WS-STEP-RUN-ID PIC X(8).
       01 WS-CURRENT-RUN-ID PIC X(8) VALUE SPACES.
       01 WS-ENTRY-TEXT PIC X(50).
       01 WS-ENTRY-OK PIC X.
           88 ENTRY-DETAILS-OK VALUE 'Y'.
       01 WS-STEP-FOUND PIC X.
       01 WS-JOBS-EOF PIC X.
       01 WS-ENTRY-COUNT PIC 9(4) VALUE 0.

      *----------------------------------------------------------*
      *    EDIT MODE SUPPORT - REWRITES ONE ENTRY'S TEXT IN PLACE   *
      *    BY READING THE WHOLE LOG INTO A TABLE, REPLACING THE      *
      *    REQUESTED ENTRY'S TEXT, AND WRITING THE TABLE BACK OUT.   *
      *    ONLY THE OPERATOR WHO WROTE AN ENTRY MAY CORRECT IT; ITS  *
      *    TIMESTAMP, CATEGORY AND STEP STAY AS FIRST LOGGED.        *
      *----------------------------------------------------------*
       01 OUT-LINE-TABLE.
           05 OUT-LINE OCCURS 1000 TIMES PIC X(96).
       01 WS-OUT-LINE-COUNT PIC 9(4) VALUE 0.
       01 WS-OUT-LINE-IDX PIC 9(4).
       01 WS-EDIT-LINE-NO PIC 9(4).

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           DISPLAY "Sign on - operator ID: ".
           ACCEPT WS-OPERATOR.
           SET SGN-CHALLENGE TO TRUE.
           MOVE WS-OPERATOR TO SGN-OPERATOR.
           MOVE "INPUTDMO" TO SGN-PROGRAM.
           CALL 'SUB-SIGNON' USING SGN-REQUEST.
           IF NOT SGN-SIGNED-ON
               DISPLAY "Sign-on refused."
               STOP RUN
           END-IF.

           PERFORM 1000-LOAD-RUN-ID.

           DISPLAY "Enter mode (I=interactive, B=batch file, ".
           DISPLAY "E=edit an entry): ".
           ACCEPT WS-MODE.

           EVALUATE TRUE
                   PERFORM 2000-INTERACTIVE-MODE
           END-EVALUATE.

           SET SGN-SIGN-OFF TO TRUE.
           CALL 'SUB-SIGNON' USING SGN-REQUEST.
           STOP RUN.

      *----------------------------------------------------------*
      *    1000-LOAD-RUN-ID - THE CHAIN'S CURRENT RUN IDENTIFIER,   *
      *    OFFERED AS THE DEFAULT WHEN AN ENTRY NAMES A STEP         *
      *----------------------------------------------------------*
       1000-LOAD-RUN-ID.
           OPEN INPUT RUNID-FILE.
           IF RUNID-FILE-OK
               READ RUNID-FILE
                   NOT AT END
                       MOVE RUNID-VALUE TO WS-CURRENT-RUN-ID
               END-READ
               CLOSE RUNID-FILE
           END-IF.

      *----------------------------------------------------------*
      *    1100-ASK-ENTRY-DETAILS - CATEGORY, AND OPTIONALLY THE    *
      *    SCHEDULER STEP AND RUN THE ENTRY IS ABOUT                 *
      *----------------------------------------------------------*
       1100-ASK-ENTRY-DETAILS.
           MOVE 'N' TO WS-ENTRY-OK.
           DISPLAY "Category (I=incident, H=hand-off, "
               "V=vendor call, R=rerun): ".
           ACCEPT WS-CATEGORY-CODE.
           EVALUATE WS-CATEGORY-CODE
               WHEN 'I'
                   MOVE "INCIDENT" TO WS-CATEGORY
               WHEN 'H'
                   MOVE "HANDOFF" TO WS-CATEGORY
               WHEN 'V'
                   MOVE "VENDOR" TO WS-CATEGORY
               WHEN 'R'
                   MOVE "RERUN" TO WS-CATEGORY
               WHEN OTHER
                   DISPLAY "Unknown category - nothing recorded."
                   EXIT PARAGRAPH
           END-EVALUATE.

           MOVE SPACES TO WS-STEP.
           MOVE SPACES TO WS-STEP-RUN-ID.
           DISPLAY "Scheduler step name (blank for none): ".
           ACCEPT WS-STEP.
           IF WS-STEP NOT = SPACES
               PERFORM 1200-CHECK-STEP
               IF WS-STEP-FOUND NOT = 'Y'
                   DISPLAY "Step " WS-STEP
                       " is not on the scheduler job list - "
                       "nothing recorded."
                   EXIT PARAGRAPH
               END-IF
               DISPLAY "Run ID (blank for current run "
                   WS-CURRENT-RUN-ID "): "
               ACCEPT WS-STEP-RUN-ID
               IF WS-STEP-RUN-ID = SPACES
                   MOVE WS-CURRENT-RUN-ID TO WS-STEP-RUN-ID
               END-IF
           END-IF.
           SET ENTRY-DETAILS-OK TO TRUE.

      *----------------------------------------------------------*
      *    1200-CHECK-STEP - IS WS-STEP ON THE SCHEDULER'S LIST?    *
      *----------------------------------------------------------*
       1200-CHECK-STEP.
           MOVE 'N' TO WS-STEP-FOUND.
           MOVE 'N' TO WS-JOBS-EOF.
           OPEN INPUT JOBS-FILE.
           IF NOT JOBS-FILE-OK
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-JOBS-EOF = 'Y' OR WS-STEP-FOUND = 'Y'
               READ JOBS-FILE
                   AT END
                       MOVE 'Y' TO WS-JOBS-EOF
                   NOT AT END
                       IF JOBS-NAME = WS-STEP
                           MOVE 'Y' TO WS-STEP-FOUND
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE JOBS-FILE.

      *----------------------------------------------------------*
      *    1300-WRITE-ENTRY - ONE LOG ROW FOR WS-ENTRY-TEXT, OUT-   *
      *    FILE ALREADY OPEN                                         *
      *----------------------------------------------------------*
       1300-WRITE-ENTRY.
           MOVE FUNCTION CURRENT-DATE(1:14) TO SHL-TIMESTAMP.
           MOVE WS-OPERATOR TO SHL-OPERATOR.
           MOVE WS-CATEGORY TO SHL-CATEGORY.
           MOVE WS-STEP TO SHL-STEP.
           MOVE WS-STEP-RUN-ID TO SHL-RUN-ID.
           MOVE WS-ENTRY-TEXT TO SHL-TEXT.
           WRITE SHL-RECORD.
           ADD 1 TO WS-ENTRY-COUNT.

      *----------------------------------------------------------*
      *    2000-INTERACTIVE-MODE - ONE ENTRY FROM THE OPERATOR      *
      *----------------------------------------------------------*
       2000-INTERACTIVE-MODE.
           PERFORM 1100-ASK-ENTRY-DETAILS.
           IF NOT ENTRY-DETAILS-OK
               EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL ENTRY-IS-NOT-BLANK
               DISPLAY "Please enter a note."
               ACCEPT WS-ENTRY-TEXT
               IF FUNCTION TRIM(WS-ENTRY-TEXT) = SPACES
                   SET ENTRY-IS-BLANK TO TRUE
                   DISPLAY "Entry cannot be blank, please try again."
               ELSE
               END-IF
           END-PERFORM.

           OPEN EXTEND OUT-FILE.
           IF NOT OUT-FILE-OK
               OPEN OUTPUT OUT-FILE
           END-IF.
           PERFORM 1300-WRITE-ENTRY.
           CLOSE OUT-FILE.

           DISPLAY FUNCTION TRIM(WS-ENTRY-TEXT) " recorded.".

      *----------------------------------------------------------*
      *    3000-BATCH-MODE - STREAM A SCRATCH FILE OF NOTES INTO    *
      *    THE LOG, EVERY LINE UNDER THE ONE CATEGORY AND STEP       *
      *----------------------------------------------------------*
       3000-BATCH-MODE.
           PERFORM 1100-ASK-ENTRY-DETAILS.
           IF NOT ENTRY-DETAILS-OK
               EXIT PARAGRAPH
           END-IF.

           OPEN INPUT BATCH-FILE.

           OPEN EXTEND OUT-FILE.
                       SET BATCH-FILE-EOF TO TRUE
                   NOT AT END
                       IF FUNCTION TRIM(BATCH-LINE) NOT = SPACES
                           MOVE BATCH-LINE TO WS-ENTRY-TEXT
                           PERFORM 1300-WRITE-ENTRY
                           DISPLAY FUNCTION TRIM(WS-ENTRY-TEXT)
                               " recorded."
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE BATCH-FILE.
           CLOSE OUT-FILE.
           DISPLAY "Entries recorded: " WS-ENTRY-COUNT.

      *----------------------------------------------------------*
      *    4000-EDIT-MODE - REPLACE ONE ENTRY'S TEXT BY NUMBER,     *
      *    LEAVING EVERY OTHER ENTRY UNCHANGED                       *
      *----------------------------------------------------------*
       4000-EDIT-MODE.
           DISPLAY "Enter entry number to correct: ".
           ACCEPT WS-EDIT-LINE-NO.

           DISPLAY "Enter replacement text: ".

           PERFORM 4100-LOAD-OUT-FILE.

           IF WS-EDIT-LINE-NO < 1
                   OR WS-EDIT-LINE-NO > WS-OUT-LINE-COUNT
               DISPLAY "Entry " WS-EDIT-LINE-NO
                   " is out of range - log left unchanged."
               EXIT PARAGRAPH
           END-IF.

           MOVE OUT-LINE(WS-EDIT-LINE-NO) TO SHL-RECORD.
           IF SHL-OPERATOR NOT = WS-OPERATOR
               DISPLAY "Entry " WS-EDIT-LINE-NO " was logged by "
                   SHL-OPERATOR " - only they may correct it."
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-EDIT-TEXT TO SHL-TEXT.
           MOVE SHL-RECORD TO OUT-LINE(WS-EDIT-LINE-NO).
           PERFORM 4200-REWRITE-OUT-FILE.
           DISPLAY "Entry " WS-EDIT-LINE-NO " corrected.".

      *----------------------------------------------------------*
      *    4100-LOAD-OUT-FILE - READ EVERY EXISTING ENTRY OF THE    *
      *    SHIFT LOG INTO OUT-LINE-TABLE                             *
      *----------------------------------------------------------*
       4100-LOAD-OUT-FILE.
           MOVE 0 TO WS-OUT-LINE-COUNT.
                       NOT AT END
                           IF WS-OUT-LINE-COUNT < 1000
                               ADD 1 TO WS-OUT-LINE-COUNT
                               MOVE SHL-RECORD
                                   TO OUT-LINE(WS-OUT-LINE-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE OUT-FILE
           ELSE
               DISPLAY "No shift log on file - 0 entries to edit."
           END-IF.

      *----------------------------------------------------------*
           OPEN OUTPUT OUT-FILE.
           PERFORM VARYING WS-OUT-LINE-IDX FROM 1 BY 1
                   UNTIL WS-OUT-LINE-IDX > WS-OUT-LINE-COUNT
               MOVE OUT-LINE(WS-OUT-LINE-IDX) TO SHL-RECORD
               WRITE SHL-RECORD
           END-PERFORM.
           CLOSE OUT-FILE.
