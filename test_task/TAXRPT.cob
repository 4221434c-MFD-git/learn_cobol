       IDENTIFICATION DIVISION.
       PROGRAM-ID. TAXRPT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *----------------------------------------------------------*
      *    TAXJRNL-FILE - EVERY SALES-TAX MOVE POST HAS MADE, WITH  *
      *    ITS STATE, RATE AND ACCOUNTING DATE.  READ ONLY.          *
      *----------------------------------------------------------*
           SELECT TAXJRNL-FILE
               ASSIGN TO './result/sales-tax-journal.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TAXJRNL-STATUS.

      *----------------------------------------------------------*
      *    GLHIST-FILE - EVERY GL SUMMARY ROW POST HAS WRITTEN,     *
      *    ACROSS RUNS.  THE 'T' ROWS ARE THE LEDGER'S SALES-TAX     *
      *    FIGURE BY STATE.  READ ONLY.                              *
      *----------------------------------------------------------*
           SELECT GLHIST-FILE ASSIGN TO './result/gl-history.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLHIST-STATUS.

      *----------------------------------------------------------*
      *    PARM-FILE - OPTIONAL, ONE ROW: THE YYYYMM TO REPORT.     *
      *    ABSENT, THE REPORT IS FOR THE MONTH OF THE RUN DATE.      *
      *----------------------------------------------------------*
           SELECT PARM-FILE ASSIGN TO './taxrpt_param.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT LIABILITY-REPORT
               ASSIGN TO './result/sales-tax-liability.txt'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD TAXJRNL-FILE.
           COPY "taxjrnlrec".

       FD GLHIST-FILE.
           COPY "glhistrec".

       FD PARM-FILE.
       01 PARM-REC.
           05 PARM-MONTH PIC 9(6).

       FD LIABILITY-REPORT.
       01 REPORT-REC PIC X(100).

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------*
      *    SALES-TAX LIABILITY - FOR ONE ACCOUNTING MONTH, THE TAX  *
      *    OWED TO EACH STATE AS THE JOURNAL ADDS IT UP (ORDERS      *
      *    LESS REVERSALS), SET AGAINST THE SAME STATE'S 'T' BUCKET  *
      *    ON THE GL SUMMARY.  ANY STATE WHERE THE TWO DISAGREE IS   *
      *    FLAGGED AND THE RUN ENDS WITH A WARNING.                  *
      *----------------------------------------------------------*
       01 WS-TAXJRNL-STATUS PIC XX.
           88 TAXJRNL-FILE-OK VALUE '00'.
       01 WS-GLHIST-STATUS PIC XX.
           88 GLHIST-FILE-OK VALUE '00'.
       01 WS-PARM-STATUS PIC XX.
           88 PARM-FILE-OK VALUE '00'.
       01 WS-EOF PIC X.

       01 WS-RUN-DATE PIC 9(8).
       01 WS-REPORT-MONTH PIC 9(6).
       01 WS-ROW-MONTH PIC 9(6).

       01 WS-STATE-TABLE.
           05 WS-ST-ENTRY OCCURS 60 TIMES.
               10 WS-ST-STATE PIC X(2).
               10 WS-ST-COUNT PIC S9(7).
               10 WS-ST-TAXABLE PIC S9(11)V99.
               10 WS-ST-TAX PIC S9(11)V99.
               10 WS-ST-GL-TAX PIC S9(11)V99.
       01 WS-ST-USED PIC 9(2) VALUE 0.
       01 WS-ST-IDX PIC 9(2).
       01 WS-ST-SLOT PIC X.
           88 ST-SLOT-FOUND VALUE 'Y'.
       01 WS-LOOKUP-STATE PIC X(2).

       01 WS-SIGNED PIC S9(11)V99.
       01 WS-DIFF PIC S9(11)V99.
       01 WS-DIFF-COUNT PIC 9(2) VALUE 0.
       01 WS-JRNL-ROWS PIC 9(7) VALUE 0.
       01 WS-GL-ROWS PIC 9(7) VALUE 0.
       01 WS-TOTAL-COUNT PIC S9(7) VALUE 0.
       01 WS-TOTAL-TAXABLE PIC S9(11)V99 VALUE 0.
       01 WS-TOTAL-TAX PIC S9(11)V99 VALUE 0.
       01 WS-TOTAL-GL-TAX PIC S9(11)V99 VALUE 0.

       01 WS-TAXABLE-DISPLAY PIC -(11)9.99.
       01 WS-TAX-DISPLAY PIC -(11)9.99.
       01 WS-GL-DISPLAY PIC -(11)9.99.
       01 WS-COUNT-DISPLAY PIC -(6)9.
       01 WS-FLAG PIC X(10).

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE.
           MOVE WS-RUN-DATE(1:6) TO WS-REPORT-MONTH.
           INITIALIZE WS-STATE-TABLE.
           PERFORM 0100-LOAD-PARAMETERS.

           PERFORM 0200-SUM-JOURNAL.
           PERFORM 0300-SUM-GL-HISTORY.

           OPEN OUTPUT LIABILITY-REPORT.
           PERFORM 0400-WRITE-REPORT.
           CLOSE LIABILITY-REPORT.

           DISPLAY "TAXRPT month reported: " WS-REPORT-MONTH.
           DISPLAY "TAXRPT journal rows in month: " WS-JRNL-ROWS.
           DISPLAY "TAXRPT GL tax rows in month: " WS-GL-ROWS.
           DISPLAY "TAXRPT states out of balance: " WS-DIFF-COUNT.

           IF WS-DIFF-COUNT > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
           GOBACK.

      *----------------------------------------------------------*
      *    0100-LOAD-PARAMETERS - AN EXPLICIT MONTH, WHEN GIVEN,    *
      *    REPLACES THE RUN MONTH                                    *
      *----------------------------------------------------------*
       0100-LOAD-PARAMETERS.
           OPEN INPUT PARM-FILE.
           IF PARM-FILE-OK
               READ PARM-FILE
                   NOT AT END
                       IF PARM-MONTH NUMERIC AND PARM-MONTH > 0
                           MOVE PARM-MONTH TO WS-REPORT-MONTH
                       END-IF
               END-READ
               CLOSE PARM-FILE
           END-IF.

      *----------------------------------------------------------*
      *    0200-SUM-JOURNAL - THE MONTH'S JOURNAL ROWS BY STATE,    *
      *    BY THE ACCOUNTING DATE THEY POSTED UNDER; A MINUS ROW     *
      *    (A REVERSED ORDER) TAKES ITS TAX BACK OFF                 *
      *----------------------------------------------------------*
       0200-SUM-JOURNAL.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT TAXJRNL-FILE.
           IF NOT TAXJRNL-FILE-OK
               DISPLAY "TAXRPT - no sales-tax journal on file"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-EOF = 'Y'
               READ TAXJRNL-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       MOVE TXJ-ACCT-DATE(1:6) TO WS-ROW-MONTH
                       IF WS-ROW-MONTH = WS-REPORT-MONTH
                           ADD 1 TO WS-JRNL-ROWS
                           PERFORM 0250-ADD-JOURNAL-ROW
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE TAXJRNL-FILE.

       0250-ADD-JOURNAL-ROW.
           MOVE TXJ-STATE TO WS-LOOKUP-STATE.
           PERFORM 0500-FIND-STATE-SLOT.
           IF NOT ST-SLOT-FOUND
               EXIT PARAGRAPH
           END-IF.
           IF TXJ-SIGN = '-'
               SUBTRACT 1 FROM WS-ST-COUNT(WS-ST-IDX)
               SUBTRACT TXJ-TAXABLE FROM WS-ST-TAXABLE(WS-ST-IDX)
               SUBTRACT TXJ-TAX FROM WS-ST-TAX(WS-ST-IDX)
           ELSE
               ADD 1 TO WS-ST-COUNT(WS-ST-IDX)
               ADD TXJ-TAXABLE TO WS-ST-TAXABLE(WS-ST-IDX)
               ADD TXJ-TAX TO WS-ST-TAX(WS-ST-IDX)
           END-IF.

      *----------------------------------------------------------*
      *    0300-SUM-GL-HISTORY - THE MONTH'S 'T' GL ROWS BY STATE   *
      *----------------------------------------------------------*
       0300-SUM-GL-HISTORY.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT GLHIST-FILE.
           IF NOT GLHIST-FILE-OK
               DISPLAY "TAXRPT - no GL history on file"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-EOF = 'Y'
               READ GLHIST-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       MOVE GLH-DATE(1:6) TO WS-ROW-MONTH
                       IF GLH-TAG = "GLS" AND GLH-TYPE = 'T'
                               AND WS-ROW-MONTH = WS-REPORT-MONTH
                           ADD 1 TO WS-GL-ROWS
                           PERFORM 0350-ADD-GL-ROW
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE GLHIST-FILE.

       0350-ADD-GL-ROW.
           MOVE GLH-STATE TO WS-LOOKUP-STATE.
           PERFORM 0500-FIND-STATE-SLOT.
           IF NOT ST-SLOT-FOUND
               EXIT PARAGRAPH
           END-IF.
           MOVE GLH-AMOUNT TO WS-SIGNED.
           IF GLH-SIGN = '-'
               COMPUTE WS-SIGNED = 0 - GLH-AMOUNT
           END-IF.
           ADD WS-SIGNED TO WS-ST-GL-TAX(WS-ST-IDX).

      *----------------------------------------------------------*
      *    0400-WRITE-REPORT - ONE LINE PER STATE, JOURNAL AGAINST  *
      *    LEDGER, THEN THE MONTH'S TOTALS                           *
      *----------------------------------------------------------*
       0400-WRITE-REPORT.
           MOVE SPACES TO REPORT-REC.
           STRING "SALES TAX LIABILITY BY STATE MONTH="
               WS-REPORT-MONTH " RUN DATE=" WS-RUN-DATE
               DELIMITED BY SIZE INTO REPORT-REC.
           WRITE REPORT-REC.
           MOVE SPACES TO REPORT-REC.
           STRING "  ST   ORDERS          TAXABLE           TAX OWED"
               "          GL TAX FLAG"
               DELIMITED BY SIZE INTO REPORT-REC.
           WRITE REPORT-REC.

           PERFORM VARYING WS-ST-IDX FROM 1 BY 1
                   UNTIL WS-ST-IDX > WS-ST-USED
               PERFORM 0450-WRITE-ONE-STATE
           END-PERFORM.

           MOVE WS-TOTAL-COUNT TO WS-COUNT-DISPLAY.
           MOVE WS-TOTAL-TAXABLE TO WS-TAXABLE-DISPLAY.
           MOVE WS-TOTAL-TAX TO WS-TAX-DISPLAY.
           MOVE WS-TOTAL-GL-TAX TO WS-GL-DISPLAY.
           MOVE SPACES TO REPORT-REC.
           WRITE REPORT-REC.
           MOVE SPACES TO REPORT-REC.
           STRING "TOTAL ORDERS=" WS-COUNT-DISPLAY
               " TAXABLE=" WS-TAXABLE-DISPLAY
               DELIMITED BY SIZE INTO REPORT-REC.
           WRITE REPORT-REC.
           MOVE SPACES TO REPORT-REC.
           STRING "TOTAL TAX OWED=" WS-TAX-DISPLAY
               " GL TAX=" WS-GL-DISPLAY
               DELIMITED BY SIZE INTO REPORT-REC.
           WRITE REPORT-REC.
           MOVE SPACES TO REPORT-REC.
           STRING "STATES OUT OF BALANCE=" WS-DIFF-COUNT
               DELIMITED BY SIZE INTO REPORT-REC.
           WRITE REPORT-REC.

       0450-WRITE-ONE-STATE.
           ADD WS-ST-COUNT(WS-ST-IDX) TO WS-TOTAL-COUNT.
           ADD WS-ST-TAXABLE(WS-ST-IDX) TO WS-TOTAL-TAXABLE.
           ADD WS-ST-TAX(WS-ST-IDX) TO WS-TOTAL-TAX.
           ADD WS-ST-GL-TAX(WS-ST-IDX) TO WS-TOTAL-GL-TAX.
           COMPUTE WS-DIFF = WS-ST-TAX(WS-ST-IDX)
               - WS-ST-GL-TAX(WS-ST-IDX).
           IF WS-DIFF = 0
               MOVE SPACES TO WS-FLAG
           ELSE
               MOVE "DIFFERENCE" TO WS-FLAG
               ADD 1 TO WS-DIFF-COUNT
           END-IF.
           MOVE WS-ST-COUNT(WS-ST-IDX) TO WS-COUNT-DISPLAY.
           MOVE WS-ST-TAXABLE(WS-ST-IDX) TO WS-TAXABLE-DISPLAY.
           MOVE WS-ST-TAX(WS-ST-IDX) TO WS-TAX-DISPLAY.
           MOVE WS-ST-GL-TAX(WS-ST-IDX) TO WS-GL-DISPLAY.
           MOVE SPACES TO REPORT-REC.
           STRING "  " WS-ST-STATE(WS-ST-IDX)
               " " WS-COUNT-DISPLAY
               " " WS-TAXABLE-DISPLAY
               " " WS-TAX-DISPLAY
               " " WS-GL-DISPLAY
               " " WS-FLAG
               DELIMITED BY SIZE INTO REPORT-REC.
           WRITE REPORT-REC.

      *----------------------------------------------------------*
      *    0500-FIND-STATE-SLOT - THE STATE'S SLOT IN THE TABLE,    *
      *    OPENED ON FIRST SIGHT                                     *
      *----------------------------------------------------------*
       0500-FIND-STATE-SLOT.
           MOVE 'N' TO WS-ST-SLOT.
           PERFORM VARYING WS-ST-IDX FROM 1 BY 1
                   UNTIL WS-ST-IDX > WS-ST-USED
                   OR ST-SLOT-FOUND
               IF WS-ST-STATE(WS-ST-IDX) = WS-LOOKUP-STATE
                   SET ST-SLOT-FOUND TO TRUE
               END-IF
           END-PERFORM.
           IF ST-SLOT-FOUND
               SUBTRACT 1 FROM WS-ST-IDX
               EXIT PARAGRAPH
           END-IF.
           IF WS-ST-USED < 60
               ADD 1 TO WS-ST-USED
               MOVE WS-ST-USED TO WS-ST-IDX
               MOVE WS-LOOKUP-STATE TO WS-ST-STATE(WS-ST-USED)
               SET ST-SLOT-FOUND TO TRUE
           END-IF.
