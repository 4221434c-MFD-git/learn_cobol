       IDENTIFICATION DIVISION.
       PROGRAM-ID. FPRINT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *----------------------------------------------------------*
      *    LIST-FILE - THE FILES TO FINGERPRINT, ONE PER LINE: THE  *
      *    FILE NAME (50) AND AN OPTIONAL ACTION - 'V' ALSO VERIFY   *
      *    AGAINST THE SENDER'S .ctl FILE, 'W' ALSO WRITE A .ctl     *
      *    FILE TO SEND WITH IT, BLANK JUST REPORT THE FINGERPRINT.  *
      *----------------------------------------------------------*
           SELECT LIST-FILE ASSIGN TO './fprint_files.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LIST-STATUS.

           SELECT FPRINT-REPORT
               ASSIGN TO './result/fingerprint-report.txt'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD LIST-FILE.
       01 LIST-REC.
           05 LIST-FILE-NAME PIC X(50).
           05 LIST-ACTION PIC X(1).

       FD FPRINT-REPORT.
       01 REPORT-REC PIC X(132).

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------*
      *    ON-DEMAND FILE FINGERPRINT - WHEN A PARTNER SAYS THE     *
      *    FILE WAS SHORT, THIS IS THE INDEPENDENT RECORD COUNT,     *
      *    BYTE COUNT AND CHECK HASH OF WHAT IS ON DISK, WORKED THE  *
      *    SAME WAY SUB-FPRINT WORKS IT FOR DISTRIB AND THE FEEDS    *
      *----------------------------------------------------------*
       01 WS-LIST-STATUS PIC XX.
           88 LIST-FILE-OK VALUE '00'.
       01 WS-EOF PIC X VALUE 'N'.
       01 WS-TODAY PIC X(8).

           COPY "fprintreq".

       01 WS-FILE-COUNT PIC 9(5) VALUE 0.
       01 WS-MISSING-COUNT PIC 9(5) VALUE 0.
       01 WS-MISMATCH-COUNT PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.

           OPEN INPUT LIST-FILE.
           IF NOT LIST-FILE-OK
               DISPLAY "FPRINT - no fprint_files.txt on file, "
                   "nothing to fingerprint"
               MOVE 0 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN OUTPUT FPRINT-REPORT.
           MOVE SPACES TO REPORT-REC.
           STRING "FILE FINGERPRINTS RUN DATE=" WS-TODAY
               DELIMITED BY SIZE INTO REPORT-REC.
           WRITE REPORT-REC.

           PERFORM UNTIL WS-EOF = 'Y'
               READ LIST-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF LIST-FILE-NAME NOT = SPACES
                           PERFORM 0200-FINGERPRINT-ONE-FILE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE LIST-FILE.

           MOVE SPACES TO REPORT-REC.
           STRING "FILES=" WS-FILE-COUNT
               " MISSING=" WS-MISSING-COUNT
               " MISMATCHED=" WS-MISMATCH-COUNT
               DELIMITED BY SIZE INTO REPORT-REC.
           WRITE REPORT-REC.
           CLOSE FPRINT-REPORT.

           DISPLAY "FPRINT files fingerprinted: " WS-FILE-COUNT.
           DISPLAY "FPRINT files missing: " WS-MISSING-COUNT.
           DISPLAY "FPRINT control mismatches: " WS-MISMATCH-COUNT.

           IF WS-MISSING-COUNT > 0 OR WS-MISMATCH-COUNT > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
           GOBACK.

      *----------------------------------------------------------*
      *    0200-FINGERPRINT-ONE-FILE - THE FINGERPRINT LINE, AND    *
      *    THE CONTROL-FILE VERDICT OR WRITE WHEN ASKED FOR          *
      *----------------------------------------------------------*
       0200-FINGERPRINT-ONE-FILE.
           ADD 1 TO WS-FILE-COUNT.
           EVALUATE LIST-ACTION
               WHEN 'V'
                   SET FPR-VERIFY TO TRUE
               WHEN 'W'
                   SET FPR-WRITE-CONTROL TO TRUE
               WHEN OTHER
                   SET FPR-FINGERPRINT TO TRUE
           END-EVALUATE.
           MOVE LIST-FILE-NAME TO FPR-FILE-NAME.
           CALL 'SUB-FPRINT' USING FPR-REQUEST.

           IF NOT FPR-FILE-FOUND
               ADD 1 TO WS-MISSING-COUNT
               MOVE SPACES TO REPORT-REC
               STRING "MISSING " FPR-FILE-NAME
                   DELIMITED BY SIZE INTO REPORT-REC
               WRITE REPORT-REC
               EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO REPORT-REC.
           STRING "FILE " FPR-FILE-NAME
               " RECORDS=" FPR-RECORDS
               " BYTES=" FPR-BYTES
               " HASH=" FPR-HASH
               DELIMITED BY SIZE INTO REPORT-REC.
           WRITE REPORT-REC.

           EVALUATE TRUE
               WHEN FPR-WRITE-CONTROL
                   MOVE SPACES TO REPORT-REC
                   STRING "  CONTROL FILE WRITTEN "
                       FUNCTION TRIM(FPR-FILE-NAME) ".ctl"
                       DELIMITED BY SIZE INTO REPORT-REC
                   WRITE REPORT-REC
               WHEN FPR-VERIFY AND FPR-NO-CONTROL
                   MOVE SPACES TO REPORT-REC
                   MOVE "  NO CONTROL FILE SENT - NOT VERIFIED"
                       TO REPORT-REC
                   WRITE REPORT-REC
               WHEN FPR-VERIFY AND FPR-MATCHED
                   MOVE SPACES TO REPORT-REC
                   MOVE "  MATCHES THE SENDER'S CONTROL FILE"
                       TO REPORT-REC
                   WRITE REPORT-REC
               WHEN FPR-VERIFY
                   ADD 1 TO WS-MISMATCH-COUNT
                   MOVE SPACES TO REPORT-REC
                   STRING "  MISMATCH - SENDER SAYS RECORDS="
                       FPR-EXPECTED-RECORDS
                       " BYTES=" FPR-EXPECTED-BYTES
                       " HASH=" FPR-EXPECTED-HASH
                       DELIMITED BY SIZE INTO REPORT-REC
                   WRITE REPORT-REC
           END-EVALUATE.
