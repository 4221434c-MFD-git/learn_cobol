               ASSIGN TO './result/intake-report.txt'
               ORGANIZATION IS LINE SEQUENTIAL.

      *----------------------------------------------------------*
      *    QUARANTINE-FILE - A FULL COPY OF A DROP WHOSE            *
      *    FINGERPRINT DOES NOT MATCH THE PARTNER'S CONTROL FILE,    *
      *    UNDER A DATED NAME, THE WAY FEEDGATE KEEPS A BAD IN01     *
      *----------------------------------------------------------*
           SELECT QUARANTINE-FILE ASSIGN TO WS-QUARANTINE-NAME
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD INTAKE-REPORT.
       01 REPORT-REC PIC X(100).

       FD QUARANTINE-FILE.
       01 QUARANTINE-REC PIC X(100).

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------*
      *    PARTNER-PROFILE-DRIVEN INTAKE - EVERY SENDER'S DROP IS   *
       01 WS-PART-ACCEPTED PIC 9(10).
       01 WS-PART-REJECTED PIC 9(10).
       01 WS-PARTNER-COUNT PIC 9(3) VALUE 0.
       01 WS-QUARANTINED-COUNT PIC 9(3) VALUE 0.
       01 WS-QUARANTINE-NAME PIC X(50).

      *----------------------------------------------------------*
      *    A PARTNER THAT SENDS ITS DROP WITH A .ctl CONTROL FILE   *
      *    HAS THE DROP'S FINGERPRINT CHECKED BEFORE A ROW IS TAKEN  *
      *----------------------------------------------------------*
           COPY "fprintreq".

       01 WS-ID-WORK PIC X(20).
       01 WS-DATE-RAW PIC X(8).
           STRING "PARTNERS=" WS-PARTNER-COUNT
               " ACCEPTED=" WS-TOTAL-ACCEPTED
               " REJECTED=" WS-TOTAL-REJECTED
               " QUARANTINED=" WS-QUARANTINED-COUNT
               DELIMITED BY SIZE INTO REPORT-REC.
           WRITE REPORT-REC.

               WS-PARTNER-COUNT.
           DISPLAY "INTAKE rows accepted: " WS-TOTAL-ACCEPTED.
           DISPLAY "INTAKE rows rejected: " WS-TOTAL-REJECTED.
           DISPLAY "INTAKE drops quarantined: " WS-QUARANTINED-COUNT.

           IF WS-TOTAL-REJECTED > 0 OR WS-QUARANTINED-COUNT > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
               WRITE REPORT-REC
               EXIT PARAGRAPH
           END-IF.
           CLOSE DROP-FILE.

           SET FPR-VERIFY TO TRUE.
           MOVE PRF-DROP-FILE TO FPR-FILE-NAME.
           CALL 'SUB-FPRINT' USING FPR-REQUEST.
           IF FPR-MISMATCHED
               PERFORM 0250-QUARANTINE-DROP
               EXIT PARAGRAPH
           END-IF.
           IF FPR-MATCHED
               MOVE SPACES TO REPORT-REC
               STRING "PARTNER " PRF-CODE
                   " - FINGERPRINT MATCHES CONTROL FILE, RECORDS="
                   FPR-RECORDS
                   DELIMITED BY SIZE INTO REPORT-REC
               WRITE REPORT-REC
           END-IF.

           OPEN INPUT DROP-FILE.
           PERFORM UNTIL WS-DROP-EOF = 'Y'
               READ DROP-FILE
                   AT END
               DELIMITED BY SIZE INTO REPORT-REC.
           WRITE REPORT-REC.

      *----------------------------------------------------------*
      *    0250-QUARANTINE-DROP - THE DROP DOES NOT MATCH WHAT THE  *
      *    PARTNER SAYS IT SENT: NONE OF ITS ROWS ARE TAKEN, AND A   *
      *    DATED COPY IS KEPT FOR THE PARTNER TO INSPECT             *
      *----------------------------------------------------------*
       0250-QUARANTINE-DROP.
           ADD 1 TO WS-QUARANTINED-COUNT.
           MOVE SPACES TO WS-QUARANTINE-NAME.
           STRING "./result/" FUNCTION TRIM(PRF-CODE)
               "-quarantine-" WS-TODAY
               ".txt"
               DELIMITED BY SIZE INTO WS-QUARANTINE-NAME.

           MOVE 'N' TO WS-DROP-EOF.
           OPEN INPUT DROP-FILE.
           OPEN OUTPUT QUARANTINE-FILE.
           PERFORM UNTIL WS-DROP-EOF = 'Y'
               READ DROP-FILE
                   AT END
                       MOVE 'Y' TO WS-DROP-EOF
                   NOT AT END
                       MOVE DROP-REC TO QUARANTINE-REC
                       WRITE QUARANTINE-REC
               END-READ
           END-PERFORM.
           CLOSE DROP-FILE.
           CLOSE QUARANTINE-FILE.

           MOVE SPACES TO REPORT-REC.
           STRING "PARTNER " PRF-CODE
               " - FINGERPRINT DOES NOT MATCH CONTROL FILE, "
               "DROP QUARANTINED"
               DELIMITED BY SIZE INTO REPORT-REC.
           WRITE REPORT-REC.
           MOVE SPACES TO REPORT-REC.
           STRING "    SENT     RECORDS=" FPR-EXPECTED-RECORDS
               " BYTES=" FPR-EXPECTED-BYTES
               " HASH=" FPR-EXPECTED-HASH
               DELIMITED BY SIZE INTO REPORT-REC.
           WRITE REPORT-REC.
           MOVE SPACES TO REPORT-REC.
           STRING "    RECEIVED RECORDS=" FPR-RECORDS
               " BYTES=" FPR-BYTES
               " HASH=" FPR-HASH
               DELIMITED BY SIZE INTO REPORT-REC.
           WRITE REPORT-REC.
           MOVE SPACES TO REPORT-REC.
           STRING "    COPIED TO " WS-QUARANTINE-NAME
               DELIMITED BY SIZE INTO REPORT-REC.
           WRITE REPORT-REC.

      *----------------------------------------------------------*
      *    0300-NORMALIZE-ONE-ROW - LIFT THE ID, DATE, AND PAYLOAD  *
      *    FROM WHEREVER THIS SENDER PUTS THEM INTO THE HOUSE ROW:   *
