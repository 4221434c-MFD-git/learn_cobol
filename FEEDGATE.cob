
       01 WS-FAIL-COUNT PIC 9(2) VALUE 0.

      *----------------------------------------------------------*
      *    WHEN THE PROVIDER SENDS IN01.txt.ctl ALONGSIDE THE FEED, *
      *    THE FEED'S FINGERPRINT MUST MATCH IT - A FILE CUT OFF     *
      *    MID-TRANSFER IS CAUGHT HERE EVEN IF ITS TRL SURVIVED      *
      *----------------------------------------------------------*
           COPY "fprintreq".

       01 WS-CALENDAR-STATUS PIC XX.
           88 CALENDAR-FILE-OK VALUE '00'.
       01 WS-CALENDAR-EOF PIC X.

           PERFORM 0200-CHECK-HEADER.
           PERFORM 0300-CHECK-TRAILER.
           PERFORM 0350-CHECK-FINGERPRINT.
           PERFORM 0400-CHECK-ALREADY-PROCESSED.

           IF WS-FAIL-COUNT > 0
               END-IF
           END-IF.

      *----------------------------------------------------------*
      *    0350-CHECK-FINGERPRINT - RECORD COUNT, BYTE COUNT AND    *
      *    HASH AGAINST THE PROVIDER'S CONTROL FILE WHEN ONE CAME;   *
      *    NO CONTROL FILE IS REPORTED BUT NOT FAILED                *
      *----------------------------------------------------------*
       0350-CHECK-FINGERPRINT.
           SET FPR-VERIFY TO TRUE.
           MOVE "./IN01.txt" TO FPR-FILE-NAME.
           CALL 'SUB-FPRINT' USING FPR-REQUEST.

           EVALUATE TRUE
               WHEN FPR-NO-CONTROL
                   MOVE SPACES TO REPORT-REC
                   STRING "OK   - NO CONTROL FILE SENT, FINGERPRINT "
                       "NOT VERIFIED"
                       DELIMITED BY SIZE INTO REPORT-REC
                   WRITE REPORT-REC
               WHEN FPR-MATCHED
                   MOVE SPACES TO REPORT-REC
                   STRING "OK   - FINGERPRINT MATCHES CONTROL FILE"
                       DELIMITED BY SIZE INTO REPORT-REC
                   WRITE REPORT-REC
               WHEN OTHER
                   ADD 1 TO WS-FAIL-COUNT
                   MOVE SPACES TO REPORT-REC
                   STRING "FAIL - FINGERPRINT DOES NOT MATCH THE "
                       "CONTROL FILE"
                       DELIMITED BY SIZE INTO REPORT-REC
                   WRITE REPORT-REC
                   MOVE SPACES TO REPORT-REC
                   STRING "       SENT     RECORDS="
                       FPR-EXPECTED-RECORDS
                       " BYTES=" FPR-EXPECTED-BYTES
                       " HASH=" FPR-EXPECTED-HASH
                       DELIMITED BY SIZE INTO REPORT-REC
                   WRITE REPORT-REC
           END-EVALUATE.
           MOVE SPACES TO REPORT-REC.
           STRING "       RECEIVED RECORDS=" FPR-RECORDS
               " BYTES=" FPR-BYTES " HASH=" FPR-HASH
               DELIMITED BY SIZE INTO REPORT-REC.
           WRITE REPORT-REC.

      *----------------------------------------------------------*
      *    0400-CHECK-ALREADY-PROCESSED - THE HDR DATE MUST NOT     *
      *    ALREADY BE ON THE PROCESSED LIST                          *
