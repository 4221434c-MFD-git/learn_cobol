       DATA DIVISION.
       FILE SECTION.

      *    WIDE ENOUGH FOR THE PORTAL EXTRACT'S ONE-LINE JSON
      *    OBJECTS; SHORTER FILES COPY THROUGH UNCHANGED.
       FD SOURCE-FILE.
       01 SOURCE-REC PIC X(8000).

       FD TARGET-FILE.
       01 TARGET-REC PIC X(8000).

       FD MANIFEST-FILE.
       01 MANIFEST-REC PIC X(200).

       WORKING-STORAGE SECTION.
       01 WS-SOURCE-STATUS PIC XX.
               './result/reg-extract.txt'.
           05 FILLER PIC X(20) VALUE 'reg-extract'.
           05 FILLER PIC X(4) VALUE 'txt'.
           05 FILLER PIC X(40) VALUE
               './result/ddebit-request.txt'.
           05 FILLER PIC X(20) VALUE 'ddebit-request'.
           05 FILLER PIC X(4) VALUE 'txt'.
           05 FILLER PIC X(40) VALUE
               './result/refund-cheques.txt'.
           05 FILLER PIC X(20) VALUE 'refund-cheques'.
           05 FILLER PIC X(4) VALUE 'txt'.
           05 FILLER PIC X(40) VALUE
               './result/portal-summary.json'.
           05 FILLER PIC X(20) VALUE 'portal-summary'.
           05 FILLER PIC X(4) VALUE 'json'.
           05 FILLER PIC X(40) VALUE
               './result/print-vendor.txt'.
           05 FILLER PIC X(20) VALUE 'print-vendor'.
           05 FILLER PIC X(4) VALUE 'txt'.
           05 FILLER PIC X(40) VALUE
               './result/print-job-ticket.txt'.
           05 FILLER PIC X(20) VALUE 'print-job-ticket'.
           05 FILLER PIC X(4) VALUE 'txt'.
       01 WS-DIST-ENTRIES REDEFINES WS-DIST-TABLE.
           05 WS-DIST-ENTRY OCCURS 10 TIMES.
               10 WS-DIST-SOURCE PIC X(40).
               10 WS-DIST-BASE PIC X(20).
               10 WS-DIST-EXT PIC X(4).
       01 WS-TRAILER-PRESENT PIC X.
           88 TRAILER-ON-FILE VALUE 'Y'.
       01 WS-COPIED-COUNT PIC 9(2) VALUE 0.

      *----------------------------------------------------------*
      *    EVERY DELIVERED COPY IS FINGERPRINTED AS IT SITS IN      *
      *    ./outbound/, SO THE MANIFEST IS OUR PROOF OF EXACTLY      *
      *    WHAT THE PARTNER WAS GIVEN                                *
      *----------------------------------------------------------*
           COPY "fprintreq".
       01 WS-MISSING-COUNT PIC 9(2) VALUE 0.

       PROCEDURE DIVISION.
           WRITE MANIFEST-REC.

           PERFORM VARYING WS-DIST-IDX FROM 1 BY 1
                   UNTIL WS-DIST-IDX > 10
               PERFORM 0100-DISTRIBUTE-ONE-FILE
           END-PERFORM.

      *----------------------------------------------------------*
      *    0100-DISTRIBUTE-ONE-FILE - COPY ONE OUTBOUND FILE TO     *
      *    ITS DATED NAME, COUNTING RECORDS AND SPOTTING THE         *
      *    ROW-COUNT TRAILER TASK01 APPENDS (OR THE PORTAL           *
      *    EXTRACT'S CLOSING CONTROL OBJECT), THEN WRITE ITS         *
      *    MANIFEST LINE WITH THE COPY'S FINGERPRINT                 *
      *----------------------------------------------------------*
       0100-DISTRIBUTE-ONE-FILE.
           MOVE WS-DIST-SOURCE(WS-DIST-IDX) TO WS-SOURCE-NAME.
                           WRITE TARGET-REC
                           IF SOURCE-REC(1:7) = "TRAILER"
                                   OR SOURCE-REC(1:3) = "TRL"
                                   OR SOURCE-REC(1:11) = '{"control":'
                               SET TRAILER-ON-FILE TO TRUE
                               ADD 1 TO WS-TRAILER-COUNT
                           ELSE
               CLOSE SOURCE-FILE
               CLOSE TARGET-FILE
               ADD 1 TO WS-COPIED-COUNT
               SET FPR-FINGERPRINT TO TRUE
               MOVE WS-TARGET-NAME TO FPR-FILE-NAME
               CALL 'SUB-FPRINT' USING FPR-REQUEST

               MOVE SPACES TO MANIFEST-REC
               IF TRAILER-ON-FILE
                   STRING "FILE " WS-TARGET-NAME
                       " RECORDS=" WS-RECORD-COUNT
                       " TRAILERS=" WS-TRAILER-COUNT
                       " LINES=" FPR-RECORDS
                       " BYTES=" FPR-BYTES
                       " HASH=" FPR-HASH
                       DELIMITED BY SIZE INTO MANIFEST-REC
               ELSE
                   STRING "FILE " WS-TARGET-NAME
                       " RECORDS=" WS-RECORD-COUNT
                       " TRAILERS=NONE"
                       " LINES=" FPR-RECORDS
                       " BYTES=" FPR-BYTES
                       " HASH=" FPR-HASH
                       DELIMITED BY SIZE INTO MANIFEST-REC
               END-IF
               WRITE MANIFEST-REC
