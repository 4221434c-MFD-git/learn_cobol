               ASSIGN TO './result/rollforward-report.txt'
               ORGANIZATION IS LINE SEQUENTIAL.

      *----------------------------------------------------------*
      *    MERGE-STATE-FILE - PROGRAM C'S MERGE STATE.  MASTERS  *
      *    RESTORED AND ROLLED FORWARD INVALIDATE ANYTHING AN    *
      *    INCREMENTAL MERGE COULD BUILD ON, SO THE NEXT MERGE IS*
      *    MARKED TO RUN IN FULL                                 *
      *----------------------------------------------------------*
           SELECT MERGE-STATE-FILE
               ASSIGN TO './result/c-merge-state.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MERGE-STATE-STATUS.

       DATA DIVISION.
       FILE SECTION.

               10 JRNLA-TXN-ID PIC X(5).
               10 JRNLA-TXN-TYPE PIC X(1).
               10 JRNLA-KIND PIC X(8).
               10 JRNLA-IMAGE PIC X(78).
               10 JRNLA-OPERATOR PIC X(8).
               10 JRNLA-TIMESTAMP PIC X(14).

       FD RFW-REPORT.
       01 REPORT-REC PIC X(100).

       FD MERGE-STATE-FILE.
           COPY "mergestrec".

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------*
      *    ROLL-FORWARD RECOVERY - RESTORE THE MASTERS FROM THE     *
           88 PARM-FILE-OK VALUE '00'.
       01 WS-JRNL-ARCH-STATUS PIC XX.
           88 JRNL-ARCHIVE-OK VALUE '00'.
       01 WS-MERGE-STATE-STATUS PIC XX.
           88 MERGE-STATE-OK VALUE '00'.
       01 WS-CUST-A-STATUS PIC XX.
           88 CUST-A-OK VALUE '00'.
       01 WS-CUST-B-STATUS PIC XX.
           END-IF.

           PERFORM 0300-REPLAY-JOURNAL.
           PERFORM 0700-FLAG-FULL-MERGE-DUE.
           PERFORM 0600-VERIFY-WITH-INTEG.

           MOVE SPACES TO REPORT-REC.
      *    FRESH WHEN THE BACKUP NEVER HELD IT                       *
      *----------------------------------------------------------*
       0400-REPLAY-A-IMAGE.
           MOVE JRNLA-IMAGE(1:78) TO A-REC.
           REWRITE A-REC
               INVALID KEY
                   WRITE A-REC
               DELIMITED BY SIZE INTO REPORT-REC.
           WRITE REPORT-REC.
           MOVE 0 TO RETURN-CODE.

      *----------------------------------------------------------*
      *    0700-FLAG-FULL-MERGE-DUE - THE REPLAYED MASTERS ARE   *
      *    NOT WHAT THE LAST MERGE SAW, SO THE NEXT MERGE MUST   *
      *    REBUILD FROM THEM IN FULL                             *
      *----------------------------------------------------------*
       0700-FLAG-FULL-MERGE-DUE.
           MOVE SPACES TO MERGE-STATE-REC.
           OPEN INPUT MERGE-STATE-FILE.
           IF MERGE-STATE-OK
               READ MERGE-STATE-FILE
                   AT END
                       MOVE SPACES TO MERGE-STATE-REC
               END-READ
               CLOSE MERGE-STATE-FILE
           END-IF.
           SET MST-FULL-MERGE-DUE TO TRUE.
           MOVE "ROLLFWD" TO MST-DUE-BY.
           OPEN OUTPUT MERGE-STATE-FILE.
           WRITE MERGE-STATE-REC.
           CLOSE MERGE-STATE-FILE.
