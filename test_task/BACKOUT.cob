       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *----------------------------------------------------------*
      *    JOURNAL-FILE / BACKOUT-REPORT - MAINT'S JOURNAL AND ITS  *
      *    BACKOUT REPORT, UNLESS BACKOUT-PARM ASKS FOR XFERCO'S     *
      *----------------------------------------------------------*
           SELECT JOURNAL-FILE ASSIGN TO WS-JOURNAL-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.

               ACCESS MODE IS DYNAMIC
               FILE STATUS IS WS-CUST-B-STATUS.

      *----------------------------------------------------------*
      *    BALANCE-FILE / HISTORY-FILE - OPENED ONLY TO BACK OUT A  *
      *    COMPANY TRANSFER, WHICH ALSO RESTATED THE BALANCE AND     *
      *    THE OPEN ITEMS AND ADDED THE TWO TRANSFER LEGS            *
      *----------------------------------------------------------*
           SELECT BALANCE-FILE ASSIGN TO './cust-balance.txt'
               ORGANIZATION IS INDEXED
               RECORD KEY IS BAL-ID
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS WS-BALANCE-STATUS.

           SELECT HISTORY-FILE ASSIGN TO './cust-txn-history.txt'
               ORGANIZATION IS INDEXED
               RECORD KEY IS HIST-KEY
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS WS-HISTORY-STATUS.

      *----------------------------------------------------------*
      *    GL-FILE / GLHIST-FILE - A TRANSFER'S GL ROWS ARE NOT     *
      *    DELETED BUT MIRRORED: THE SAME ROW WITH BOTH SIGNS        *
      *    TURNED, ADDED TO THE EXTRACT (TRL RESTATED) AND TO THE    *
      *    GL HISTORY, SO EACH COMPANY'S CONTROL TOTAL COMES BACK    *
      *    TO WHERE IT WAS WITHOUT REWRITING A BOOKED FIGURE.        *
      *----------------------------------------------------------*
           SELECT GL-FILE ASSIGN TO './result/gl-summary.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GL-STATUS.

           SELECT GLHIST-FILE ASSIGN TO './result/gl-history.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLHIST-STATUS.

      *----------------------------------------------------------*
      *    BACKOUT-PARM - ONE-SHOT SOURCE.  'T' BACKS OUT THE LAST  *
      *    XFERCO RUN FROM RESULT/XFER-JOURNAL.TXT, REPORTING TO     *
      *    RESULT/XFER-BACKOUT.TXT.  THE FILE IS EMPTIED AS SOON AS  *
      *    IT IS READ, SO A LEFTOVER CAN NEVER TURN THE NEXT         *
      *    BACKOUT AWAY FROM MAINT'S JOURNAL.                        *
      *----------------------------------------------------------*
           SELECT BACKOUT-PARM ASSIGN TO './backout_param.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT RUNID-FILE ASSIGN TO './result/run-id.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNID-STATUS.

           SELECT BACKOUT-REPORT ASSIGN TO WS-REPORT-NAME
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
               FIELD-ID BY B-ID FIELD-EFFDATE BY B-EFFECTIVE-DATE
               FIELD-ADDR BY B-ADDR FIELD-NAME BY B-NAME.

       FD BALANCE-FILE.
       01 BAL-REC.
           COPY "balrec" REPLACING FIELD-ID BY BAL-ID
               FIELD-AMOUNT BY BAL-AMOUNT
               FIELD-TXN-COUNT BY BAL-TXN-COUNT
               FIELD-LAST-DATE BY BAL-LAST-DATE
               FIELD-CREDIT-LIMIT BY BAL-CREDIT-LIMIT.

       FD HISTORY-FILE.
       01 HIST-REC.
           COPY "posthistrec" REPLACING FIELD-KEY BY HIST-KEY
               FIELD-ID BY HIST-ID FIELD-SEQ BY HIST-SEQ
               FIELD-TYPE BY HIST-TYPE FIELD-SIGN BY HIST-SIGN
               FIELD-AMOUNT BY HIST-AMOUNT FIELD-DATE BY HIST-DATE
               FIELD-OPEN-AMOUNT BY HIST-OPEN-AMOUNT
               FIELD-OPEN-STATUS BY HIST-OPEN-STATUS
               FIELD-TXN-ID BY HIST-TXN-ID
               FIELD-REV-FLAG BY HIST-REV-FLAG
               FIELD-ACCT-DATE BY HIST-ACCT-DATE
               FIELD-DISPUTE-FLAG BY HIST-DISPUTE-FLAG
               FIELD-DISPUTE-DATE BY HIST-DISPUTE-DATE
               FIELD-DISPUTE-REASON BY HIST-DISPUTE-REASON
               FIELD-INVOICE-NO BY HIST-INVOICE-NO.

       FD GL-FILE.
           COPY "glrec".

       FD GLHIST-FILE.
           COPY "glhistrec".

       FD BACKOUT-PARM.
       01 BACKOUT-PARM-REC.
           05 PARM-SOURCE PIC X(1).

       FD RUNID-FILE.
       01 RUNID-REC.
           05 RUNID-VALUE PIC X(8).

       FD BACKOUT-REPORT.
       01 REPORT-REC PIC X(100).

           88 JOURNAL-FILE-OK VALUE '00'.
       01 WS-CUST-A-STATUS PIC XX.
       01 WS-CUST-B-STATUS PIC XX.
       01 WS-BALANCE-STATUS PIC XX.
       01 WS-HISTORY-STATUS PIC XX.
       01 WS-GL-STATUS PIC XX.
           88 GL-FILE-OK VALUE '00'.
       01 WS-GLHIST-STATUS PIC XX.
           88 GLHIST-FILE-OK VALUE '00'.
       01 WS-PARM-STATUS PIC XX.
           88 PARM-FILE-OK VALUE '00'.
       01 WS-RUNID-STATUS PIC XX.
           88 RUNID-FILE-OK VALUE '00'.
       01 WS-JOURNAL-EOF PIC X VALUE 'N'.
       01 WS-EOF PIC X VALUE 'N'.

       01 WS-SOURCE PIC X VALUE SPACE.
           88 BACKOUT-TRANSFER VALUE 'T'.
       01 WS-JOURNAL-NAME PIC X(50)
           VALUE './result/maint-journal.txt'.
       01 WS-REPORT-NAME PIC X(50)
           VALUE './result/maint-backout.txt'.
       01 WS-RUN-ID PIC X(8) VALUE SPACES.
       01 WS-TODAY PIC 9(8).

      *----------------------------------------------------------*
      *    THE WHOLE JOURNAL IS LOADED INTO WS-JRNL-TABLE SO IT     *
       01 WS-DELETED-A-COUNT PIC 9(10) VALUE 0.
       01 WS-DELETED-B-COUNT PIC 9(10) VALUE 0.
       01 WS-FAILED-COUNT PIC 9(10) VALUE 0.
       01 WS-DELETED-H-COUNT PIC 9(10) VALUE 0.
       01 WS-GL-REVERSED PIC 9(10) VALUE 0.

      *----------------------------------------------------------*
      *    GL ROWS A TRANSFER BOOKED, HELD UNTIL THE REPLAY ENDS    *
      *    AND THEN BOOKED AGAIN WITH THEIR SIGNS TURNED; THE        *
      *    EXTRACT'S EXISTING ROWS ARE KEPT AS THEY ARE              *
      *----------------------------------------------------------*
       01 WS-MIRROR-TABLE.
           05 WS-MIRROR-ROW OCCURS 50 TIMES PIC X(65).
       01 WS-MIRROR-COUNT PIC 9(2) VALUE 0.
       01 WS-MIRROR-IDX PIC 9(2).
       01 WS-GL-TABLE.
           05 WS-GL-ROW OCCURS 300 TIMES PIC X(65).
       01 WS-GL-KEPT PIC 9(3) VALUE 0.
       01 WS-GL-IDX PIC 9(3).
       01 WS-GL-ROWS PIC 9(7).
       01 WS-GL-TOTAL PIC S9(13)V99.
       01 WS-GL-SIGNED PIC S9(13)V99.
       01 WS-GL-HOME-SIGNED PIC S9(13)V99.
       01 WS-TRL-CURRENCY PIC X(3) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
           PERFORM 0050-LOAD-SOURCE.

           OPEN INPUT JOURNAL-FILE.
           IF NOT JOURNAL-FILE-OK
               DISPLAY "BACKOUT - no journal on file, nothing to "

           OPEN I-O CUST-A.
           OPEN I-O CUST-B.
           IF BACKOUT-TRANSFER
               OPEN I-O BALANCE-FILE
               OPEN I-O HISTORY-FILE
           END-IF.
           OPEN OUTPUT BACKOUT-REPORT.

           PERFORM VARYING WS-JRNL-IDX FROM WS-JRNL-COUNT BY -1
               PERFORM 0200-UNDO-ONE-CHANGE
           END-PERFORM.

           IF WS-MIRROR-COUNT > 0
               PERFORM 1000-BOOK-GL-MIRRORS
           END-IF.

           MOVE SPACES TO REPORT-REC.
           STRING "BACKOUT TOTALS RESTORED=" WS-RESTORED-COUNT
               " A-DELETED=" WS-DELETED-A-COUNT
               " FAILED=" WS-FAILED-COUNT
               DELIMITED BY SIZE INTO REPORT-REC.
           WRITE REPORT-REC.
           IF BACKOUT-TRANSFER
               MOVE SPACES TO REPORT-REC
               STRING "TRANSFER LEGS DELETED=" WS-DELETED-H-COUNT
                   " GL ROWS REVERSED=" WS-GL-REVERSED
                   DELIMITED BY SIZE INTO REPORT-REC
               WRITE REPORT-REC
               CLOSE BALANCE-FILE
               CLOSE HISTORY-FILE
           END-IF.

           CLOSE CUST-A.
           CLOSE CUST-B.
               WS-DELETED-B-COUNT.
           DISPLAY "BACKOUT journal rows that failed to replay: "
               WS-FAILED-COUNT.
           IF BACKOUT-TRANSFER
               DISPLAY "BACKOUT transfer legs removed: "
                   WS-DELETED-H-COUNT
               DISPLAY "BACKOUT GL rows reversed: " WS-GL-REVERSED
           END-IF.

           IF WS-FAILED-COUNT > 0
               MOVE 8 TO RETURN-CODE
           END-IF.
           GOBACK.

      *----------------------------------------------------------*
      *    0050-LOAD-SOURCE - READ THE ONE-SHOT SOURCE, THEN EMPTY  *
      *    THE FILE; NO FILE OR A BLANK SOURCE BACKS OUT MAINT AS    *
      *    ALWAYS                                                    *
      *----------------------------------------------------------*
       0050-LOAD-SOURCE.
           OPEN INPUT BACKOUT-PARM.
           IF PARM-FILE-OK
               READ BACKOUT-PARM
                   NOT AT END
                       MOVE PARM-SOURCE TO WS-SOURCE
               END-READ
               CLOSE BACKOUT-PARM
               OPEN OUTPUT BACKOUT-PARM
               CLOSE BACKOUT-PARM
           END-IF.
           IF BACKOUT-TRANSFER
               MOVE './result/xfer-journal.txt' TO WS-JOURNAL-NAME
               MOVE './result/xfer-backout.txt' TO WS-REPORT-NAME
               OPEN INPUT RUNID-FILE
               IF RUNID-FILE-OK
                   READ RUNID-FILE
                       NOT AT END
                           MOVE RUNID-VALUE TO WS-RUN-ID
                   END-READ
                   CLOSE RUNID-FILE
               END-IF
           END-IF.

      *----------------------------------------------------------*
      *    0100-STORE-JOURNAL-ROW - ONE JOURNAL ROW INTO THE        *
      *    REPLAY TABLE                                              *
      *----------------------------------------------------------*
      *    0200-UNDO-ONE-CHANGE - REVERSE ONE JOURNAL ROW: PUT THE  *
      *    BEFORE-IMAGE BACK FOR A REWRITE, OR DELETE A RECORD THE   *
      *    BATCH CREATED.  A TRANSFER JOURNAL ADDS THE BALANCE,      *
      *    HISTORY AND GL KINDS.                                     *
      *----------------------------------------------------------*
       0200-UNDO-ONE-CHANGE.
           EVALUATE TRUE
               WHEN JRNL-KIND = "A-BEFORE"
                   PERFORM 0300-RESTORE-A-BEFORE
               WHEN JRNL-KIND = "A-NEW"
                   PERFORM 0400-DELETE-A-NEW
               WHEN JRNL-KIND = "B-NEW"
                   PERFORM 0500-DELETE-B-NEW
      *    AFTER-IMAGES ONLY DOCUMENT WHAT THE REWRITE PUT THERE -
      *    THE A-BEFORE ROW ALREADY UNDOES IT, SO NOTHING TO REPLAY.
               WHEN JRNL-KIND = "A-AFTER"
                   CONTINUE
               WHEN JRNL-KIND = "BAL-BEF" AND BACKOUT-TRANSFER
                   PERFORM 0800-RESTORE-BALANCE
               WHEN JRNL-KIND = "H-BEFORE" AND BACKOUT-TRANSFER
                   PERFORM 0810-RESTORE-HISTORY
               WHEN JRNL-KIND = "H-NEW" AND BACKOUT-TRANSFER
                   PERFORM 0820-DELETE-HISTORY-NEW
               WHEN JRNL-KIND = "GL-NEW" AND BACKOUT-TRANSFER
                   PERFORM 0830-QUEUE-GL-MIRROR
               WHEN OTHER
                   ADD 1 TO WS-FAILED-COUNT
                   PERFORM 0600-WRITE-FAILED-LINE
      *    OVER WHATEVER THE BATCH LEFT THERE                        *
      *----------------------------------------------------------*
       0300-RESTORE-A-BEFORE.
           MOVE JRNL-IMAGE(1:78) TO A-REC.
           REWRITE A-REC
               INVALID KEY
                   ADD 1 TO WS-FAILED-COUNT
               " KIND=" JRNL-KIND
               DELIMITED BY SIZE INTO REPORT-REC.
           WRITE REPORT-REC.

      *----------------------------------------------------------*
      *    0800-RESTORE-BALANCE - PUT THE BALANCE ROW BACK AS IT    *
      *    STOOD BEFORE THE TRANSFER                                 *
      *----------------------------------------------------------*
       0800-RESTORE-BALANCE.
           MOVE JRNL-IMAGE(1:40) TO BAL-REC.
           REWRITE BAL-REC
               INVALID KEY
                   ADD 1 TO WS-FAILED-COUNT
                   PERFORM 0600-WRITE-FAILED-LINE
               NOT INVALID KEY
                   ADD 1 TO WS-RESTORED-COUNT
                   PERFORM 0700-WRITE-UNDONE-LINE
           END-REWRITE.

      *----------------------------------------------------------*
      *    0810-RESTORE-HISTORY - AN OPEN ITEM BACK TO ITS AMOUNT   *
      *    BEFORE CONVERSION.  THE IMAGE HOLDS THE FIRST 78 BYTES;   *
      *    THE REST OF THE ROW IS LEFT AS IT IS ON FILE.             *
      *----------------------------------------------------------*
       0810-RESTORE-HISTORY.
           MOVE JRNL-IMAGE(1:12) TO HIST-KEY.
           READ HISTORY-FILE
               INVALID KEY
                   ADD 1 TO WS-FAILED-COUNT
                   PERFORM 0600-WRITE-FAILED-LINE
                   EXIT PARAGRAPH
           END-READ.
           MOVE JRNL-IMAGE(1:78) TO HIST-REC(1:78).
           REWRITE HIST-REC
               INVALID KEY
                   ADD 1 TO WS-FAILED-COUNT
                   PERFORM 0600-WRITE-FAILED-LINE
               NOT INVALID KEY
                   ADD 1 TO WS-RESTORED-COUNT
                   PERFORM 0700-WRITE-UNDONE-LINE
           END-REWRITE.

      *----------------------------------------------------------*
      *    0820-DELETE-HISTORY-NEW - REMOVE A TRANSFER LEG          *
      *----------------------------------------------------------*
       0820-DELETE-HISTORY-NEW.
           MOVE JRNL-IMAGE(1:12) TO HIST-KEY.
           DELETE HISTORY-FILE RECORD
               INVALID KEY
                   ADD 1 TO WS-FAILED-COUNT
                   PERFORM 0600-WRITE-FAILED-LINE
               NOT INVALID KEY
                   ADD 1 TO WS-DELETED-H-COUNT
                   PERFORM 0700-WRITE-UNDONE-LINE
           END-DELETE.

      *----------------------------------------------------------*
      *    0830-QUEUE-GL-MIRROR - THE BOOKED ROW WITH BOTH SIGNS    *
      *    TURNED, DATED TODAY, FOR 1000-BOOK-GL-MIRRORS             *
      *----------------------------------------------------------*
       0830-QUEUE-GL-MIRROR.
           IF WS-MIRROR-COUNT >= 50
               ADD 1 TO WS-FAILED-COUNT
               PERFORM 0600-WRITE-FAILED-LINE
               EXIT PARAGRAPH
           END-IF.
           MOVE JRNL-IMAGE(1:65) TO GL-DETAIL-REC.
           MOVE WS-TODAY TO GLD-DATE.
           IF GLD-SIGN = '-'
               MOVE '+' TO GLD-SIGN
           ELSE
               MOVE '-' TO GLD-SIGN
           END-IF.
           IF GLD-HOME-SIGN = '-'
               MOVE '+' TO GLD-HOME-SIGN
           ELSE
               IF GLD-HOME-SIGN = '+'
                   MOVE '-' TO GLD-HOME-SIGN
               END-IF
           END-IF.
           ADD 1 TO WS-MIRROR-COUNT.
           MOVE GL-DETAIL-REC TO WS-MIRROR-ROW(WS-MIRROR-COUNT).
           PERFORM 0700-WRITE-UNDONE-LINE.

      *----------------------------------------------------------*
      *    1000-BOOK-GL-MIRRORS - REWRITE THE EXTRACT WITH EVERY    *
      *    ROW ALREADY IN IT PLUS THE MIRRORS, RESTATE THE TRL ROW   *
      *    IN THE CURRENCY IT ALREADY CARRIED, AND KEEP THE MIRRORS  *
      *    ON THE GL HISTORY                                         *
      *----------------------------------------------------------*
       1000-BOOK-GL-MIRRORS.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT GL-FILE.
           IF GL-FILE-OK
               PERFORM UNTIL WS-EOF = 'Y'
                   READ GL-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF GLD-TAG = "GLS" AND WS-GL-KEPT < 300
                               ADD 1 TO WS-GL-KEPT
                               MOVE GL-DETAIL-REC
                                   TO WS-GL-ROW(WS-GL-KEPT)
                           END-IF
                           IF GLT-TAG = "TRL"
                               MOVE GLT-CURRENCY TO WS-TRL-CURRENCY
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GL-FILE
           END-IF.

           OPEN OUTPUT GL-FILE.
           OPEN EXTEND GLHIST-FILE.
           IF NOT GLHIST-FILE-OK
               OPEN OUTPUT GLHIST-FILE
           END-IF.
           MOVE 0 TO WS-GL-ROWS.
           MOVE 0 TO WS-GL-TOTAL.
           PERFORM VARYING WS-GL-IDX FROM 1 BY 1
                   UNTIL WS-GL-IDX > WS-GL-KEPT
               MOVE WS-GL-ROW(WS-GL-IDX) TO GL-DETAIL-REC
               PERFORM 1060-WRITE-GL-ROW
           END-PERFORM.

           PERFORM VARYING WS-MIRROR-IDX FROM 1 BY 1
                   UNTIL WS-MIRROR-IDX > WS-MIRROR-COUNT
               MOVE WS-MIRROR-ROW(WS-MIRROR-IDX) TO GL-DETAIL-REC
               PERFORM 1060-WRITE-GL-ROW
               ADD 1 TO WS-GL-REVERSED
               MOVE GLD-TAG TO GLH-TAG
               MOVE GLD-DATE TO GLH-DATE
               MOVE GLD-TYPE TO GLH-TYPE
               MOVE GLD-COUNT TO GLH-COUNT
               MOVE GLD-SIGN TO GLH-SIGN
               MOVE GLD-AMOUNT TO GLH-AMOUNT
               MOVE GLD-STATE TO GLH-STATE
               MOVE WS-RUN-ID TO GLH-RUN-ID
               MOVE WS-TODAY TO GLH-RUN-DATE
               MOVE GLD-COMPANY TO GLH-COMPANY
               WRITE GLH-RECORD
           END-PERFORM.

           MOVE "TRL" TO GLT-TAG.
           MOVE WS-GL-ROWS TO GLT-COUNT.
           IF WS-GL-TOTAL < 0
               MOVE '-' TO GLT-SIGN
               COMPUTE GLT-AMOUNT = 0 - WS-GL-TOTAL
           ELSE
               MOVE '+' TO GLT-SIGN
               MOVE WS-GL-TOTAL TO GLT-AMOUNT
           END-IF.
           MOVE WS-TRL-CURRENCY TO GLT-CURRENCY.
           WRITE GL-TRAILER-REC.
           CLOSE GL-FILE.
           CLOSE GLHIST-FILE.

      *    THE TRL NETS THE HOME-CURRENCY VALUES; A ROW WRITTEN
      *    BEFORE THE EXTRACT CARRIED THEM COUNTS AT ITS OWN AMOUNT.
       1060-WRITE-GL-ROW.
           WRITE GL-DETAIL-REC.
           ADD 1 TO WS-GL-ROWS.
           MOVE GLD-AMOUNT TO WS-GL-SIGNED.
           IF GLD-SIGN = '-'
               COMPUTE WS-GL-SIGNED = 0 - GLD-AMOUNT
           END-IF.
           IF GLD-HOME-SIGN = '+' OR GLD-HOME-SIGN = '-'
               MOVE GLD-HOME-AMOUNT TO WS-GL-HOME-SIGNED
               IF GLD-HOME-SIGN = '-'
                   COMPUTE WS-GL-HOME-SIGNED = 0 - GLD-HOME-AMOUNT
               END-IF
               ADD WS-GL-HOME-SIGNED TO WS-GL-TOTAL
           ELSE
               ADD WS-GL-SIGNED TO WS-GL-TOTAL
           END-IF.
