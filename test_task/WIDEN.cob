       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *----------------------------------------------------------*
      *    ONE-TIME CONVERSION OF CUST-BALANCE.TXT, CUST-NOTES.TXT  *
      *    AND CUST-TXN-HISTORY.TXT TO THEIR WIDENED LAYOUTS - THE   *
      *    BALANCE RECORD GAINED THE CREDIT LIMIT, THE NOTE RECORD   *
      *    THE FOLLOW-UP DATE AND CATEGORY, AND THE POSTING-HISTORY  *
      *    ROW THE ITEM-DISPUTE FIELDS AND THEN THE INVOICE NUMBER   *
      *    (HISTORY IS TAKEN FROM WHICHEVER OLDER SHAPE IT IS IN).   *
      *    EACH MASTER IS READ UNDER ITS OLD SHAPE, COPIED TO A     *
      *    DATED SEQUENTIAL SIDE FILE IN THE NEW SHAPE (NEW FIELDS  *
      *    DEFAULTED), AND REBUILT FROM THAT SIDE FILE UNDER A      *
      *    TRAILER-COUNT CHECK, THE SAME UNLOAD/RELOAD DISCIPLINE   *
      *    THE CUSTOMER MASTERS USE.                                *
      *    A MASTER THAT NO LONGER OPENS UNDER THE OLD SHAPE IS     *
      *    ALREADY CONVERTED AND IS LEFT ALONE, SO THE RUN IS SAFE  *
      *    TO REPEAT.                                               *
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-NEW-NOTE-STATUS.

           SELECT OLD-HISTORY ASSIGN TO './cust-txn-history.txt'
               ORGANIZATION IS INDEXED
               RECORD KEY IS OHIST-KEY
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-OLD-HIST-STATUS.

           SELECT MID-HISTORY ASSIGN TO './cust-txn-history.txt'
               ORGANIZATION IS INDEXED
               RECORD KEY IS MHIST-KEY
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-MID-HIST-STATUS.

           SELECT NEW-HISTORY ASSIGN TO './cust-txn-history.txt'
               ORGANIZATION IS INDEXED
               RECORD KEY IS HIST-KEY
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-NEW-HIST-STATUS.

           SELECT SIDE-FILE ASSIGN TO WS-SIDE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SIDE-STATUS.
      *----------------------------------------------------------*
      *    THE PRE-WIDENING SHAPES, KEPT HERE AND NOWHERE ELSE:     *
      *    BALANCE WITHOUT THE CREDIT LIMIT, NOTE WITHOUT THE       *
      *    FOLLOW-UP DATE AND CATEGORY, HISTORY WITHOUT THE DISPUTE  *
      *    FIELDS, AND HISTORY WITH THEM BUT WITHOUT THE INVOICE     *
      *    NUMBER                                                    *
      *----------------------------------------------------------*
       FD OLD-BALANCE.
       01 OBAL-RECORD.
       FD NEW-NOTES.
           COPY "custnoterec".

       FD OLD-HISTORY.
       01 OHIST-RECORD.
           05 OHIST-KEY.
               10 OHIST-ID PIC X(5).
               10 OHIST-SEQ PIC 9(7).
           05 OHIST-BODY PIC X(45).

       FD MID-HISTORY.
       01 MHIST-RECORD.
           05 MHIST-KEY.
               10 MHIST-ID PIC X(5).
               10 MHIST-SEQ PIC 9(7).
           05 MHIST-BODY PIC X(84).

       FD NEW-HISTORY.
       01 HIST-RECORD.
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

       FD SIDE-FILE.
       01 SIDE-REC PIC X(104).

       WORKING-STORAGE SECTION.
       01 WS-OLD-BAL-STATUS PIC XX.
           88 OLD-NOTES-MISSING VALUE '35'.
       01 WS-NEW-NOTE-STATUS PIC XX.
           88 NEW-NOTES-OK VALUE '00'.
       01 WS-OLD-HIST-STATUS PIC XX.
           88 OLD-HISTORY-OK VALUE '00'.
           88 OLD-HISTORY-MISSING VALUE '35'.
       01 WS-MID-HIST-STATUS PIC XX.
           88 MID-HISTORY-OK VALUE '00'.
       01 WS-HIST-SHAPE PIC X.
           88 HISTORY-PRE-DISPUTE VALUE 'D'.
           88 HISTORY-PRE-INVOICE VALUE 'I'.
       01 WS-NEW-HIST-STATUS PIC XX.
           88 NEW-HISTORY-OK VALUE '00'.
       01 WS-SIDE-STATUS PIC XX.
           88 SIDE-FILE-OK VALUE '00'.

           05 WSN-FOLLOWUP-DATE PIC X(8).
           05 WSN-CATEGORY PIC X(8).

       01 WS-HIST-ROW.
           COPY "posthistrec" REPLACING FIELD-KEY BY WSH-KEY
               FIELD-ID BY WSH-ID FIELD-SEQ BY WSH-SEQ
               FIELD-TYPE BY WSH-TYPE FIELD-SIGN BY WSH-SIGN
               FIELD-AMOUNT BY WSH-AMOUNT FIELD-DATE BY WSH-DATE
               FIELD-OPEN-AMOUNT BY WSH-OPEN-AMOUNT
               FIELD-OPEN-STATUS BY WSH-OPEN-STATUS
               FIELD-TXN-ID BY WSH-TXN-ID
               FIELD-REV-FLAG BY WSH-REV-FLAG
               FIELD-ACCT-DATE BY WSH-ACCT-DATE
               FIELD-DISPUTE-FLAG BY WSH-DISPUTE-FLAG
               FIELD-DISPUTE-DATE BY WSH-DISPUTE-DATE
               FIELD-DISPUTE-REASON BY WSH-DISPUTE-REASON
               FIELD-INVOICE-NO BY WSH-INVOICE-NO.

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE.

           PERFORM 0100-CONVERT-BALANCES.
           PERFORM 0200-CONVERT-NOTES.
           PERFORM 0600-CONVERT-HISTORY.

           MOVE WS-WORST-RC TO RETURN-CODE.
           GOBACK.
                   DISPLAY "WIDEN verified against trailer count "
                       WS-TRAILER-COUNT
           END-EVALUATE.

      *----------------------------------------------------------*
      *    0600-CONVERT-HISTORY - OLD-SHAPE POSTING HISTORY TO THE  *
      *    SIDE FILE WITH NO ITEM IN DISPUTE AND NO INVOICE NUMBER,  *
      *    THEN THE MASTER REBUILT.  THE ORIGINAL SHAPE IS TRIED     *
      *    FIRST, THEN THE SHAPE THAT HAD THE DISPUTE FIELDS BUT NOT *
      *    THE INVOICE NUMBER.                                       *
      *----------------------------------------------------------*
       0600-CONVERT-HISTORY.
           MOVE SPACES TO WS-SIDE-NAME.
           STRING "./result/cust-txn-history-preconv-" WS-RUN-DATE
               ".txt" DELIMITED BY SIZE INTO WS-SIDE-NAME.

           OPEN INPUT OLD-HISTORY.
           IF OLD-HISTORY-MISSING
               DISPLAY "WIDEN - no cust-txn-history.txt on disk, "
                   "nothing to convert"
               EXIT PARAGRAPH
           END-IF.
           IF OLD-HISTORY-OK
               SET HISTORY-PRE-DISPUTE TO TRUE
           ELSE
               OPEN INPUT MID-HISTORY
               IF NOT MID-HISTORY-OK
                   DISPLAY "WIDEN - cust-txn-history.txt does not "
                       "open under either old layout, status "
                       WS-MID-HIST-STATUS " - already converted, "
                       "nothing done"
                   EXIT PARAGRAPH
               END-IF
               SET HISTORY-PRE-INVOICE TO TRUE
           END-IF.

           OPEN OUTPUT SIDE-FILE.
           MOVE 0 TO WS-COPIED-COUNT.
           MOVE 'N' TO WS-SCAN-DONE.
           IF HISTORY-PRE-DISPUTE
               PERFORM UNTIL WS-SCAN-DONE = 'Y'
                   READ OLD-HISTORY
                       AT END
                           MOVE 'Y' TO WS-SCAN-DONE
                       NOT AT END
                           MOVE SPACES TO WS-HIST-ROW
                           MOVE OHIST-RECORD TO WS-HIST-ROW(1:57)
                           MOVE SPACE TO WSH-DISPUTE-FLAG
                           MOVE ZERO TO WSH-DISPUTE-DATE
                           MOVE SPACES TO WSH-DISPUTE-REASON
                           PERFORM 0620-WRITE-HISTORY-SIDE-ROW
                   END-READ
               END-PERFORM
               CLOSE OLD-HISTORY
           ELSE
               PERFORM UNTIL WS-SCAN-DONE = 'Y'
                   READ MID-HISTORY
                       AT END
                           MOVE 'Y' TO WS-SCAN-DONE
                       NOT AT END
                           MOVE SPACES TO WS-HIST-ROW
                           MOVE MHIST-RECORD TO WS-HIST-ROW(1:96)
                           PERFORM 0620-WRITE-HISTORY-SIDE-ROW
                   END-READ
               END-PERFORM
               CLOSE MID-HISTORY
           END-IF.
           PERFORM 0300-WRITE-SIDE-TRAILER.
           CLOSE SIDE-FILE.

           PERFORM 0400-PREPARE-REBUILD.
           OPEN OUTPUT NEW-HISTORY.
           OPEN INPUT SIDE-FILE.
           PERFORM UNTIL WS-SIDE-EOF = 'Y'
               READ SIDE-FILE
                   AT END
                       MOVE 'Y' TO WS-SIDE-EOF
                   NOT AT END
                       IF SIDE-REC(1:14) = "TRAILER COUNT="
                           SET TRAILER-ON-SIDE-FILE TO TRUE
                           MOVE SIDE-REC(15:10) TO WS-TRAILER-COUNT
                       ELSE
                           MOVE SIDE-REC(1:104) TO HIST-RECORD
                           PERFORM 0650-LOAD-ONE-HISTORY
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE SIDE-FILE.
           CLOSE NEW-HISTORY.

           DISPLAY "WIDEN history rows converted: " WS-LOADED-COUNT.
           PERFORM 0500-JUDGE-REBUILD.

      *----------------------------------------------------------*
      *    0620-WRITE-HISTORY-SIDE-ROW - THE STAGED ROW, WITH NO    *
      *    INVOICE NUMBER, OUT TO THE SIDE FILE                      *
      *----------------------------------------------------------*
       0620-WRITE-HISTORY-SIDE-ROW.
           MOVE ZERO TO WSH-INVOICE-NO.
           MOVE SPACES TO SIDE-REC.
           MOVE WS-HIST-ROW TO SIDE-REC(1:104).
           WRITE SIDE-REC.
           ADD 1 TO WS-COPIED-COUNT.

      *----------------------------------------------------------*
      *    0650-LOAD-ONE-HISTORY - ONE SIDE ROW INTO THE REBUILT    *
      *    POSTING HISTORY                                           *
      *----------------------------------------------------------*
       0650-LOAD-ONE-HISTORY.
           WRITE HIST-RECORD
               INVALID KEY
                   ADD 1 TO WS-DUP-COUNT
               NOT INVALID KEY
                   ADD 1 TO WS-LOADED-COUNT
           END-WRITE.
