       IDENTIFICATION DIVISION.
       PROGRAM-ID. DISPREG.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *----------------------------------------------------------*
      *    HISTORY-FILE - THE POSTED-TRANSACTION DETAIL POST        *
      *    RETAINS; AN OPEN ITEM CONSOLE HAS PUT IN DISPUTE CARRIES  *
      *    HIST-DISPUTE-FLAG 'Y' WITH THE DATE AND REASON.  READ     *
      *    ONLY.                                                     *
      *----------------------------------------------------------*
           SELECT HISTORY-FILE ASSIGN TO './cust-txn-history.txt'
               ORGANIZATION IS INDEXED
               RECORD KEY IS HIST-KEY
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS WS-HISTORY-STATUS.

           SELECT REGISTER-REPORT
               ASSIGN TO './result/dispute-register.txt'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SORTED-WORK ASSIGN TO SORTED-WORK.

       DATA DIVISION.
       FILE SECTION.

      *----------------------------------------------------------*
      *    SORTED-WORK ORDERS THE REGISTER OLDEST DISPUTE FIRST,    *
      *    THEN BY CUSTOMER AND ITEM                                 *
      *----------------------------------------------------------*
       SD SORTED-WORK.
       01 SORT-REC.
           05 S-DAYS PIC 9(5).
           05 S-ID PIC X(5).
           05 S-SEQ PIC 9(7).
           05 S-DATE PIC 9(8).
           05 S-OPEN-AMOUNT PIC S9(9)V99.
           05 S-DISPUTE-DATE PIC 9(8).
           05 S-REASON PIC X(30).

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

       FD REGISTER-REPORT.
       01 REPORT-REC PIC X(100).

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------*
      *    DISPUTE REGISTER - EVERY OPEN ITEM STILL IN DISPUTE,     *
      *    OLDEST DISPUTE FIRST, WITH HOW LONG IT HAS BEEN HELD AND  *
      *    WHY.  DISPUTED ITEMS ARE NOT CHASED, AGED OR CHARGED, SO  *
      *    THIS LIST IS THE ONLY PLACE THEY COME UP FOR ATTENTION;   *
      *    THE BAND TOTALS SHOW HOW MUCH HAS SAT UNRESOLVED.         *
      *----------------------------------------------------------*
       01 WS-HISTORY-STATUS PIC XX.
           88 HISTORY-FILE-OK VALUE '00'.
       01 WS-SCAN-DONE PIC X VALUE 'N'.
       01 WS-SORT-EOF PIC X VALUE 'N'.

       01 WS-RUN-DATE PIC 9(8).
       01 WS-DAYS-HELD PIC S9(7).

       01 WS-ROWS-READ PIC 9(10) VALUE 0.
       01 WS-DISPUTE-COUNT PIC 9(7) VALUE 0.
       01 WS-DISPUTE-TOTAL PIC S9(11)V99 VALUE 0.

      *----------------------------------------------------------*
      *    AGE BANDS - DAYS SINCE THE DISPUTE WAS RAISED: 0-30,     *
      *    31-60, 61-90 AND OVER 90                                  *
      *----------------------------------------------------------*
       01 WS-BAND-TABLE.
           05 WS-BAND-ENTRY OCCURS 4 TIMES.
               10 WS-BAND-COUNT PIC 9(7).
               10 WS-BAND-AMOUNT PIC S9(11)V99.
       01 WS-BAND-IDX PIC 9(1).
       01 WS-BAND-LABELS.
           05 FILLER PIC X(12) VALUE "0-30 DAYS   ".
           05 FILLER PIC X(12) VALUE "31-60 DAYS  ".
           05 FILLER PIC X(12) VALUE "61-90 DAYS  ".
           05 FILLER PIC X(12) VALUE "OVER 90 DAYS".
       01 WS-BAND-LABEL-TABLE REDEFINES WS-BAND-LABELS.
           05 WS-BAND-LABEL OCCURS 4 TIMES PIC X(12).

       01 WS-AMOUNT-DISPLAY PIC -(9)9.99.
       01 WS-TOTAL-DISPLAY PIC -(11)9.99.
       01 WS-DAYS-DISPLAY PIC Z(4)9.

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE.
           INITIALIZE WS-BAND-TABLE.

           OPEN INPUT HISTORY-FILE.
           IF NOT HISTORY-FILE-OK
               DISPLAY "DISPREG - no posting history on file, "
                   "status " WS-HISTORY-STATUS
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN OUTPUT REGISTER-REPORT.
           MOVE SPACES TO REPORT-REC.
           STRING "OPEN DISPUTE REGISTER RUN DATE=" WS-RUN-DATE
               " (OLDEST DISPUTE FIRST)"
               DELIMITED BY SIZE INTO REPORT-REC.
           WRITE REPORT-REC.
           MOVE SPACES TO REPORT-REC.
           STRING "  CUST  ITEM    DATED        OPEN AMOUNT DISPUTED "
               "  DAYS REASON"
               DELIMITED BY SIZE INTO REPORT-REC.
           WRITE REPORT-REC.

           SORT SORTED-WORK
               ON DESCENDING KEY S-DAYS
               ON ASCENDING KEY S-ID S-SEQ
               INPUT PROCEDURE IS 0100-FEED-DISPUTES
               OUTPUT PROCEDURE IS 0200-WRITE-REGISTER.

           PERFORM 0300-WRITE-TOTALS.

           CLOSE HISTORY-FILE.
           CLOSE REGISTER-REPORT.

           DISPLAY "DISPREG history rows read: " WS-ROWS-READ.
           DISPLAY "DISPREG open disputes listed: " WS-DISPUTE-COUNT.

           MOVE 0 TO RETURN-CODE.
           GOBACK.

      *----------------------------------------------------------*
      *    0100-FEED-DISPUTES - EVERY OPEN, UNSETTLED ITEM FLAGGED  *
      *    IN DISPUTE, RELEASED WITH ITS DAYS IN DISPUTE             *
      *----------------------------------------------------------*
       0100-FEED-DISPUTES.
           MOVE LOW-VALUES TO HIST-KEY.
           START HISTORY-FILE KEY >= HIST-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-SCAN-DONE
           END-START.
           PERFORM UNTIL WS-SCAN-DONE = 'Y'
               READ HISTORY-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-SCAN-DONE
                   NOT AT END
                       ADD 1 TO WS-ROWS-READ
                       IF HIST-DISPUTE-FLAG = 'Y'
                               AND HIST-OPEN-STATUS = 'O'
                               AND HIST-OPEN-AMOUNT > 0
                           PERFORM 0150-RELEASE-ONE-DISPUTE
                       END-IF
               END-READ
           END-PERFORM.

      *----------------------------------------------------------*
      *    0150-RELEASE-ONE-DISPUTE - DAYS SINCE THE DISPUTE WAS    *
      *    RAISED; A MISSING OR BAD DISPUTE DATE COUNTS AS RAISED    *
      *    TODAY SO THE ITEM STILL APPEARS                           *
      *----------------------------------------------------------*
       0150-RELEASE-ONE-DISPUTE.
           MOVE 0 TO WS-DAYS-HELD.
           IF HIST-DISPUTE-DATE NUMERIC AND HIST-DISPUTE-DATE > 0
                   AND HIST-DISPUTE-DATE NOT > WS-RUN-DATE
               COMPUTE WS-DAYS-HELD =
                   FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
                   - FUNCTION INTEGER-OF-DATE(HIST-DISPUTE-DATE)
           END-IF.
           IF WS-DAYS-HELD > 99999
               MOVE 99999 TO WS-DAYS-HELD
           END-IF.
           MOVE WS-DAYS-HELD TO S-DAYS.
           MOVE HIST-ID TO S-ID.
           MOVE HIST-SEQ TO S-SEQ.
           MOVE HIST-DATE TO S-DATE.
           MOVE HIST-OPEN-AMOUNT TO S-OPEN-AMOUNT.
           MOVE HIST-DISPUTE-DATE TO S-DISPUTE-DATE.
           MOVE HIST-DISPUTE-REASON TO S-REASON.
           RELEASE SORT-REC.

      *----------------------------------------------------------*
      *    0200-WRITE-REGISTER - ONE LINE PER DISPUTE, ACCUMULATED  *
      *    INTO ITS AGE BAND                                         *
      *----------------------------------------------------------*
       0200-WRITE-REGISTER.
           PERFORM UNTIL WS-SORT-EOF = 'Y'
               RETURN SORTED-WORK
                   AT END
                       MOVE 'Y' TO WS-SORT-EOF
                   NOT AT END
                       PERFORM 0250-WRITE-ONE-DISPUTE
               END-RETURN
           END-PERFORM.

       0250-WRITE-ONE-DISPUTE.
           ADD 1 TO WS-DISPUTE-COUNT.
           ADD S-OPEN-AMOUNT TO WS-DISPUTE-TOTAL.
           EVALUATE TRUE
               WHEN S-DAYS NOT > 30
                   MOVE 1 TO WS-BAND-IDX
               WHEN S-DAYS NOT > 60
                   MOVE 2 TO WS-BAND-IDX
               WHEN S-DAYS NOT > 90
                   MOVE 3 TO WS-BAND-IDX
               WHEN OTHER
                   MOVE 4 TO WS-BAND-IDX
           END-EVALUATE.
           ADD 1 TO WS-BAND-COUNT(WS-BAND-IDX).
           ADD S-OPEN-AMOUNT TO WS-BAND-AMOUNT(WS-BAND-IDX).

           MOVE S-OPEN-AMOUNT TO WS-AMOUNT-DISPLAY.
           MOVE S-DAYS TO WS-DAYS-DISPLAY.
           MOVE SPACES TO REPORT-REC.
           STRING "  " S-ID " " S-SEQ " " S-DATE
               " " WS-AMOUNT-DISPLAY
               " " S-DISPUTE-DATE
               " " WS-DAYS-DISPLAY
               " " S-REASON
               DELIMITED BY SIZE INTO REPORT-REC.
           WRITE REPORT-REC.

      *----------------------------------------------------------*
      *    0300-WRITE-TOTALS - COUNT AND AMOUNT BY AGE BAND, THEN   *
      *    THE REGISTER TOTAL                                        *
      *----------------------------------------------------------*
       0300-WRITE-TOTALS.
           MOVE SPACES TO REPORT-REC.
           WRITE REPORT-REC.
           PERFORM VARYING WS-BAND-IDX FROM 1 BY 1
                   UNTIL WS-BAND-IDX > 4
               MOVE WS-BAND-AMOUNT(WS-BAND-IDX) TO WS-TOTAL-DISPLAY
               MOVE SPACES TO REPORT-REC
               STRING "IN DISPUTE " WS-BAND-LABEL(WS-BAND-IDX)
                   " ITEMS=" WS-BAND-COUNT(WS-BAND-IDX)
                   " AMOUNT=" WS-TOTAL-DISPLAY
                   DELIMITED BY SIZE INTO REPORT-REC
               WRITE REPORT-REC
           END-PERFORM.
           MOVE WS-DISPUTE-TOTAL TO WS-TOTAL-DISPLAY.
           MOVE SPACES TO REPORT-REC.
           STRING "OPEN DISPUTES=" WS-DISPUTE-COUNT
               " TOTAL IN DISPUTE=" WS-TOTAL-DISPLAY
               DELIMITED BY SIZE INTO REPORT-REC.
           WRITE REPORT-REC.
