       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRINTVND.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *----------------------------------------------------------*
      *    STREAM-FILE IS REUSED FOR EACH OF THE DAY'S PRINT        *
      *    STREAMS IN TURN - THE NAME IS SET FROM THE STREAM TABLE   *
      *    BELOW, THE SAME DYNAMIC-NAME PATTERN DISTRIB USES         *
      *----------------------------------------------------------*
           SELECT STREAM-FILE ASSIGN TO WS-STREAM-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STREAM-STATUS.

      *----------------------------------------------------------*
      *    COMMS-FILE - THE COMMUNICATIONS HISTORY, IN SENDING      *
      *    ORDER.  A LETTER PIECE CARRIES NO CUSTOMER ID OF ITS      *
      *    OWN; THE NTH PIECE OF A LETTER STREAM IS THE NTH POSTED   *
      *    CONTACT ROW ITS PROGRAM WROTE ON ITS LATEST RUN.          *
      *----------------------------------------------------------*
           SELECT COMMS-FILE ASSIGN TO './result/comms-history.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COMMS-STATUS.

           SELECT CUST-ALL ASSIGN TO './result/cust-all.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CUST-ALL-STATUS.

      *----------------------------------------------------------*
      *    RATE-FILE - THE POSTAGE RATE TABLE: ONE ROW PER WEIGHT   *
      *    TIER, BY THE MOST SHEETS THE TIER CARRIES, WITH THE       *
      *    SINGLE-PIECE RATE AND THE PRESORTED RATE                  *
      *----------------------------------------------------------*
           SELECT RATE-FILE ASSIGN TO './postage_rates.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RATE-STATUS.

           SELECT PARM-FILE ASSIGN TO './printvnd_param.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

      *----------------------------------------------------------*
      *    VENDOR-FILE - THE HAND-OFF TO THE MAIL HOUSE: EVERY      *
      *    PIECE OF THE DAY'S PRINT IN ZIP ORDER, EACH HEADED BY ITS *
      *    DOCUMENT CONTROL NUMBER AND PAGE COUNT, WITH A TRAILER    *
      *    DISTRIB RECOGNISES.  JOB-TICKET SUMMARISES IT.            *
      *----------------------------------------------------------*
           SELECT VENDOR-FILE ASSIGN TO './result/print-vendor.txt'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT TICKET-FILE
               ASSIGN TO './result/print-job-ticket.txt'
               ORGANIZATION IS LINE SEQUENTIAL.

      *----------------------------------------------------------*
      *    JOBLOG-FILE - ONE ROW PER STREAM PER JOB, APPENDED, SO   *
      *    PRINTREC CAN RECONCILE THE VENDOR'S CONFIRMATION AGAINST  *
      *    THE PIECES WE SENT                                        *
      *----------------------------------------------------------*
           SELECT JOBLOG-FILE ASSIGN TO './result/print-jobs.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOBLOG-STATUS.

           SELECT RUNID-FILE ASSIGN TO './result/run-id.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNID-STATUS.

           SELECT SORTED-WORK ASSIGN TO SORTED-WORK.

       DATA DIVISION.
       FILE SECTION.

      *----------------------------------------------------------*
      *    SORTED-WORK CARRIES EVERY PRINT LINE UNDER ITS PIECE'S   *
      *    ZIP, STREAM AND PIECE NUMBER.  THE PIECE HEADER IS LINE   *
      *    ZERO, RELEASED WHEN THE PIECE IS COMPLETE AND ITS PAGE    *
      *    COUNT KNOWN, SO IT STILL SORTS AHEAD OF ITS OWN LINES.    *
      *----------------------------------------------------------*
       SD SORTED-WORK.
       01 SORT-REC.
           05 S-ZIP PIC X(3).
           05 S-STREAM PIC 9(1).
           05 S-PIECE PIC 9(7).
           05 S-LINE-NO PIC 9(4).
           05 S-TEXT PIC X(80).
           05 S-PIECE-HEADER REDEFINES S-TEXT.
               10 S-CUST-ID PIC X(5).
               10 S-PAGES PIC 9(3).
               10 S-SHEETS PIC 9(3).
               10 S-LINES PIC 9(4).
               10 FILLER PIC X(65).

       FD STREAM-FILE.
       01 STREAM-REC PIC X(80).

       FD COMMS-FILE.
           COPY "commrec".

       FD CUST-ALL.
       01 CA-REC.
           COPY "custallrec" REPLACING FIELD-ID BY CA-ID
               FIELD-NAME BY CA-NAME
               FIELD-ADDR BY CA-ADDR
               FIELD-ADDR-STREET BY CA-ADDR-STREET
               FIELD-ADDR-CITY BY CA-ADDR-CITY
               FIELD-ADDR-STATE BY CA-ADDR-STATE
               FIELD-ADDR-ZIP BY CA-ADDR-ZIP
               FIELD-COMPANY BY CA-COMPANY
               FIELD-STATUS BY CA-STATUS.

       FD RATE-FILE.
       01 RATE-REC.
           05 RATE-MAX-SHEETS PIC 9(3).
           05 RATE-SINGLE PIC 9(3)V99.
           05 RATE-PRESORT PIC 9(3)V99.

       FD PARM-FILE.
       01 PARM-REC.
           05 PARM-LINES-PER-PAGE PIC 9(3).
           05 PARM-DUPLEX PIC X(1).
           05 PARM-PRESORT-MIN PIC 9(4).

       FD VENDOR-FILE.
       01 VND-REC PIC X(100).
       01 VND-PIECE-REC.
           05 VND-P-TYPE PIC X(3).
           05 VND-P-DCN PIC X(16).
           05 VND-P-STREAM PIC X(8).
           05 VND-P-ZIP PIC X(3).
           05 VND-P-CUST-ID PIC X(5).
           05 VND-P-PAGES PIC 9(3).
           05 VND-P-SHEETS PIC 9(3).
           05 VND-P-RATE-CLASS PIC X(1).
           05 VND-P-POSTAGE PIC 9(3)V99.
           05 FILLER PIC X(53).
       01 VND-LINE-REC.
           05 VND-L-TYPE PIC X(3).
           05 VND-L-DCN PIC X(16).
           05 VND-L-TEXT PIC X(80).
           05 FILLER PIC X(1).

       FD TICKET-FILE.
       01 TICKET-REC PIC X(100).

       FD JOBLOG-FILE.
           COPY "printjobrec".

       FD RUNID-FILE.
       01 RUNID-REC.
           05 RUNID-VALUE PIC X(8).

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------*
      *    PRINT-VENDOR HAND-OFF - THE DAY'S PRINT STREAMS ARE      *
      *    COLLECTED INTO ONE ZIP-PRESORTED FILE FOR THE MAIL        *
      *    HOUSE, EACH PIECE GIVEN A DOCUMENT CONTROL NUMBER AND     *
      *    PAGE COUNT, WITH A JOB TICKET CARRYING THE PIECE AND      *
      *    SHEET COUNTS AND A POSTAGE ESTIMATE.                      *
      *----------------------------------------------------------*
       01 WS-STREAM-STATUS PIC XX.
           88 STREAM-FILE-OK VALUE '00'.
       01 WS-COMMS-STATUS PIC XX.
           88 COMMS-FILE-OK VALUE '00'.
       01 WS-CUST-ALL-STATUS PIC XX.
           88 CUST-ALL-OK VALUE '00'.
       01 WS-RATE-STATUS PIC XX.
           88 RATE-FILE-OK VALUE '00'.
       01 WS-PARM-STATUS PIC XX.
           88 PARM-FILE-OK VALUE '00'.
       01 WS-JOBLOG-STATUS PIC XX.
           88 JOBLOG-FILE-OK VALUE '00'.
       01 WS-RUNID-STATUS PIC XX.
           88 RUNID-FILE-OK VALUE '00'.
       01 WS-EOF PIC X.
       01 WS-SORT-EOF PIC X VALUE 'N'.

       01 WS-STREAM-NAME PIC X(50).
       01 WS-TODAY PIC X(8).
       01 WS-RUN-ID PIC X(8) VALUE SPACES.
       01 WS-JOB-ID PIC X(16).

       01 WS-LINES-PER-PAGE PIC 9(3) VALUE 60.
       01 WS-DUPLEX PIC X(1) VALUE 'N'.
           88 PRINT-DUPLEX VALUE 'Y'.
       01 WS-PRESORT-MIN PIC 9(4) VALUE 150.

      *----------------------------------------------------------*
      *    THE PRINT STREAMS - WHO WRITES THEM, WHERE, AND HOW A    *
      *    PIECE IS FOUND IN THEM: 'L' TEMPLATE LETTERS, EACH        *
      *    ENDING ON THE TEMPLATE'S TEAR LINE OF DASHES; 'S'         *
      *    STATEMENTS, EACH OPENING ON ITS CUSTOMER LINE AND         *
      *    CLOSING ON THE BLANK LINE AFTER ITS CLOSING BALANCE       *
      *----------------------------------------------------------*
       01 WS-STREAM-TABLE.
           05 FILLER PIC X(8) VALUE 'LETTER'.
           05 FILLER PIC X(40) VALUE './result/letters.txt'.
           05 FILLER PIC X(1) VALUE 'L'.
           05 FILLER PIC X(8) VALUE 'DUNNING'.
           05 FILLER PIC X(40) VALUE
               './result/dunning-letters.txt'.
           05 FILLER PIC X(1) VALUE 'L'.
           05 FILLER PIC X(8) VALUE 'CONFIRM'.
           05 FILLER PIC X(40) VALUE
               './result/confirm-letters.txt'.
           05 FILLER PIC X(1) VALUE 'L'.
           05 FILLER PIC X(8) VALUE 'CHGCONF'.
           05 FILLER PIC X(40) VALUE
               './result/change-confirm-letters.txt'.
           05 FILLER PIC X(1) VALUE 'L'.
           05 FILLER PIC X(8) VALUE 'STMT'.
           05 FILLER PIC X(40) VALUE './result/statements.txt'.
           05 FILLER PIC X(1) VALUE 'S'.
       01 WS-STREAM-ENTRIES REDEFINES WS-STREAM-TABLE.
           05 WS-STREAM-ENTRY OCCURS 5 TIMES.
               10 WS-ST-PROGRAM PIC X(8).
               10 WS-ST-SOURCE PIC X(40).
               10 WS-ST-KIND PIC X(1).
       01 WS-STREAM-IDX PIC 9(1).

      *----------------------------------------------------------*
      *    PER-STREAM TOTALS FOR THE JOB TICKET AND JOB LOG         *
      *----------------------------------------------------------*
       01 WS-STREAM-TOTALS.
           05 WS-STREAM-TOTAL OCCURS 5 TIMES.
               10 WS-SS-STATE PIC X(1).
                   88 STREAM-NOT-ON-DISK VALUE 'M'.
                   88 STREAM-NOT-TODAY VALUE 'O'.
                   88 STREAM-COLLECTED VALUE 'C'.
               10 WS-SS-PIECES PIC 9(7).
               10 WS-SS-PAGES PIC 9(7).
               10 WS-SS-SHEETS PIC 9(7).
               10 WS-SS-POSTAGE PIC 9(7)V99.
               10 WS-SS-UNMATCHED PIC 9(7).

      *----------------------------------------------------------*
      *    THE LATEST POSTED RUN OF EACH LETTER STREAM'S PROGRAM    *
      *    ON THE COMMUNICATIONS HISTORY: ITS DATE+RUN ID AND ITS    *
      *    CUSTOMERS IN SENDING ORDER                                *
      *----------------------------------------------------------*
       01 WS-CONTACT-TABLE.
           05 WS-CT-STREAM OCCURS 5 TIMES.
               10 WS-CT-KEY PIC X(16).
               10 WS-CT-COUNT PIC 9(4).
               10 WS-CT-NEXT PIC 9(4).
               10 WS-CT-ID PIC X(5) OCCURS 5000 TIMES.
       01 WS-CONTACT-KEY PIC X(16).

      *----------------------------------------------------------*
      *    CUSTOMER ZIPS FROM THE MERGED CUSTOMER FILE              *
      *----------------------------------------------------------*
       01 WS-CUST-TABLE.
           05 WS-CUST-ENTRY OCCURS 5000 TIMES.
               10 WS-CU-ID PIC X(5).
               10 WS-CU-ZIP PIC X(3).
       01 WS-CUST-COUNT PIC 9(4) VALUE 0.
       01 WS-CUST-IDX PIC 9(4).

      *----------------------------------------------------------*
      *    PIECES PER 3-DIGIT ZIP, FOR THE PRESORT DENSITY TEST     *
      *----------------------------------------------------------*
       01 WS-ZIP-TABLE.
           05 WS-ZIP-PIECES PIC 9(7) OCCURS 1000 TIMES.
       01 WS-ZIP-NUM PIC 9(3).
       01 WS-ZIP-IDX PIC 9(4).
       01 WS-ZIP-GROUPS PIC 9(4) VALUE 0.

       01 WS-RATE-TABLE.
           05 WS-RATE-ENTRY OCCURS 20 TIMES.
               10 WS-RT-MAX-SHEETS PIC 9(3).
               10 WS-RT-SINGLE PIC 9(3)V99.
               10 WS-RT-PRESORT PIC 9(3)V99.
       01 WS-RATE-COUNT PIC 9(2) VALUE 0.
       01 WS-RATE-IDX PIC 9(2).
       01 WS-RATE-HIT PIC 9(2).

      *----------------------------------------------------------*
      *    THE PIECE BEING READ (INPUT SIDE) AND WRITTEN (OUTPUT)   *
      *----------------------------------------------------------*
       01 WS-PIECE-OPEN PIC X VALUE 'N'.
           88 PIECE-IS-OPEN VALUE 'Y'.
       01 WS-PIECE-SEQ PIC 9(7) VALUE 0.
       01 WS-PIECE-LINES PIC 9(4).
       01 WS-PIECE-CUST-ID PIC X(5).
       01 WS-PIECE-ZIP PIC X(3).
       01 WS-PIECE-PAGES PIC 9(3).
       01 WS-PIECE-SHEETS PIC 9(3).
       01 WS-PIECE-POSTAGE PIC 9(3)V99.
       01 WS-PIECE-CLASS PIC X(1).
       01 WS-DCN-SEQ PIC 9(7) VALUE 0.
       01 WS-DCN PIC X(16).

       01 WS-TOTAL-PIECES PIC 9(7) VALUE 0.
       01 WS-TOTAL-PAGES PIC 9(7) VALUE 0.
       01 WS-TOTAL-SHEETS PIC 9(7) VALUE 0.
       01 WS-TOTAL-LINES PIC 9(9) VALUE 0.
       01 WS-TOTAL-POSTAGE PIC 9(7)V99 VALUE 0.
       01 WS-PRESORT-PIECES PIC 9(7) VALUE 0.
       01 WS-SINGLE-PIECES PIC 9(7) VALUE 0.
       01 WS-UNMATCHED-TOTAL PIC 9(7) VALUE 0.
       01 WS-AMOUNT-DISPLAY PIC Z(6)9.99.

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
           MOVE SPACES TO WS-JOB-ID.
           STRING "PV" FUNCTION CURRENT-DATE(1:14)
               DELIMITED BY SIZE INTO WS-JOB-ID.
           PERFORM 0050-LOAD-RUN-ID.
           PERFORM 0100-LOAD-PARAMETERS.
           PERFORM 0150-LOAD-RATES.
           PERFORM 0200-LOAD-CONTACTS.
           PERFORM 0250-LOAD-CUSTOMER-ZIPS.

           INITIALIZE WS-STREAM-TOTALS.
           INITIALIZE WS-ZIP-TABLE.

           SORT SORTED-WORK
               ON ASCENDING KEY S-ZIP S-STREAM S-PIECE S-LINE-NO
               INPUT PROCEDURE IS 0300-FEED-PIECES
               OUTPUT PROCEDURE IS 0500-WRITE-HAND-OFF.

           PERFORM 0700-WRITE-JOB-TICKET.
           PERFORM 0800-LOG-JOB.

           DISPLAY "PRINTVND job: " WS-JOB-ID.
           DISPLAY "PRINTVND pieces handed off: " WS-TOTAL-PIECES.
           DISPLAY "PRINTVND sheets: " WS-TOTAL-SHEETS.
           DISPLAY "PRINTVND pieces with no customer match: "
               WS-UNMATCHED-TOTAL.

           IF WS-UNMATCHED-TOTAL > 0
                   OR (WS-RATE-COUNT = 0 AND WS-TOTAL-PIECES > 0)
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
           GOBACK.

      *----------------------------------------------------------*
      *    0050-LOAD-RUN-ID - PICK UP THE CHAIN'S RUN IDENTIFIER,   *
      *    IF SCHEDULER PUBLISHED ONE                                *
      *----------------------------------------------------------*
       0050-LOAD-RUN-ID.
           OPEN INPUT RUNID-FILE.
           IF RUNID-FILE-OK
               READ RUNID-FILE
                   NOT AT END
                       MOVE RUNID-VALUE TO WS-RUN-ID
               END-READ
               CLOSE RUNID-FILE
           END-IF.

      *----------------------------------------------------------*
      *    0100-LOAD-PARAMETERS - LINES PER PAGE, SIMPLEX OR        *
      *    DUPLEX, AND THE PIECES A 3-DIGIT ZIP NEEDS BEFORE ITS     *
      *    MAIL EARNS THE PRESORTED RATE                             *
      *----------------------------------------------------------*
       0100-LOAD-PARAMETERS.
           OPEN INPUT PARM-FILE.
           IF PARM-FILE-OK
               READ PARM-FILE
                   NOT AT END
                       IF PARM-LINES-PER-PAGE NUMERIC
                               AND PARM-LINES-PER-PAGE > 0
                           MOVE PARM-LINES-PER-PAGE
                               TO WS-LINES-PER-PAGE
                       END-IF
                       IF PARM-DUPLEX = 'Y' OR PARM-DUPLEX = 'N'
                           MOVE PARM-DUPLEX TO WS-DUPLEX
                       END-IF
                       IF PARM-PRESORT-MIN NUMERIC
                               AND PARM-PRESORT-MIN > 0
                           MOVE PARM-PRESORT-MIN TO WS-PRESORT-MIN
                       END-IF
               END-READ
               CLOSE PARM-FILE
           END-IF.

      *----------------------------------------------------------*
      *    0150-LOAD-RATES - THE RATE TIERS, LIGHTEST FIRST; NO     *
      *    FILE MEANS NO POSTAGE ESTIMATE                            *
      *----------------------------------------------------------*
       0150-LOAD-RATES.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT RATE-FILE.
           IF NOT RATE-FILE-OK
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-EOF = 'Y'
               READ RATE-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF RATE-MAX-SHEETS NUMERIC
                               AND RATE-SINGLE NUMERIC
                               AND RATE-PRESORT NUMERIC
                               AND WS-RATE-COUNT < 20
                           ADD 1 TO WS-RATE-COUNT
                           MOVE RATE-MAX-SHEETS
                               TO WS-RT-MAX-SHEETS(WS-RATE-COUNT)
                           MOVE RATE-SINGLE
                               TO WS-RT-SINGLE(WS-RATE-COUNT)
                           MOVE RATE-PRESORT
                               TO WS-RT-PRESORT(WS-RATE-COUNT)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE RATE-FILE.

      *----------------------------------------------------------*
      *    0200-LOAD-CONTACTS - FOR EACH LETTER STREAM, THE POSTED  *
      *    CONTACT ROWS OF ITS PROGRAM'S LATEST RUN.  A ROW FROM A   *
      *    NEWER RUN (DATE OR RUN ID CHANGES) STARTS THE LIST AGAIN. *
      *----------------------------------------------------------*
       0200-LOAD-CONTACTS.
           INITIALIZE WS-CONTACT-TABLE.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT COMMS-FILE.
           IF NOT COMMS-FILE-OK
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-EOF = 'Y'
               READ COMMS-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF COMM-BY-POST
                           PERFORM 0210-TABLE-ONE-CONTACT
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE COMMS-FILE.

      *----------------------------------------------------------*
      *    0210-TABLE-ONE-CONTACT - FILE THE ROW UNDER ITS STREAM   *
      *----------------------------------------------------------*
       0210-TABLE-ONE-CONTACT.
           PERFORM VARYING WS-STREAM-IDX FROM 1 BY 1
                   UNTIL WS-STREAM-IDX > 5
               IF WS-ST-KIND(WS-STREAM-IDX) = 'L'
                       AND WS-ST-PROGRAM(WS-STREAM-IDX)
                           = COMM-PROGRAM
                   MOVE SPACES TO WS-CONTACT-KEY
                   STRING COMM-DATE COMM-RUN-ID
                       DELIMITED BY SIZE INTO WS-CONTACT-KEY
                   IF WS-CONTACT-KEY
                           NOT = WS-CT-KEY(WS-STREAM-IDX)
                       MOVE WS-CONTACT-KEY
                           TO WS-CT-KEY(WS-STREAM-IDX)
                       MOVE 0 TO WS-CT-COUNT(WS-STREAM-IDX)
                   END-IF
                   IF WS-CT-COUNT(WS-STREAM-IDX) < 5000
                       ADD 1 TO WS-CT-COUNT(WS-STREAM-IDX)
                       MOVE COMM-CUST-ID TO WS-CT-ID(WS-STREAM-IDX,
                           WS-CT-COUNT(WS-STREAM-IDX))
                   END-IF
               END-IF
           END-PERFORM.

      *----------------------------------------------------------*
      *    0250-LOAD-CUSTOMER-ZIPS - ID AND 3-DIGIT ZIP OF EVERY    *
      *    CUSTOMER ON THE MERGED FILE                               *
      *----------------------------------------------------------*
       0250-LOAD-CUSTOMER-ZIPS.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT CUST-ALL.
           IF NOT CUST-ALL-OK
               DISPLAY "PRINTVND - cust-all.txt not on file, "
                   "every piece goes out unsorted"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-EOF = 'Y'
               READ CUST-ALL
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF WS-CUST-COUNT < 5000
                           ADD 1 TO WS-CUST-COUNT
                           MOVE CA-ID TO WS-CU-ID(WS-CUST-COUNT)
                           MOVE CA-ADDR-ZIP
                               TO WS-CU-ZIP(WS-CUST-COUNT)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CUST-ALL.

      *----------------------------------------------------------*
      *    0300-FEED-PIECES - SORT INPUT PROCEDURE; EVERY STREAM    *
      *    PRODUCED TODAY IS CUT INTO PIECES AND RELEASED.  A        *
      *    STREAM LEFT ON DISK FROM AN EARLIER DAY WAS ALREADY       *
      *    HANDED OFF AND IS NOT SENT AGAIN.                         *
      *----------------------------------------------------------*
       0300-FEED-PIECES.
           PERFORM VARYING WS-STREAM-IDX FROM 1 BY 1
                   UNTIL WS-STREAM-IDX > 5
               PERFORM 0310-FEED-ONE-STREAM
           END-PERFORM.

      *----------------------------------------------------------*
      *    0310-FEED-ONE-STREAM - READ ONE PRINT STREAM THROUGH     *
      *----------------------------------------------------------*
       0310-FEED-ONE-STREAM.
           MOVE WS-ST-SOURCE(WS-STREAM-IDX) TO WS-STREAM-NAME.
           OPEN INPUT STREAM-FILE.
           IF NOT STREAM-FILE-OK
               SET STREAM-NOT-ON-DISK(WS-STREAM-IDX) TO TRUE
               EXIT PARAGRAPH
           END-IF.

      *    A LETTER STREAM IS TODAY'S WHEN ITS PROGRAM'S LATEST
      *    POSTED CONTACTS ARE; A STATEMENT RUN STAMPS ITS RUN DATE
      *    ON ITS FIRST LINE.
           MOVE 'N' TO WS-EOF.
           IF WS-ST-KIND(WS-STREAM-IDX) = 'L'
               IF WS-CT-KEY(WS-STREAM-IDX)(1:8) NOT = WS-TODAY
                   SET STREAM-NOT-TODAY(WS-STREAM-IDX) TO TRUE
                   CLOSE STREAM-FILE
                   EXIT PARAGRAPH
               END-IF
           ELSE
               READ STREAM-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
               END-READ
               IF WS-EOF = 'Y' OR STREAM-REC(44:8) NOT = WS-TODAY
                   SET STREAM-NOT-TODAY(WS-STREAM-IDX) TO TRUE
                   CLOSE STREAM-FILE
                   EXIT PARAGRAPH
               END-IF
           END-IF.

           SET STREAM-COLLECTED(WS-STREAM-IDX) TO TRUE.
           MOVE 0 TO WS-CT-NEXT(WS-STREAM-IDX).
           MOVE 'N' TO WS-PIECE-OPEN.
           PERFORM UNTIL WS-EOF = 'Y'
               READ STREAM-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF WS-ST-KIND(WS-STREAM-IDX) = 'L'
                           PERFORM 0320-LETTER-LINE
                       ELSE
                           PERFORM 0330-STATEMENT-LINE
                       END-IF
               END-READ
           END-PERFORM.
           IF PIECE-IS-OPEN
               PERFORM 0360-CLOSE-PIECE
           END-IF.
           CLOSE STREAM-FILE.

      *----------------------------------------------------------*
      *    0320-LETTER-LINE - A LETTER OPENS ON ITS FIRST PRINTED   *
      *    LINE AND CLOSES ON THE TEAR LINE                          *
      *----------------------------------------------------------*
       0320-LETTER-LINE.
           IF NOT PIECE-IS-OPEN
               IF STREAM-REC = SPACES
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-CT-NEXT(WS-STREAM-IDX)
               IF WS-CT-NEXT(WS-STREAM-IDX)
                       > WS-CT-COUNT(WS-STREAM-IDX)
                   MOVE SPACES TO WS-PIECE-CUST-ID
               ELSE
                   MOVE WS-CT-ID(WS-STREAM-IDX,
                       WS-CT-NEXT(WS-STREAM-IDX))
                       TO WS-PIECE-CUST-ID
               END-IF
               PERFORM 0350-OPEN-PIECE
           END-IF.

           PERFORM 0340-RELEASE-LINE.
           IF STREAM-REC(1:5) = "-----"
               PERFORM 0360-CLOSE-PIECE
           END-IF.

      *----------------------------------------------------------*
      *    0330-STATEMENT-LINE - A STATEMENT OPENS ON ITS CUSTOMER  *
      *    LINE AND CLOSES ON ITS BLANK SEPARATOR; THE RUN'S         *
      *    COMPANY AND TOTAL LINES FALL OUTSIDE ANY PIECE            *
      *----------------------------------------------------------*
       0330-STATEMENT-LINE.
           IF STREAM-REC(1:9) = "CUSTOMER "
                   AND STREAM-REC(1:20) NOT = "CUSTOMER STATEMENTS "
               IF PIECE-IS-OPEN
                   PERFORM 0360-CLOSE-PIECE
               END-IF
               MOVE STREAM-REC(10:5) TO WS-PIECE-CUST-ID
               PERFORM 0350-OPEN-PIECE
           END-IF.

           IF NOT PIECE-IS-OPEN
               EXIT PARAGRAPH
           END-IF.
           PERFORM 0340-RELEASE-LINE.
           IF STREAM-REC = SPACES
               PERFORM 0360-CLOSE-PIECE
           END-IF.

      *----------------------------------------------------------*
      *    0340-RELEASE-LINE - ONE PRINT LINE UNDER ITS PIECE       *
      *----------------------------------------------------------*
       0340-RELEASE-LINE.
           ADD 1 TO WS-PIECE-LINES.
           MOVE WS-PIECE-ZIP TO S-ZIP.
           MOVE WS-STREAM-IDX TO S-STREAM.
           MOVE WS-PIECE-SEQ TO S-PIECE.
           MOVE WS-PIECE-LINES TO S-LINE-NO.
           MOVE STREAM-REC TO S-TEXT.
           RELEASE SORT-REC.

      *----------------------------------------------------------*
      *    0350-OPEN-PIECE - NUMBER THE PIECE AND FIND ITS ZIP; A   *
      *    PIECE WITH NO CUSTOMER, OR NO NUMERIC ZIP, SORTS LAST     *
      *    AND PAYS THE SINGLE-PIECE RATE                            *
      *----------------------------------------------------------*
       0350-OPEN-PIECE.
           SET PIECE-IS-OPEN TO TRUE.
           ADD 1 TO WS-PIECE-SEQ.
           MOVE 0 TO WS-PIECE-LINES.
           MOVE "ZZZ" TO WS-PIECE-ZIP.
           IF WS-PIECE-CUST-ID = SPACES
               ADD 1 TO WS-SS-UNMATCHED(WS-STREAM-IDX)
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING WS-CUST-IDX FROM 1 BY 1
                   UNTIL WS-CUST-IDX > WS-CUST-COUNT
               IF WS-CU-ID(WS-CUST-IDX) = WS-PIECE-CUST-ID
                   IF WS-CU-ZIP(WS-CUST-IDX) NUMERIC
                       MOVE WS-CU-ZIP(WS-CUST-IDX) TO WS-PIECE-ZIP
                   END-IF
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      *----------------------------------------------------------*
      *    0360-CLOSE-PIECE - PAGE AND SHEET COUNT, THEN THE        *
      *    PIECE HEADER AS LINE ZERO                                 *
      *----------------------------------------------------------*
       0360-CLOSE-PIECE.
           MOVE 'N' TO WS-PIECE-OPEN.
           COMPUTE WS-PIECE-PAGES = (WS-PIECE-LINES
               + WS-LINES-PER-PAGE - 1) / WS-LINES-PER-PAGE.
           IF PRINT-DUPLEX
               COMPUTE WS-PIECE-SHEETS = (WS-PIECE-PAGES + 1) / 2
           ELSE
               MOVE WS-PIECE-PAGES TO WS-PIECE-SHEETS
           END-IF.

           MOVE WS-PIECE-ZIP TO S-ZIP.
           MOVE WS-STREAM-IDX TO S-STREAM.
           MOVE WS-PIECE-SEQ TO S-PIECE.
           MOVE 0 TO S-LINE-NO.
           MOVE SPACES TO S-TEXT.
           MOVE WS-PIECE-CUST-ID TO S-CUST-ID.
           MOVE WS-PIECE-PAGES TO S-PAGES.
           MOVE WS-PIECE-SHEETS TO S-SHEETS.
           MOVE WS-PIECE-LINES TO S-LINES.
           RELEASE SORT-REC.

           IF WS-PIECE-ZIP NUMERIC
               MOVE WS-PIECE-ZIP TO WS-ZIP-NUM
               COMPUTE WS-ZIP-IDX = WS-ZIP-NUM + 1
               IF WS-ZIP-PIECES(WS-ZIP-IDX) = 0
                   ADD 1 TO WS-ZIP-GROUPS
               END-IF
               ADD 1 TO WS-ZIP-PIECES(WS-ZIP-IDX)
           END-IF.

      *----------------------------------------------------------*
      *    0500-WRITE-HAND-OFF - SORT OUTPUT PROCEDURE; EACH PIECE  *
      *    IN ZIP ORDER GETS ITS DOCUMENT CONTROL NUMBER AND ITS     *
      *    POSTAGE, THEN ITS LINES FOLLOW                            *
      *----------------------------------------------------------*
       0500-WRITE-HAND-OFF.
           OPEN OUTPUT VENDOR-FILE.
           MOVE SPACES TO VND-REC.
           STRING "HDR PRINT HAND-OFF JOB=" WS-JOB-ID
               " DATE=" WS-TODAY " RUN=" WS-RUN-ID
               DELIMITED BY SIZE INTO VND-REC.
           WRITE VND-REC.

           PERFORM UNTIL WS-SORT-EOF = 'Y'
               RETURN SORTED-WORK
                   AT END
                       MOVE 'Y' TO WS-SORT-EOF
                   NOT AT END
                       IF S-LINE-NO = 0
                           PERFORM 0550-WRITE-PIECE-HEADER
                       ELSE
                           MOVE SPACES TO VND-LINE-REC
                           MOVE "LIN" TO VND-L-TYPE
                           MOVE WS-DCN TO VND-L-DCN
                           MOVE S-TEXT TO VND-L-TEXT
                           WRITE VND-LINE-REC
                           ADD 1 TO WS-TOTAL-LINES
                       END-IF
               END-RETURN
           END-PERFORM.

           MOVE SPACES TO VND-REC.
           STRING "TRL PIECES=" WS-TOTAL-PIECES
               " SHEETS=" WS-TOTAL-SHEETS
               " LINES=" WS-TOTAL-LINES
               DELIMITED BY SIZE INTO VND-REC.
           WRITE VND-REC.
           CLOSE VENDOR-FILE.

      *----------------------------------------------------------*
      *    0550-WRITE-PIECE-HEADER - DOCUMENT CONTROL NUMBER IS 'D' *
      *    + THE HAND-OFF DATE + THE PIECE'S PLACE IN THE JOB        *
      *----------------------------------------------------------*
       0550-WRITE-PIECE-HEADER.
           ADD 1 TO WS-DCN-SEQ.
           MOVE SPACES TO WS-DCN.
           STRING "D" WS-TODAY WS-DCN-SEQ
               DELIMITED BY SIZE INTO WS-DCN.

           PERFORM 0600-PRICE-PIECE.

           MOVE SPACES TO VND-PIECE-REC.
           MOVE "PCE" TO VND-P-TYPE.
           MOVE WS-DCN TO VND-P-DCN.
           MOVE WS-ST-PROGRAM(S-STREAM) TO VND-P-STREAM.
           MOVE S-ZIP TO VND-P-ZIP.
           MOVE S-CUST-ID TO VND-P-CUST-ID.
           MOVE S-PAGES TO VND-P-PAGES.
           MOVE S-SHEETS TO VND-P-SHEETS.
           MOVE WS-PIECE-CLASS TO VND-P-RATE-CLASS.
           MOVE WS-PIECE-POSTAGE TO VND-P-POSTAGE.
           WRITE VND-PIECE-REC.

           ADD 1 TO WS-TOTAL-PIECES.
           ADD S-PAGES TO WS-TOTAL-PAGES.
           ADD S-SHEETS TO WS-TOTAL-SHEETS.
           ADD WS-PIECE-POSTAGE TO WS-TOTAL-POSTAGE.
           ADD 1 TO WS-SS-PIECES(S-STREAM).
           ADD S-PAGES TO WS-SS-PAGES(S-STREAM).
           ADD S-SHEETS TO WS-SS-SHEETS(S-STREAM).
           ADD WS-PIECE-POSTAGE TO WS-SS-POSTAGE(S-STREAM).

      *----------------------------------------------------------*
      *    0600-PRICE-PIECE - A PIECE IN A 3-DIGIT ZIP CARRYING AT  *
      *    LEAST THE PRESORT MINIMUM OF TODAY'S PIECES TAKES THE     *
      *    PRESORTED RATE, ANY OTHER THE SINGLE-PIECE RATE; THE      *
      *    TIER IS THE LIGHTEST ONE THAT HOLDS ITS SHEETS, OR THE    *
      *    HEAVIEST TIER ON FILE                                     *
      *----------------------------------------------------------*
       0600-PRICE-PIECE.
           MOVE 'S' TO WS-PIECE-CLASS.
           IF S-ZIP NUMERIC
               MOVE S-ZIP TO WS-ZIP-NUM
               COMPUTE WS-ZIP-IDX = WS-ZIP-NUM + 1
               IF WS-ZIP-PIECES(WS-ZIP-IDX) >= WS-PRESORT-MIN
                   MOVE 'P' TO WS-PIECE-CLASS
               END-IF
           END-IF.
           IF WS-PIECE-CLASS = 'P'
               ADD 1 TO WS-PRESORT-PIECES
           ELSE
               ADD 1 TO WS-SINGLE-PIECES
           END-IF.

           MOVE 0 TO WS-PIECE-POSTAGE.
           IF WS-RATE-COUNT = 0
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO WS-RATE-HIT.
           PERFORM VARYING WS-RATE-IDX FROM 1 BY 1
                   UNTIL WS-RATE-IDX > WS-RATE-COUNT
                   OR WS-RATE-HIT > 0
               IF WS-RT-MAX-SHEETS(WS-RATE-IDX) >= S-SHEETS
                   MOVE WS-RATE-IDX TO WS-RATE-HIT
               END-IF
           END-PERFORM.
           IF WS-RATE-HIT = 0
               MOVE WS-RATE-COUNT TO WS-RATE-HIT
           END-IF.
           IF WS-PIECE-CLASS = 'P'
               MOVE WS-RT-PRESORT(WS-RATE-HIT) TO WS-PIECE-POSTAGE
           ELSE
               MOVE WS-RT-SINGLE(WS-RATE-HIT) TO WS-PIECE-POSTAGE
           END-IF.

      *----------------------------------------------------------*
      *    0700-WRITE-JOB-TICKET - PIECES, PAGES, SHEETS AND        *
      *    POSTAGE PER STREAM, THE PRESORT SPLIT, AND JOB TOTALS     *
      *----------------------------------------------------------*
       0700-WRITE-JOB-TICKET.
           OPEN OUTPUT TICKET-FILE.
           MOVE SPACES TO TICKET-REC.
           STRING "PRINT VENDOR JOB TICKET JOB=" WS-JOB-ID
               " DATE=" WS-TODAY " RUN=" WS-RUN-ID
               DELIMITED BY SIZE INTO TICKET-REC.
           WRITE TICKET-REC.

           MOVE SPACES TO TICKET-REC.
           STRING "LINES/PAGE=" WS-LINES-PER-PAGE
               " DUPLEX=" WS-DUPLEX
               " PRESORT MINIMUM PER 3-DIGIT ZIP=" WS-PRESORT-MIN
               DELIMITED BY SIZE INTO TICKET-REC.
           WRITE TICKET-REC.

           PERFORM VARYING WS-STREAM-IDX FROM 1 BY 1
                   UNTIL WS-STREAM-IDX > 5
               PERFORM 0710-TICKET-ONE-STREAM
           END-PERFORM.

           MOVE SPACES TO TICKET-REC.
           STRING "PRESORTED PIECES=" WS-PRESORT-PIECES
               " SINGLE-PIECE=" WS-SINGLE-PIECES
               " 3-DIGIT ZIP GROUPS=" WS-ZIP-GROUPS
               DELIMITED BY SIZE INTO TICKET-REC.
           WRITE TICKET-REC.

           MOVE WS-TOTAL-POSTAGE TO WS-AMOUNT-DISPLAY.
           MOVE SPACES TO TICKET-REC.
           STRING "JOB TOTAL PIECES=" WS-TOTAL-PIECES
               " PAGES=" WS-TOTAL-PAGES
               " SHEETS=" WS-TOTAL-SHEETS
               " POSTAGE ESTIMATE=" WS-AMOUNT-DISPLAY
               DELIMITED BY SIZE INTO TICKET-REC.
           WRITE TICKET-REC.

           IF WS-RATE-COUNT = 0
               MOVE SPACES TO TICKET-REC
               STRING "NO POSTAGE RATE TABLE ON FILE - POSTAGE "
                   "NOT ESTIMATED"
                   DELIMITED BY SIZE INTO TICKET-REC
               WRITE TICKET-REC
           END-IF.
           CLOSE TICKET-FILE.

      *----------------------------------------------------------*
      *    0710-TICKET-ONE-STREAM - ONE STREAM'S LINE, AND A        *
      *    WARNING WHEN SOME OF ITS PIECES COULD NOT BE MATCHED TO   *
      *    A CUSTOMER AND WENT OUT UNSORTED                          *
      *----------------------------------------------------------*
       0710-TICKET-ONE-STREAM.
           MOVE SPACES TO TICKET-REC.
           EVALUATE TRUE
               WHEN STREAM-NOT-ON-DISK(WS-STREAM-IDX)
                   STRING "STREAM " WS-ST-PROGRAM(WS-STREAM-IDX)
                       " NOT PRODUCED"
                       DELIMITED BY SIZE INTO TICKET-REC
               WHEN STREAM-NOT-TODAY(WS-STREAM-IDX)
                   STRING "STREAM " WS-ST-PROGRAM(WS-STREAM-IDX)
                       " NOT PRODUCED TODAY"
                       DELIMITED BY SIZE INTO TICKET-REC
               WHEN OTHER
                   MOVE WS-SS-POSTAGE(WS-STREAM-IDX)
                       TO WS-AMOUNT-DISPLAY
                   STRING "STREAM " WS-ST-PROGRAM(WS-STREAM-IDX)
                       " PIECES=" WS-SS-PIECES(WS-STREAM-IDX)
                       " PAGES=" WS-SS-PAGES(WS-STREAM-IDX)
                       " SHEETS=" WS-SS-SHEETS(WS-STREAM-IDX)
                       " POSTAGE=" WS-AMOUNT-DISPLAY
                       DELIMITED BY SIZE INTO TICKET-REC
           END-EVALUATE.
           WRITE TICKET-REC.

           IF WS-SS-UNMATCHED(WS-STREAM-IDX) > 0
               ADD WS-SS-UNMATCHED(WS-STREAM-IDX)
                   TO WS-UNMATCHED-TOTAL
               MOVE SPACES TO TICKET-REC
               STRING "  WARNING " WS-SS-UNMATCHED(WS-STREAM-IDX)
                   " PIECES HAD NO CUSTOMER ON THE CONTACT HISTORY"
                   " - SENT UNSORTED"
                   DELIMITED BY SIZE INTO TICKET-REC
               WRITE TICKET-REC
           END-IF.

      *----------------------------------------------------------*
      *    0800-LOG-JOB - ONE JOB-LOG ROW PER STREAM THAT CARRIED   *
      *    PIECES, FOR PRINTREC                                      *
      *----------------------------------------------------------*
       0800-LOG-JOB.
           IF WS-TOTAL-PIECES = 0
               EXIT PARAGRAPH
           END-IF.
           OPEN EXTEND JOBLOG-FILE.
           IF NOT JOBLOG-FILE-OK
               OPEN OUTPUT JOBLOG-FILE
           END-IF.
           PERFORM VARYING WS-STREAM-IDX FROM 1 BY 1
                   UNTIL WS-STREAM-IDX > 5
               IF WS-SS-PIECES(WS-STREAM-IDX) > 0
                   MOVE WS-JOB-ID TO PJOB-JOB-ID
                   MOVE WS-TODAY TO PJOB-DATE
                   MOVE WS-ST-PROGRAM(WS-STREAM-IDX) TO PJOB-STREAM
                   MOVE WS-SS-PIECES(WS-STREAM-IDX) TO PJOB-PIECES
                   MOVE WS-SS-PAGES(WS-STREAM-IDX) TO PJOB-PAGES
                   MOVE WS-SS-SHEETS(WS-STREAM-IDX) TO PJOB-SHEETS
                   MOVE WS-SS-POSTAGE(WS-STREAM-IDX)
                       TO PJOB-POSTAGE
                   MOVE WS-RUN-ID TO PJOB-RUN-ID
                   WRITE PJOB-RECORD
               END-IF
           END-PERFORM.
           CLOSE JOBLOG-FILE.
