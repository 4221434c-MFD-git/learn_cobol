       IDENTIFICATION DIVISION.
       PROGRAM-ID. XTABRPT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *----------------------------------------------------------*
      *    CUST-ALL - THE MERGED CUSTOMER BASE PROGRAM C WRITES;    *
      *    THE STATE AND COMPANY COME STRAIGHT OFF IT                *
      *----------------------------------------------------------*
           SELECT CUST-ALL ASSIGN TO './result/cust-all.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CUST-ALL-STATUS.

           SELECT BALANCE-FILE ASSIGN TO './cust-balance.txt'
               ORGANIZATION IS INDEXED
               RECORD KEY IS BAL-ID
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS WS-BALANCE-STATUS.

      *----------------------------------------------------------*
      *    SEGMENT-FILE - SEGMENT'S A/B/C CODE PER CUSTOMER; READ   *
      *    ONLY WHEN SEGMENT IS ONE OF THE TWO DIMENSIONS            *
      *----------------------------------------------------------*
           SELECT SEGMENT-FILE ASSIGN TO './result/cust-segment.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SEGMENT-STATUS.

      *----------------------------------------------------------*
      *    CUST-FEED - THE FEED WORLD'S DATES OF BIRTH, BANDED THE  *
      *    WAY AGEBAND BANDS THEM AND TRANSLATED TO THE PIPELINE ID  *
      *    THROUGH XREFSUB; READ ONLY FOR THE AGE-BAND DIMENSION     *
      *----------------------------------------------------------*
           SELECT CUST-FEED ASSIGN TO './customer_feed.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FEED-STATUS.

      *----------------------------------------------------------*
      *    PARM-FILE - THE ROW DIMENSION AND THE COLUMN DIMENSION,  *
      *    ONE LETTER EACH: 'S' STATE, 'A' AGE BAND, 'G' SEGMENT,    *
      *    'C' COMPANY.  MISSING, BLANK OR INVALID RUNS STATE BY     *
      *    AGE BAND.                                                 *
      *----------------------------------------------------------*
           SELECT PARM-FILE ASSIGN TO './xtab_param.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

      *----------------------------------------------------------*
      *    COMPANY-PARM - THE SAME OPTIONAL ONE-COMPANY RESTRICTION *
      *    PROGRAM C HONORS; BLANK OR MISSING COUNTS EVERY BOOK      *
      *----------------------------------------------------------*
           SELECT COMPANY-PARM ASSIGN TO './company_param.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COMPANY-PARM-STATUS.

           SELECT XTAB-REPORT ASSIGN TO './result/cust-xtab.txt'
               ORGANIZATION IS LINE SEQUENTIAL.

      *----------------------------------------------------------*
      *    XTAB-CSV - THE SAME TABLE AS A GRID FOR THE SPREADSHEET  *
      *    USERS: COUNTS, BALANCES, AND PERCENT OF ALL CUSTOMERS,    *
      *    EACH WITH ITS TOTAL ROW AND COLUMN                        *
      *----------------------------------------------------------*
           SELECT XTAB-CSV ASSIGN TO './result/cust-xtab.csv'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD CUST-ALL.
       01 ALL-REC.
           COPY "custallrec" REPLACING FIELD-ID BY ALL-ID
               FIELD-NAME BY ALL-NAME FIELD-ADDR BY ALL-ADDR
               FIELD-ADDR-STREET BY ALL-ADDR-STREET
               FIELD-ADDR-CITY BY ALL-ADDR-CITY
               FIELD-ADDR-STATE BY ALL-ADDR-STATE
               FIELD-ADDR-ZIP BY ALL-ADDR-ZIP
               FIELD-COMPANY BY ALL-COMPANY
               FIELD-STATUS BY ALL-STATUS.

       FD BALANCE-FILE.
       01 BAL-REC.
           COPY "balrec" REPLACING FIELD-ID BY BAL-ID
               FIELD-AMOUNT BY BAL-AMOUNT
               FIELD-TXN-COUNT BY BAL-TXN-COUNT
               FIELD-LAST-DATE BY BAL-LAST-DATE
               FIELD-CREDIT-LIMIT BY BAL-CREDIT-LIMIT.

       FD SEGMENT-FILE.
       01 SEGMENT-REC.
           05 SEG-ID PIC X(5).
           05 SEG-CODE PIC X(1).
           05 SEG-RECENCY PIC 9(1).
           05 SEG-FREQUENCY PIC 9(1).
           05 SEG-VALUE PIC 9(1).

       FD CUST-FEED.
       01 FEED-REC.
           05 FEED-ID PIC X(4).
           05 FEED-NAME PIC X(20).
           05 FEED-AGE PIC S9(3).
           05 FEED-STREET PIC X(20).
           05 FEED-CITY PIC X(15).
           05 FEED-STATE PIC X(2).
           05 FEED-ZIP PIC X(10).
           05 FEED-PHONE PIC X(15).
           05 FEED-EMAIL PIC X(30).
           05 FEED-DOB PIC X(8).

       FD PARM-FILE.
       01 PARM-REC.
           05 PARM-ROW-DIM PIC X(1).
           05 PARM-COL-DIM PIC X(1).

       FD COMPANY-PARM.
       01 COMPANY-PARM-REC.
           05 COMPANY-PARM-CODE PIC X(2).

       FD XTAB-REPORT.
       01 REPORT-REC PIC X(132).

       FD XTAB-CSV.
       01 CSV-REC PIC X(1200).

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------*
      *    CUSTOMER CROSS-TAB - EVERY ACTIVE CUSTOMER IN THE MERGED *
      *    BASE COUNTED, WITH ITS BALANCE, UNDER TWO CHOSEN          *
      *    DIMENSIONS, WITH ROW AND COLUMN TOTALS AND PERCENTAGES.   *
      *    BALANCES ARE KEPT IN EACH COMPANY'S OWN CURRENCY, SO      *
      *    THEY ARE TOTALLED IN HOME CURRENCY AT THE RUN DATE'S      *
      *    RATES.  FILTERS ARE PROGRAM C'S: INACTIVE CUSTOMERS ARE   *
      *    LEFT OUT AND COMPANY_PARAM.TXT MAY NAME ONE BOOK.         *
      *----------------------------------------------------------*
       01 WS-CUST-ALL-STATUS PIC XX.
           88 CUST-ALL-OK VALUE '00'.
       01 WS-BALANCE-STATUS PIC XX.
           88 BALANCE-FILE-OK VALUE '00'.
       01 WS-SEGMENT-STATUS PIC XX.
           88 SEGMENT-FILE-OK VALUE '00'.
       01 WS-FEED-STATUS PIC XX.
           88 FEED-FILE-OK VALUE '00'.
       01 WS-PARM-STATUS PIC XX.
           88 PARM-FILE-OK VALUE '00'.
       01 WS-COMPANY-PARM-STATUS PIC XX.
           88 COMPANY-PARM-OK VALUE '00'.
       01 WS-EOF PIC X VALUE 'N'.
       01 WS-BALANCES-OPEN PIC X VALUE 'N'.
           88 BALANCES-AVAILABLE VALUE 'Y'.

       01 WS-RUN-DATE PIC X(8).
       01 WS-COMPANY-FILTER PIC X(2) VALUE SPACES.
           88 NO-COMPANY-FILTER VALUE SPACES.
       01 WS-CUST-COMPANY PIC X(2).

      *----------------------------------------------------------*
      *    THE TWO DIMENSIONS.  WS-DIM IS THE ONE BEING LABELLED;   *
      *    WS-DIM-NAME ITS HEADING.                                  *
      *----------------------------------------------------------*
       01 WS-ROW-DIM PIC X(1) VALUE 'S'.
       01 WS-COL-DIM PIC X(1) VALUE 'A'.
       01 WS-DIM PIC X(1).
           88 DIM-IS-VALID VALUE 'S' 'A' 'G' 'C'.
           88 DIM-IS-STATE VALUE 'S'.
           88 DIM-IS-AGE-BAND VALUE 'A'.
           88 DIM-IS-SEGMENT VALUE 'G'.
           88 DIM-IS-COMPANY VALUE 'C'.
       01 WS-DIM-NAME PIC X(10).
       01 WS-ROW-DIM-NAME PIC X(10).
       01 WS-COL-DIM-NAME PIC X(10).
       01 WS-PARM-WARNING PIC X VALUE 'N'.
           88 PARM-WAS-REPLACED VALUE 'Y'.

      *----------------------------------------------------------*
      *    A DIMENSION VALUE IS KEPT AS A SORT KEY: ONE RANK BYTE   *
      *    THEN THE LABEL.  RANK '0' SORTS BY LABEL; THE AGE BANDS   *
      *    TAKE '1' TO '3' SO THEY PRINT YOUNGEST FIRST; '9' PUTS    *
      *    "UNKNOWN"-STYLE VALUES LAST.                              *
      *----------------------------------------------------------*
       01 WS-WORK-KEY.
           05 WS-WORK-RANK PIC X(1).
           05 WS-WORK-LABEL PIC X(8).
       01 WS-ROW-WORK-KEY PIC X(9).
       01 WS-COL-WORK-KEY PIC X(9).
       01 WS-OTHER-KEY PIC X(9) VALUE "9OTHER".

       01 WS-XTAB-TABLE.
           05 WS-ROW-ENTRY OCCURS 60 TIMES.
               10 WS-ROW-KEY PIC X(9).
               10 WS-ROW-COUNT PIC 9(7).
               10 WS-ROW-BALANCE PIC S9(13)V99.
               10 WS-CELL OCCURS 60 TIMES.
                   15 WS-CELL-COUNT PIC 9(7).
                   15 WS-CELL-BALANCE PIC S9(13)V99.
       01 WS-COL-TABLE.
           05 WS-COL-ENTRY OCCURS 60 TIMES.
               10 WS-COL-KEY PIC X(9).
               10 WS-COL-COUNT PIC 9(7).
               10 WS-COL-BALANCE PIC S9(13)V99.
       01 WS-ROW-USED PIC 9(2) VALUE 0.
       01 WS-COL-USED PIC 9(2) VALUE 0.
       01 WS-ROW-IDX PIC 9(2).
       01 WS-COL-IDX PIC 9(2).
       01 WS-ROW-SLOT PIC 9(2).
       01 WS-COL-SLOT PIC 9(2).
       01 WS-SLOT-FOUND PIC X.
           88 SLOT-IS-FOUND VALUE 'Y'.

      *----------------------------------------------------------*
      *    PRINT ORDER - WS-ROW-ORDER(N) IS THE SLOT PRINTED NTH,   *
      *    SORTED ON THE KEY; THE SLOTS THEMSELVES NEVER MOVE        *
      *----------------------------------------------------------*
       01 WS-ROW-ORDER-TABLE.
           05 WS-ROW-ORDER OCCURS 60 TIMES PIC 9(2).
       01 WS-COL-ORDER-TABLE.
           05 WS-COL-ORDER OCCURS 60 TIMES PIC 9(2).
       01 WS-SORT-I PIC 9(2).
       01 WS-SORT-J PIC 9(2).
       01 WS-SORT-SWAP PIC 9(2).
       01 WS-R PIC 9(2).
       01 WS-C PIC 9(2).

       01 WS-GRAND-COUNT PIC 9(7) VALUE 0.
       01 WS-GRAND-BALANCE PIC S9(13)V99 VALUE 0.
       01 WS-READ-COUNT PIC 9(10) VALUE 0.
       01 WS-INACTIVE-COUNT PIC 9(10) VALUE 0.
       01 WS-FILTERED-COUNT PIC 9(10) VALUE 0.
       01 WS-NO-RATE-COUNT PIC 9(10) VALUE 0.

      *----------------------------------------------------------*
      *    SEGMENT CODES AND FEED AGE BANDS, BY PIPELINE ID         *
      *----------------------------------------------------------*
       01 WS-SEG-TABLE.
           05 WS-SEG-ENTRY OCCURS 5000 TIMES.
               10 WS-SEG-TBL-ID PIC X(5).
               10 WS-SEG-TBL-CODE PIC X(1).
       01 WS-SEG-COUNT PIC 9(4) VALUE 0.
       01 WS-SEG-IDX PIC 9(4).
       01 WS-AGE-TABLE.
           05 WS-AGE-ENTRY OCCURS 5000 TIMES.
               10 WS-AGE-TBL-ID PIC X(5).
               10 WS-AGE-TBL-KEY PIC X(9).
       01 WS-AGE-COUNT PIC 9(4) VALUE 0.
       01 WS-AGE-IDX PIC 9(4).
       01 WS-LOOKUP-FOUND PIC X.
           88 LOOKUP-IS-FOUND VALUE 'Y'.

       01 WS-AGE-IN PIC S9(5).
       01 WS-MIN-AGE PIC S9(5) VALUE 0.
       01 WS-MAX-AGE PIC S9(5) VALUE 120.
       01 WS-DERIVED-AGE PIC S9(5).
       01 WS-DOB-RESULT PIC X(1).
           88 DOB-IS-VALID VALUE 'Y'.

       01 WS-XLINK-DIRECTION PIC X(1) VALUE 'F'.
       01 WS-XLINK-FEED-ID PIC X(4).
       01 WS-PIPE-ID PIC X(5).
       01 WS-XLINK-RESULT PIC X(1).
           88 LINK-FOUND VALUE 'Y'.

      *----------------------------------------------------------*
      *    HOME-CURRENCY RATE PER COMPANY AT THE RUN DATE, FETCHED  *
      *    FROM SUB-FX ONCE PER COMPANY                              *
      *----------------------------------------------------------*
       01 WS-RATE-TABLE.
           05 WS-RATE-ENTRY OCCURS 20 TIMES.
               10 WS-RATE-COMPANY PIC X(2).
               10 WS-RATE-VALUE PIC 9(5)V9(6).
               10 WS-RATE-FOUND PIC X(1).
       01 WS-RATE-USED PIC 9(2) VALUE 0.
       01 WS-RATE-IDX PIC 9(2).
       01 WS-HOME-CURRENCY PIC X(3) VALUE SPACES.
       01 WS-HOME-BALANCE PIC S9(13)V99.

       01 WS-PCT PIC 9(3)V9.
       01 WS-PCT-BASE PIC 9(7).
       01 WS-PCT-ROW-DISPLAY PIC ZZ9.9.
       01 WS-PCT-COL-DISPLAY PIC ZZ9.9.
       01 WS-PCT-ALL-DISPLAY PIC ZZ9.9.
       01 WS-COUNT-DISPLAY PIC Z(6)9.
       01 WS-BALANCE-DISPLAY PIC -(12)9.99.
       01 WS-CSV-PTR PIC 9(4).
       01 WS-CSV-BLOCK PIC X(1).
           88 CSV-COUNTS VALUE 'N'.
           88 CSV-BALANCES VALUE 'B'.
           88 CSV-PERCENTS VALUE 'P'.
       01 WS-CSV-TITLE PIC X(30).

       COPY "fxreqrec".

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE.
           PERFORM 0050-LOAD-PARAMETERS.

           OPEN INPUT CUST-ALL.
           IF NOT CUST-ALL-OK
               DISPLAY "XTABRPT - cust-all.txt not available, status "
                   WS-CUST-ALL-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           IF WS-ROW-DIM = 'G' OR WS-COL-DIM = 'G'
               PERFORM 0100-LOAD-SEGMENTS
           END-IF.
           IF WS-ROW-DIM = 'A' OR WS-COL-DIM = 'A'
               PERFORM 0150-LOAD-AGE-BANDS
           END-IF.

           OPEN INPUT BALANCE-FILE.
           IF BALANCE-FILE-OK
               SET BALANCES-AVAILABLE TO TRUE
           ELSE
               DISPLAY "XTABRPT - cust-balance.txt not available, "
                   "balances reported as zero"
           END-IF.

           MOVE "01" TO FXQ-COMPANY.
           MOVE WS-RUN-DATE TO FXQ-DATE.
           CALL 'SUB-FX' USING FXQ-REQUEST.
           MOVE FXQ-HOME-CURRENCY TO WS-HOME-CURRENCY.

           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y'
               READ CUST-ALL
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM 0200-COUNT-ONE-CUSTOMER
               END-READ
           END-PERFORM.
           CLOSE CUST-ALL.
           IF BALANCES-AVAILABLE
               CLOSE BALANCE-FILE
           END-IF.

           PERFORM 0500-SORT-ROWS.
           PERFORM 0550-SORT-COLUMNS.

           OPEN OUTPUT XTAB-REPORT.
           PERFORM 0600-WRITE-REPORT.
           CLOSE XTAB-REPORT.

           OPEN OUTPUT XTAB-CSV.
           SET CSV-COUNTS TO TRUE.
           MOVE "CUSTOMERS" TO WS-CSV-TITLE.
           PERFORM 0800-WRITE-CSV-BLOCK.
           SET CSV-BALANCES TO TRUE.
           MOVE SPACES TO WS-CSV-TITLE.
           STRING "BALANCE " WS-HOME-CURRENCY
               DELIMITED BY SIZE INTO WS-CSV-TITLE.
           PERFORM 0800-WRITE-CSV-BLOCK.
           SET CSV-PERCENTS TO TRUE.
           MOVE "PCT OF ALL CUSTOMERS" TO WS-CSV-TITLE.
           PERFORM 0800-WRITE-CSV-BLOCK.
           CLOSE XTAB-CSV.

           DISPLAY "XTABRPT " FUNCTION TRIM(WS-ROW-DIM-NAME)
               " by " FUNCTION TRIM(WS-COL-DIM-NAME).
           DISPLAY "XTABRPT customers read: " WS-READ-COUNT.
           DISPLAY "XTABRPT customers counted: " WS-GRAND-COUNT.
           DISPLAY "XTABRPT inactive left out: " WS-INACTIVE-COUNT.
           DISPLAY "XTABRPT other companies left out: "
               WS-FILTERED-COUNT.

           IF PARM-WAS-REPLACED OR WS-NO-RATE-COUNT > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
           GOBACK.

      *----------------------------------------------------------*
      *    0050-LOAD-PARAMETERS - THE TWO DIMENSIONS AND THE        *
      *    OPTIONAL ONE-COMPANY FILTER.  AN UNKNOWN LETTER, OR THE   *
      *    SAME DIMENSION TWICE, FALLS BACK TO STATE BY AGE BAND     *
      *    WITH A WARNING.                                           *
      *----------------------------------------------------------*
       0050-LOAD-PARAMETERS.
           OPEN INPUT PARM-FILE.
           IF PARM-FILE-OK
               READ PARM-FILE
                   NOT AT END
                       IF PARM-ROW-DIM NOT = SPACE
                           MOVE PARM-ROW-DIM TO WS-ROW-DIM
                       END-IF
                       IF PARM-COL-DIM NOT = SPACE
                           MOVE PARM-COL-DIM TO WS-COL-DIM
                       END-IF
               END-READ
               CLOSE PARM-FILE
           END-IF.

           MOVE WS-ROW-DIM TO WS-DIM.
           IF NOT DIM-IS-VALID
               SET PARM-WAS-REPLACED TO TRUE
           END-IF.
           MOVE WS-COL-DIM TO WS-DIM.
           IF NOT DIM-IS-VALID OR WS-ROW-DIM = WS-COL-DIM
               SET PARM-WAS-REPLACED TO TRUE
           END-IF.
           IF PARM-WAS-REPLACED
               DISPLAY "XTABRPT - xtab_param.txt dimensions "
                   WS-ROW-DIM WS-COL-DIM
                   " not usable, running state by age band"
               MOVE 'S' TO WS-ROW-DIM
               MOVE 'A' TO WS-COL-DIM
           END-IF.

           MOVE WS-ROW-DIM TO WS-DIM.
           PERFORM 0060-NAME-DIMENSION.
           MOVE WS-DIM-NAME TO WS-ROW-DIM-NAME.
           MOVE WS-COL-DIM TO WS-DIM.
           PERFORM 0060-NAME-DIMENSION.
           MOVE WS-DIM-NAME TO WS-COL-DIM-NAME.

           OPEN INPUT COMPANY-PARM.
           IF COMPANY-PARM-OK
               READ COMPANY-PARM
                   NOT AT END
                       MOVE COMPANY-PARM-CODE TO WS-COMPANY-FILTER
               END-READ
               CLOSE COMPANY-PARM
           END-IF.

       0060-NAME-DIMENSION.
           EVALUATE TRUE
               WHEN DIM-IS-STATE
                   MOVE "STATE" TO WS-DIM-NAME
               WHEN DIM-IS-AGE-BAND
                   MOVE "AGE BAND" TO WS-DIM-NAME
               WHEN DIM-IS-SEGMENT
                   MOVE "SEGMENT" TO WS-DIM-NAME
               WHEN DIM-IS-COMPANY
                   MOVE "COMPANY" TO WS-DIM-NAME
           END-EVALUATE.

      *----------------------------------------------------------*
      *    0100-LOAD-SEGMENTS - SEGMENT'S LATEST CODES.  NO FILE    *
      *    MEANS EVERY CUSTOMER SHOWS AS UNSCORED.                   *
      *----------------------------------------------------------*
       0100-LOAD-SEGMENTS.
           OPEN INPUT SEGMENT-FILE.
           IF NOT SEGMENT-FILE-OK
               DISPLAY "XTABRPT - cust-segment.txt not available, "
                   "customers show as unscored"
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y'
               READ SEGMENT-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF WS-SEG-COUNT < 5000
                           ADD 1 TO WS-SEG-COUNT
                           MOVE SEG-ID TO WS-SEG-TBL-ID(WS-SEG-COUNT)
                           MOVE SEG-CODE
                               TO WS-SEG-TBL-CODE(WS-SEG-COUNT)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE SEGMENT-FILE.

      *----------------------------------------------------------*
      *    0150-LOAD-AGE-BANDS - EACH FEED CUSTOMER'S BAND, UNDER   *
      *    ITS PIPELINE ID.  THE AGE IS DERIVED FROM THE DATE OF     *
      *    BIRTH AS OF TODAY, FALLING BACK TO THE STORED AGE, AND    *
      *    BANDED EXACTLY AS AGEBAND DOES.                           *
      *----------------------------------------------------------*
       0150-LOAD-AGE-BANDS.
           OPEN INPUT CUST-FEED.
           IF NOT FEED-FILE-OK
               DISPLAY "XTABRPT - customer_feed.txt not available, "
                   "ages show as unknown"
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y'
               READ CUST-FEED
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM 0160-BAND-ONE-FEED-ROW
               END-READ
           END-PERFORM.
           CLOSE CUST-FEED.

       0160-BAND-ONE-FEED-ROW.
           MOVE FEED-ID TO WS-XLINK-FEED-ID.
           MOVE SPACES TO WS-PIPE-ID.
           CALL 'XREFSUB' USING WS-XLINK-DIRECTION WS-XLINK-FEED-ID
               WS-PIPE-ID WS-XLINK-RESULT.
           IF NOT LINK-FOUND OR WS-AGE-COUNT >= 5000
               EXIT PARAGRAPH
           END-IF.

           MOVE FEED-AGE TO WS-AGE-IN.
           IF FEED-DOB NOT = SPACES
               CALL 'SUB-AGE' USING FEED-DOB WS-RUN-DATE
                   WS-DERIVED-AGE WS-DOB-RESULT
               IF DOB-IS-VALID
                   MOVE WS-DERIVED-AGE TO WS-AGE-IN
               END-IF
           END-IF.
           EVALUATE TRUE
               WHEN WS-AGE-IN < WS-MIN-AGE OR WS-AGE-IN > WS-MAX-AGE
                   MOVE "9BAD AGE" TO WS-WORK-KEY
               WHEN WS-AGE-IN < 18
                   MOVE "1UNDER 18" TO WS-WORK-KEY
               WHEN WS-AGE-IN < 65
                   MOVE "218-64" TO WS-WORK-KEY
               WHEN OTHER
                   MOVE "365+" TO WS-WORK-KEY
           END-EVALUATE.
           ADD 1 TO WS-AGE-COUNT.
           MOVE WS-PIPE-ID TO WS-AGE-TBL-ID(WS-AGE-COUNT).
           MOVE WS-WORK-KEY TO WS-AGE-TBL-KEY(WS-AGE-COUNT).

      *----------------------------------------------------------*
      *    0200-COUNT-ONE-CUSTOMER - PROGRAM C'S FILTERS, THEN ONE  *
      *    COUNT AND THE HOME-CURRENCY BALANCE INTO THE CELL, ITS    *
      *    ROW, ITS COLUMN AND THE GRAND TOTAL                       *
      *----------------------------------------------------------*
       0200-COUNT-ONE-CUSTOMER.
           ADD 1 TO WS-READ-COUNT.
           IF ALL-STATUS = 'I'
               ADD 1 TO WS-INACTIVE-COUNT
               EXIT PARAGRAPH
           END-IF.
           MOVE ALL-COMPANY TO WS-CUST-COMPANY.
           IF WS-CUST-COMPANY = SPACES
               MOVE "01" TO WS-CUST-COMPANY
           END-IF.
           IF NOT NO-COMPANY-FILTER
                   AND WS-CUST-COMPANY NOT = WS-COMPANY-FILTER
               ADD 1 TO WS-FILTERED-COUNT
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-ROW-DIM TO WS-DIM.
           PERFORM 0300-LABEL-CUSTOMER.
           MOVE WS-WORK-KEY TO WS-ROW-WORK-KEY.
           MOVE WS-COL-DIM TO WS-DIM.
           PERFORM 0300-LABEL-CUSTOMER.
           MOVE WS-WORK-KEY TO WS-COL-WORK-KEY.

           PERFORM 0400-FIND-ROW-SLOT.
           PERFORM 0450-FIND-COL-SLOT.
           PERFORM 0250-HOME-BALANCE.

           ADD 1 TO WS-CELL-COUNT(WS-ROW-SLOT WS-COL-SLOT).
           ADD WS-HOME-BALANCE
               TO WS-CELL-BALANCE(WS-ROW-SLOT WS-COL-SLOT).
           ADD 1 TO WS-ROW-COUNT(WS-ROW-SLOT).
           ADD WS-HOME-BALANCE TO WS-ROW-BALANCE(WS-ROW-SLOT).
           ADD 1 TO WS-COL-COUNT(WS-COL-SLOT).
           ADD WS-HOME-BALANCE TO WS-COL-BALANCE(WS-COL-SLOT).
           ADD 1 TO WS-GRAND-COUNT.
           ADD WS-HOME-BALANCE TO WS-GRAND-BALANCE.

      *----------------------------------------------------------*
      *    0250-HOME-BALANCE - THE CUSTOMER'S BALANCE AT ITS        *
      *    COMPANY'S RATE TO HOME; NO BALANCE ROW COUNTS AS ZERO.    *
      *    A MISSING RATE CONVERTS AT 1 AND IS COUNTED FOR THE       *
      *    REPORT FOOTING.                                           *
      *----------------------------------------------------------*
       0250-HOME-BALANCE.
           MOVE 0 TO WS-HOME-BALANCE.
           IF NOT BALANCES-AVAILABLE
               EXIT PARAGRAPH
           END-IF.
           MOVE ALL-ID TO BAL-ID.
           READ BALANCE-FILE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ.

           MOVE 'N' TO WS-SLOT-FOUND.
           PERFORM VARYING WS-RATE-IDX FROM 1 BY 1
                   UNTIL WS-RATE-IDX > WS-RATE-USED
                   OR SLOT-IS-FOUND
               IF WS-RATE-COMPANY(WS-RATE-IDX) = WS-CUST-COMPANY
                   SET SLOT-IS-FOUND TO TRUE
               END-IF
           END-PERFORM.
           IF SLOT-IS-FOUND
               SUBTRACT 1 FROM WS-RATE-IDX
           ELSE
               MOVE WS-CUST-COMPANY TO FXQ-COMPANY
               MOVE WS-RUN-DATE TO FXQ-DATE
               CALL 'SUB-FX' USING FXQ-REQUEST
               IF WS-RATE-USED < 20
                   ADD 1 TO WS-RATE-USED
                   MOVE WS-RATE-USED TO WS-RATE-IDX
                   MOVE WS-CUST-COMPANY
                       TO WS-RATE-COMPANY(WS-RATE-IDX)
                   MOVE FXQ-RATE TO WS-RATE-VALUE(WS-RATE-IDX)
                   MOVE FXQ-RESULT TO WS-RATE-FOUND(WS-RATE-IDX)
               ELSE
                   COMPUTE WS-HOME-BALANCE ROUNDED =
                       BAL-AMOUNT * FXQ-RATE
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           IF WS-RATE-FOUND(WS-RATE-IDX) = 'N'
               ADD 1 TO WS-NO-RATE-COUNT
           END-IF.
           COMPUTE WS-HOME-BALANCE ROUNDED =
               BAL-AMOUNT * WS-RATE-VALUE(WS-RATE-IDX).

      *----------------------------------------------------------*
      *    0300-LABEL-CUSTOMER - THE SORT KEY OF THE CURRENT        *
      *    CUSTOMER UNDER DIMENSION WS-DIM, INTO WS-WORK-KEY         *
      *----------------------------------------------------------*
       0300-LABEL-CUSTOMER.
           MOVE SPACES TO WS-WORK-KEY.
           EVALUATE TRUE
               WHEN DIM-IS-STATE
                   IF ALL-ADDR-STATE = SPACES
                       MOVE "9NO STATE" TO WS-WORK-KEY
                   ELSE
                       MOVE '0' TO WS-WORK-RANK
                       MOVE ALL-ADDR-STATE TO WS-WORK-LABEL
                   END-IF
               WHEN DIM-IS-COMPANY
                   MOVE '0' TO WS-WORK-RANK
                   MOVE WS-CUST-COMPANY TO WS-WORK-LABEL
               WHEN DIM-IS-SEGMENT
                   MOVE "9UNSCORED" TO WS-WORK-KEY
                   MOVE 'N' TO WS-LOOKUP-FOUND
                   PERFORM VARYING WS-SEG-IDX FROM 1 BY 1
                           UNTIL WS-SEG-IDX > WS-SEG-COUNT
                           OR LOOKUP-IS-FOUND
                       IF WS-SEG-TBL-ID(WS-SEG-IDX) = ALL-ID
                           SET LOOKUP-IS-FOUND TO TRUE
                           MOVE '0' TO WS-WORK-RANK
                           MOVE WS-SEG-TBL-CODE(WS-SEG-IDX)
                               TO WS-WORK-LABEL
                       END-IF
                   END-PERFORM
               WHEN DIM-IS-AGE-BAND
                   MOVE "9NO FEED" TO WS-WORK-KEY
                   MOVE 'N' TO WS-LOOKUP-FOUND
                   PERFORM VARYING WS-AGE-IDX FROM 1 BY 1
                           UNTIL WS-AGE-IDX > WS-AGE-COUNT
                           OR LOOKUP-IS-FOUND
                       IF WS-AGE-TBL-ID(WS-AGE-IDX) = ALL-ID
                           SET LOOKUP-IS-FOUND TO TRUE
                           MOVE WS-AGE-TBL-KEY(WS-AGE-IDX)
                               TO WS-WORK-KEY
                       END-IF
                   END-PERFORM
           END-EVALUATE.

      *----------------------------------------------------------*
      *    0400-FIND-ROW-SLOT / 0450-FIND-COL-SLOT - THE SLOT FOR   *
      *    THE KEY, OPENED ON FIRST USE.  THE LAST SLOT IS KEPT FOR  *
      *    "OTHER" ONCE THE TABLE FILLS.                             *
      *----------------------------------------------------------*
       0400-FIND-ROW-SLOT.
           PERFORM 0410-SEARCH-ROW-SLOT.
           IF SLOT-IS-FOUND
               EXIT PARAGRAPH
           END-IF.
           IF WS-ROW-USED >= 59
               MOVE WS-OTHER-KEY TO WS-ROW-WORK-KEY
               PERFORM 0410-SEARCH-ROW-SLOT
               IF SLOT-IS-FOUND
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           ADD 1 TO WS-ROW-USED.
           MOVE WS-ROW-USED TO WS-ROW-SLOT.
           MOVE WS-ROW-WORK-KEY TO WS-ROW-KEY(WS-ROW-SLOT).
           MOVE 0 TO WS-ROW-COUNT(WS-ROW-SLOT).
           MOVE 0 TO WS-ROW-BALANCE(WS-ROW-SLOT).
           PERFORM VARYING WS-C FROM 1 BY 1 UNTIL WS-C > 60
               MOVE 0 TO WS-CELL-COUNT(WS-ROW-SLOT WS-C)
               MOVE 0 TO WS-CELL-BALANCE(WS-ROW-SLOT WS-C)
           END-PERFORM.

       0410-SEARCH-ROW-SLOT.
           MOVE 'N' TO WS-SLOT-FOUND.
           PERFORM VARYING WS-ROW-SLOT FROM 1 BY 1
                   UNTIL WS-ROW-SLOT > WS-ROW-USED
                   OR SLOT-IS-FOUND
               IF WS-ROW-KEY(WS-ROW-SLOT) = WS-ROW-WORK-KEY
                   SET SLOT-IS-FOUND TO TRUE
               END-IF
           END-PERFORM.
           IF SLOT-IS-FOUND
               SUBTRACT 1 FROM WS-ROW-SLOT
           END-IF.

       0450-FIND-COL-SLOT.
           PERFORM 0460-SEARCH-COL-SLOT.
           IF SLOT-IS-FOUND
               EXIT PARAGRAPH
           END-IF.
           IF WS-COL-USED >= 59
               MOVE WS-OTHER-KEY TO WS-COL-WORK-KEY
               PERFORM 0460-SEARCH-COL-SLOT
               IF SLOT-IS-FOUND
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           ADD 1 TO WS-COL-USED.
           MOVE WS-COL-USED TO WS-COL-SLOT.
           MOVE WS-COL-WORK-KEY TO WS-COL-KEY(WS-COL-SLOT).
           MOVE 0 TO WS-COL-COUNT(WS-COL-SLOT).
           MOVE 0 TO WS-COL-BALANCE(WS-COL-SLOT).

       0460-SEARCH-COL-SLOT.
           MOVE 'N' TO WS-SLOT-FOUND.
           PERFORM VARYING WS-COL-SLOT FROM 1 BY 1
                   UNTIL WS-COL-SLOT > WS-COL-USED
                   OR SLOT-IS-FOUND
               IF WS-COL-KEY(WS-COL-SLOT) = WS-COL-WORK-KEY
                   SET SLOT-IS-FOUND TO TRUE
               END-IF
           END-PERFORM.
           IF SLOT-IS-FOUND
               SUBTRACT 1 FROM WS-COL-SLOT
           END-IF.

      *----------------------------------------------------------*
      *    0500-SORT-ROWS / 0550-SORT-COLUMNS - PRINT ORDER BY KEY  *
      *    (A SIMPLE EXCHANGE SORT OF THE ORDER TABLE; AT MOST 60)   *
      *----------------------------------------------------------*
       0500-SORT-ROWS.
           PERFORM VARYING WS-SORT-I FROM 1 BY 1
                   UNTIL WS-SORT-I > WS-ROW-USED
               MOVE WS-SORT-I TO WS-ROW-ORDER(WS-SORT-I)
           END-PERFORM.
           PERFORM VARYING WS-SORT-I FROM 1 BY 1
                   UNTIL WS-SORT-I >= WS-ROW-USED
               PERFORM VARYING WS-SORT-J FROM WS-SORT-I BY 1
                       UNTIL WS-SORT-J > WS-ROW-USED
                   IF WS-ROW-KEY(WS-ROW-ORDER(WS-SORT-J))
                           < WS-ROW-KEY(WS-ROW-ORDER(WS-SORT-I))
                       MOVE WS-ROW-ORDER(WS-SORT-I) TO WS-SORT-SWAP
                       MOVE WS-ROW-ORDER(WS-SORT-J)
                           TO WS-ROW-ORDER(WS-SORT-I)
                       MOVE WS-SORT-SWAP TO WS-ROW-ORDER(WS-SORT-J)
                   END-IF
               END-PERFORM
           END-PERFORM.

       0550-SORT-COLUMNS.
           PERFORM VARYING WS-SORT-I FROM 1 BY 1
                   UNTIL WS-SORT-I > WS-COL-USED
               MOVE WS-SORT-I TO WS-COL-ORDER(WS-SORT-I)
           END-PERFORM.
           PERFORM VARYING WS-SORT-I FROM 1 BY 1
                   UNTIL WS-SORT-I >= WS-COL-USED
               PERFORM VARYING WS-SORT-J FROM WS-SORT-I BY 1
                       UNTIL WS-SORT-J > WS-COL-USED
                   IF WS-COL-KEY(WS-COL-ORDER(WS-SORT-J))
                           < WS-COL-KEY(WS-COL-ORDER(WS-SORT-I))
                       MOVE WS-COL-ORDER(WS-SORT-I) TO WS-SORT-SWAP
                       MOVE WS-COL-ORDER(WS-SORT-J)
                           TO WS-COL-ORDER(WS-SORT-I)
                       MOVE WS-SORT-SWAP TO WS-COL-ORDER(WS-SORT-J)
                   END-IF
               END-PERFORM
           END-PERFORM.

      *----------------------------------------------------------*
      *    0600-WRITE-REPORT - ONE BLOCK PER ROW VALUE: ITS TOTAL,  *
      *    THEN EACH NON-EMPTY CELL WITH ITS SHARE OF THE ROW, OF    *
      *    THE COLUMN AND OF ALL CUSTOMERS; THEN THE COLUMN TOTALS   *
      *    AND THE GRAND TOTAL                                       *
      *----------------------------------------------------------*
       0600-WRITE-REPORT.
           MOVE SPACES TO REPORT-REC.
           STRING "CUSTOMER CROSS-TAB - "
               FUNCTION TRIM(WS-ROW-DIM-NAME) " BY "
               FUNCTION TRIM(WS-COL-DIM-NAME)
               " AS OF " WS-RUN-DATE
               DELIMITED BY SIZE INTO REPORT-REC.
           WRITE REPORT-REC.
           MOVE SPACES TO REPORT-REC.
           IF NO-COMPANY-FILTER
               STRING "ACTIVE CUSTOMERS, ALL COMPANIES; BALANCES IN "
                   WS-HOME-CURRENCY
                   DELIMITED BY SIZE INTO REPORT-REC
           ELSE
               STRING "ACTIVE CUSTOMERS, COMPANY " WS-COMPANY-FILTER
                   " ONLY; BALANCES IN " WS-HOME-CURRENCY
                   DELIMITED BY SIZE INTO REPORT-REC
           END-IF.
           WRITE REPORT-REC.
           MOVE SPACES TO REPORT-REC.
           WRITE REPORT-REC.

           PERFORM VARYING WS-SORT-I FROM 1 BY 1
                   UNTIL WS-SORT-I > WS-ROW-USED
               MOVE WS-ROW-ORDER(WS-SORT-I) TO WS-R
               PERFORM 0610-WRITE-ROW-BLOCK
           END-PERFORM.

           MOVE SPACES TO REPORT-REC.
           STRING "COLUMN TOTALS - " FUNCTION TRIM(WS-COL-DIM-NAME)
               DELIMITED BY SIZE INTO REPORT-REC.
           WRITE REPORT-REC.
           PERFORM VARYING WS-SORT-J FROM 1 BY 1
                   UNTIL WS-SORT-J > WS-COL-USED
               MOVE WS-COL-ORDER(WS-SORT-J) TO WS-C
               MOVE WS-COL-COUNT(WS-C) TO WS-COUNT-DISPLAY
               MOVE WS-COL-COUNT(WS-C) TO WS-PCT-BASE
               PERFORM 0690-PCT-OF-ALL
               MOVE WS-COL-BALANCE(WS-C) TO WS-BALANCE-DISPLAY
               MOVE SPACES TO REPORT-REC
               STRING "    " WS-COL-KEY(WS-C)(2:8)
                   " CUSTOMERS=" WS-COUNT-DISPLAY
                   " ALL%=" WS-PCT-ALL-DISPLAY
                   " BALANCE=" WS-BALANCE-DISPLAY
                   DELIMITED BY SIZE INTO REPORT-REC
               WRITE REPORT-REC
           END-PERFORM.

           MOVE SPACES TO REPORT-REC.
           WRITE REPORT-REC.
           MOVE WS-GRAND-COUNT TO WS-COUNT-DISPLAY.
           MOVE WS-GRAND-BALANCE TO WS-BALANCE-DISPLAY.
           MOVE SPACES TO REPORT-REC.
           STRING "GRAND TOTAL CUSTOMERS=" WS-COUNT-DISPLAY
               " BALANCE=" WS-BALANCE-DISPLAY
               DELIMITED BY SIZE INTO REPORT-REC.
           WRITE REPORT-REC.
           MOVE SPACES TO REPORT-REC.
           STRING "READ=" WS-READ-COUNT
               " INACTIVE LEFT OUT=" WS-INACTIVE-COUNT
               " OTHER COMPANIES LEFT OUT=" WS-FILTERED-COUNT
               " NO FX RATE=" WS-NO-RATE-COUNT
               DELIMITED BY SIZE INTO REPORT-REC.
           WRITE REPORT-REC.

       0610-WRITE-ROW-BLOCK.
           MOVE WS-ROW-COUNT(WS-R) TO WS-COUNT-DISPLAY.
           MOVE WS-ROW-COUNT(WS-R) TO WS-PCT-BASE.
           PERFORM 0690-PCT-OF-ALL.
           MOVE WS-ROW-BALANCE(WS-R) TO WS-BALANCE-DISPLAY.
           MOVE SPACES TO REPORT-REC.
           STRING FUNCTION TRIM(WS-ROW-DIM-NAME) " "
               WS-ROW-KEY(WS-R)(2:8)
               " CUSTOMERS=" WS-COUNT-DISPLAY
               " ALL%=" WS-PCT-ALL-DISPLAY
               " BALANCE=" WS-BALANCE-DISPLAY
               DELIMITED BY SIZE INTO REPORT-REC.
           WRITE REPORT-REC.

           PERFORM VARYING WS-SORT-J FROM 1 BY 1
                   UNTIL WS-SORT-J > WS-COL-USED
               MOVE WS-COL-ORDER(WS-SORT-J) TO WS-C
               IF WS-CELL-COUNT(WS-R WS-C) > 0
                   PERFORM 0620-WRITE-CELL-LINE
               END-IF
           END-PERFORM.
           MOVE SPACES TO REPORT-REC.
           WRITE REPORT-REC.

       0620-WRITE-CELL-LINE.
           MOVE WS-CELL-COUNT(WS-R WS-C) TO WS-COUNT-DISPLAY.
           COMPUTE WS-PCT ROUNDED = WS-CELL-COUNT(WS-R WS-C) * 100
               / WS-ROW-COUNT(WS-R).
           MOVE WS-PCT TO WS-PCT-ROW-DISPLAY.
           COMPUTE WS-PCT ROUNDED = WS-CELL-COUNT(WS-R WS-C) * 100
               / WS-COL-COUNT(WS-C).
           MOVE WS-PCT TO WS-PCT-COL-DISPLAY.
           MOVE WS-CELL-COUNT(WS-R WS-C) TO WS-PCT-BASE.
           PERFORM 0690-PCT-OF-ALL.
           MOVE WS-CELL-BALANCE(WS-R WS-C) TO WS-BALANCE-DISPLAY.
           MOVE SPACES TO REPORT-REC.
           STRING "    " WS-COL-KEY(WS-C)(2:8)
               " CUSTOMERS=" WS-COUNT-DISPLAY
               " ROW%=" WS-PCT-ROW-DISPLAY
               " COL%=" WS-PCT-COL-DISPLAY
               " ALL%=" WS-PCT-ALL-DISPLAY
               " BALANCE=" WS-BALANCE-DISPLAY
               DELIMITED BY SIZE INTO REPORT-REC.
           WRITE REPORT-REC.

      *    WS-PCT-BASE HOLDS THE COUNT ON ENTRY; THE SHARE OF ALL
      *    CUSTOMERS COUNTED COMES BACK IN WS-PCT-ALL-DISPLAY.
       0690-PCT-OF-ALL.
           IF WS-GRAND-COUNT > 0
               COMPUTE WS-PCT ROUNDED =
                   WS-PCT-BASE * 100 / WS-GRAND-COUNT
           ELSE
               MOVE 0 TO WS-PCT
           END-IF.
           MOVE WS-PCT TO WS-PCT-ALL-DISPLAY.

      *----------------------------------------------------------*
      *    0800-WRITE-CSV-BLOCK - ONE GRID: A HEADING ROW OF THE    *
      *    COLUMN VALUES, ONE ROW PER ROW VALUE ENDING IN ITS        *
      *    TOTAL, AND A TOTAL ROW; A BLANK LINE SEPARATES GRIDS      *
      *----------------------------------------------------------*
       0800-WRITE-CSV-BLOCK.
           MOVE SPACES TO CSV-REC.
           MOVE 1 TO WS-CSV-PTR.
           STRING '"' FUNCTION TRIM(WS-CSV-TITLE) " - "
               FUNCTION TRIM(WS-ROW-DIM-NAME) " BY "
               FUNCTION TRIM(WS-COL-DIM-NAME) '"'
               DELIMITED BY SIZE
               INTO CSV-REC WITH POINTER WS-CSV-PTR.
           PERFORM VARYING WS-SORT-J FROM 1 BY 1
                   UNTIL WS-SORT-J > WS-COL-USED
               MOVE WS-COL-ORDER(WS-SORT-J) TO WS-C
               STRING ',"' FUNCTION TRIM(WS-COL-KEY(WS-C)(2:8)) '"'
                   DELIMITED BY SIZE
                   INTO CSV-REC WITH POINTER WS-CSV-PTR
           END-PERFORM.
           STRING ',"TOTAL"' DELIMITED BY SIZE
               INTO CSV-REC WITH POINTER WS-CSV-PTR.
           WRITE CSV-REC.

           PERFORM VARYING WS-SORT-I FROM 1 BY 1
                   UNTIL WS-SORT-I > WS-ROW-USED
               MOVE WS-ROW-ORDER(WS-SORT-I) TO WS-R
               MOVE SPACES TO CSV-REC
               MOVE 1 TO WS-CSV-PTR
               STRING '"' FUNCTION TRIM(WS-ROW-KEY(WS-R)(2:8)) '"'
                   DELIMITED BY SIZE
                   INTO CSV-REC WITH POINTER WS-CSV-PTR
               PERFORM VARYING WS-SORT-J FROM 1 BY 1
                       UNTIL WS-SORT-J > WS-COL-USED
                   MOVE WS-COL-ORDER(WS-SORT-J) TO WS-C
                   PERFORM 0810-ADD-CSV-CELL
               END-PERFORM
               MOVE 0 TO WS-C
               PERFORM 0810-ADD-CSV-CELL
               WRITE CSV-REC
           END-PERFORM.

           MOVE SPACES TO CSV-REC.
           MOVE 1 TO WS-CSV-PTR.
           STRING '"TOTAL"' DELIMITED BY SIZE
               INTO CSV-REC WITH POINTER WS-CSV-PTR.
           MOVE 0 TO WS-R.
           PERFORM VARYING WS-SORT-J FROM 1 BY 1
                   UNTIL WS-SORT-J > WS-COL-USED
               MOVE WS-COL-ORDER(WS-SORT-J) TO WS-C
               PERFORM 0810-ADD-CSV-CELL
           END-PERFORM.
           MOVE 0 TO WS-C.
           PERFORM 0810-ADD-CSV-CELL.
           WRITE CSV-REC.
           MOVE SPACES TO CSV-REC.
           WRITE CSV-REC.

      *----------------------------------------------------------*
      *    0810-ADD-CSV-CELL - ONE FIGURE FOR ROW WS-R, COLUMN      *
      *    WS-C; ZERO IN EITHER MEANS THAT DIMENSION'S TOTAL         *
      *----------------------------------------------------------*
       0810-ADD-CSV-CELL.
           EVALUATE TRUE
               WHEN WS-R = 0 AND WS-C = 0
                   MOVE WS-GRAND-COUNT TO WS-PCT-BASE
                   MOVE WS-GRAND-COUNT TO WS-COUNT-DISPLAY
                   MOVE WS-GRAND-BALANCE TO WS-BALANCE-DISPLAY
               WHEN WS-R = 0
                   MOVE WS-COL-COUNT(WS-C) TO WS-PCT-BASE
                   MOVE WS-COL-COUNT(WS-C) TO WS-COUNT-DISPLAY
                   MOVE WS-COL-BALANCE(WS-C) TO WS-BALANCE-DISPLAY
               WHEN WS-C = 0
                   MOVE WS-ROW-COUNT(WS-R) TO WS-PCT-BASE
                   MOVE WS-ROW-COUNT(WS-R) TO WS-COUNT-DISPLAY
                   MOVE WS-ROW-BALANCE(WS-R) TO WS-BALANCE-DISPLAY
               WHEN OTHER
                   MOVE WS-CELL-COUNT(WS-R WS-C) TO WS-PCT-BASE
                   MOVE WS-CELL-COUNT(WS-R WS-C) TO WS-COUNT-DISPLAY
                   MOVE WS-CELL-BALANCE(WS-R WS-C)
                       TO WS-BALANCE-DISPLAY
           END-EVALUATE.
           EVALUATE TRUE
               WHEN CSV-COUNTS
                   STRING "," FUNCTION TRIM(WS-COUNT-DISPLAY)
                       DELIMITED BY SIZE
                       INTO CSV-REC WITH POINTER WS-CSV-PTR
               WHEN CSV-BALANCES
                   STRING "," FUNCTION TRIM(WS-BALANCE-DISPLAY)
                       DELIMITED BY SIZE
                       INTO CSV-REC WITH POINTER WS-CSV-PTR
               WHEN CSV-PERCENTS
                   PERFORM 0690-PCT-OF-ALL
                   STRING "," FUNCTION TRIM(WS-PCT-ALL-DISPLAY)
                       DELIMITED BY SIZE
                       INTO CSV-REC WITH POINTER WS-CSV-PTR
           END-EVALUATE.
