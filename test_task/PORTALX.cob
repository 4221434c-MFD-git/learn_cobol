       IDENTIFICATION DIVISION.
       PROGRAM-ID. PORTALX.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUST-ALL ASSIGN TO './result/cust-all.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CUST-ALL-STATUS.

           SELECT BALANCE-FILE ASSIGN TO './cust-balance.txt'
               ORGANIZATION IS INDEXED
               RECORD KEY IS BAL-ID
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS WS-BALANCE-STATUS.

      *----------------------------------------------------------*
      *    HISTORY-FILE - OPEN ITEMS, THE LAST PAYMENT, AND THE     *
      *    MONTHLY MOVEMENT BEHIND THE LAST 12 STATEMENT PERIODS,    *
      *    ALL FROM ONE KEYED RANGE READ PER CUSTOMER                *
      *----------------------------------------------------------*
           SELECT HISTORY-FILE ASSIGN TO './cust-txn-history.txt'
               ORGANIZATION IS INDEXED
               RECORD KEY IS HIST-KEY
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS WS-HISTORY-STATUS.

      *----------------------------------------------------------*
      *    PREF-FILE, RETMAIL-FILE, CUST-FEED AND BOUNCE-FILE -     *
      *    THE CONTACT PREFERENCES, AND THE SAME DELIVERY DECISION   *
      *    STMT MAKES, SO THE PORTAL SHOWS HOW THE NEXT STATEMENT    *
      *    WILL ARRIVE                                               *
      *----------------------------------------------------------*
           SELECT PREF-FILE ASSIGN TO './cust_prefs.txt'
               ORGANIZATION IS INDEXED
               RECORD KEY IS PREF-CUST-ID
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS WS-PREF-STATUS.

           SELECT RETMAIL-FILE ASSIGN TO './cust-retmail.txt'
               ORGANIZATION IS INDEXED
               RECORD KEY IS RETM-CUST-ID
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS WS-RETMAIL-STATUS.

           SELECT CUST-FEED ASSIGN TO './customer_feed.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FEED-STATUS.

           SELECT BOUNCE-FILE ASSIGN TO './email_bounces.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BOUNCE-STATUS.

      *----------------------------------------------------------*
      *    JSON-FILE - ONE JSON OBJECT PER LINE, ONE LINE PER       *
      *    CUSTOMER, ENDING WITH A CONTROL OBJECT CARRYING THE       *
      *    COUNTS AND TOTALS.  DISTRIB CARRIES IT OUTBOUND WITH ITS  *
      *    OWN MANIFEST LINE AND COUNTS THE CONTROL OBJECT AS THE    *
      *    TRAILER.                                                  *
      *----------------------------------------------------------*
           SELECT JSON-FILE ASSIGN TO './result/portal-summary.json'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD CUST-ALL.
       01 OUT-REC.
           COPY "custallrec" REPLACING FIELD-ID BY OUT-ID
               FIELD-NAME BY OUT-NAME
               FIELD-ADDR BY OUT-ADDR
               FIELD-ADDR-STREET BY OUT-ADDR-STREET
               FIELD-ADDR-CITY BY OUT-ADDR-CITY
               FIELD-ADDR-STATE BY OUT-ADDR-STATE
               FIELD-ADDR-ZIP BY OUT-ADDR-ZIP
               FIELD-COMPANY BY OUT-COMPANY
               FIELD-STATUS BY OUT-STATUS.

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

       FD PREF-FILE.
           COPY "prefrec".

       FD RETMAIL-FILE.
           COPY "retmailrec".

       FD CUST-FEED.
           COPY "custrec".

       FD BOUNCE-FILE.
       01 BOUNCE-REC.
           05 BOUNCE-CUST-ID PIC X(5).

       FD JSON-FILE.
       01 JSON-REC PIC X(8000).

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------*
      *    PORTAL CUSTOMER-SUMMARY EXTRACT - EVERYTHING THE WEB     *
      *    PORTAL SHOWS A CUSTOMER, AS JSON SO THE WEB SIDE NEEDS    *
      *    NO FIXED-WIDTH PARSER.  AMOUNTS ARE IN THE CUSTOMER'S     *
      *    BOOK CURRENCY, DATES ARE YYYY-MM-DD, AND A DATE WE DO     *
      *    NOT HAVE IS NULL.                                         *
      *----------------------------------------------------------*
       01 WS-CUST-ALL-STATUS PIC XX.
           88 CUST-ALL-OK VALUE '00'.
       01 WS-BALANCE-STATUS PIC XX.
           88 BALANCE-FILE-OK VALUE '00'.
       01 WS-HISTORY-STATUS PIC XX.
           88 HISTORY-FILE-OK VALUE '00'.
       01 WS-PREF-STATUS PIC XX.
           88 PREF-FILE-OK VALUE '00'.
       01 WS-RETMAIL-STATUS PIC XX.
           88 RETMAIL-FILE-OK VALUE '00'.
       01 WS-FEED-STATUS PIC XX.
           88 FEED-FILE-OK VALUE '00'.
       01 WS-BOUNCE-STATUS PIC XX.
           88 BOUNCE-FILE-OK VALUE '00'.
       01 WS-EOF PIC X VALUE 'N'.
       01 WS-HIST-DONE PIC X.

       01 WS-RUN-DATE PIC X(8).
       01 WS-RUN-YEAR PIC 9(4).
       01 WS-RUN-MONTH PIC 9(2).
       01 WS-CUR-MONTH-IDX PIC 9(6).
       01 WS-ROW-MONTH-IDX PIC 9(6).
       01 WS-ROW-DATE PIC 9(8).
       01 WS-ROW-DATE-PARTS REDEFINES WS-ROW-DATE.
           05 WS-ROW-YEAR PIC 9(4).
           05 WS-ROW-MONTH PIC 9(2).
           05 FILLER PIC 9(2).
       01 WS-SIGNED-AMOUNT PIC S9(9)V99.
       01 WS-CUST-COMPANY PIC X(2).
       01 WS-CUST-CURRENCY PIC X(3).
           COPY "fxreqrec".

      *----------------------------------------------------------*
      *    ONE CUSTOMER'S FIGURES, GATHERED BEFORE THE LINE IS      *
      *    BUILT                                                     *
      *----------------------------------------------------------*
       01 WS-BALANCE PIC S9(9)V99.
       01 WS-LAST-ACTIVITY PIC X(8).
       01 WS-LAST-PAYMENT PIC X(8).
       01 WS-CREDIT-LIMIT PIC 9(7)V99.
       01 WS-OPEN-TOTAL PIC S9(9)V99.
       01 WS-OPEN-COUNT PIC 9(5).
       01 WS-CHANNEL PIC X(10).

      *    ONLY THE FIRST 30 OPEN ITEMS ARE LISTED; THE COUNT AND
      *    THE TOTAL ALWAYS COVER THEM ALL.
       01 WS-ITEM-TABLE.
           05 WS-ITEM-ENTRY OCCURS 30 TIMES.
               10 WS-ITEM-DATE PIC X(8).
               10 WS-ITEM-TYPE PIC X(10).
               10 WS-ITEM-TXN-ID PIC X(7).
               10 WS-ITEM-INVOICE PIC 9(8).
               10 WS-ITEM-AMOUNT PIC S9(9)V99.
               10 WS-ITEM-OPEN PIC S9(9)V99.
               10 WS-ITEM-DISPUTED PIC X(1).
       01 WS-ITEM-COUNT PIC 9(2).
       01 WS-ITEM-IDX PIC 9(2).

      *    THE 12 STATEMENT MONTHS ENDING WITH THE CURRENT ONE, THE
      *    SAME PERIOD STMT PRINTS BY DEFAULT.  ROWS BEFORE THE
      *    FIRST MONTH FOLD INTO ITS OPENING BALANCE.
       01 WS-PERIOD-TABLE.
           05 WS-PER-ENTRY OCCURS 12 TIMES.
               10 WS-PER-MONTH PIC X(6).
               10 WS-PER-OPENING PIC S9(9)V99.
               10 WS-PER-DEBITS PIC S9(9)V99.
               10 WS-PER-CREDITS PIC S9(9)V99.
               10 WS-PER-CLOSING PIC S9(9)V99.
       01 WS-PER-IDX PIC 9(2).
       01 WS-PER-BASE PIC S9(9)V99.
       01 WS-PER-MONTH-IDX PIC 9(6).
       01 WS-PER-YEAR PIC 9(4).
       01 WS-PER-MM PIC 9(2).

      *----------------------------------------------------------*
      *    DELIVERY DECISION STATE, AS IN STMT                      *
      *----------------------------------------------------------*
       01 WS-EMAIL-TABLE.
           05 WS-EMAIL-ENTRY OCCURS 1000 TIMES.
               10 WS-EM-FEED-ID PIC X(4).
               10 WS-EM-EMAIL PIC X(30).
       01 WS-EMAIL-COUNT PIC 9(4) VALUE 0.
       01 WS-EMAIL-IDX PIC 9(4).
       01 WS-BOUNCE-TABLE.
           05 WS-BOUNCE-ID OCCURS 500 TIMES PIC X(5).
       01 WS-BOUNCE-COUNT PIC 9(3) VALUE 0.
       01 WS-BOUNCE-IDX PIC 9(3).
       01 WS-PREF-FOUND PIC X.
           88 PREF-ON-FILE VALUE 'Y'.
       01 WS-XLINK-DIRECTION PIC X(1).
       01 WS-XLINK-FEED-ID PIC X(4).
       01 WS-XLINK-PIPE-ID PIC X(5).
       01 WS-XLINK-RESULT PIC X(1).
           88 LINK-FOUND VALUE 'Y'.
       01 WS-CUST-EMAIL PIC X(30).
       01 WS-DUMMY-PHONE PIC X(15) VALUE SPACES.
       01 WS-PHONE-RESULT PIC X(1).
       01 WS-EMAIL-RESULT PIC X(1).
           88 EMAIL-IS-VALID VALUE 'Y'.

      *----------------------------------------------------------*
      *    JSON BUILDING - THE LINE IS FILLED LEFT TO RIGHT THROUGH *
      *    WS-JSON-PTR.  TEXT VALUES GO THROUGH 0900-ADD-ESCAPED SO  *
      *    A QUOTE, BACKSLASH OR CONTROL BYTE IN A NAME CANNOT       *
      *    BREAK THE OBJECT; BYTES OUTSIDE PRINTABLE ASCII ARE       *
      *    WRITTEN AS \u00XX (THE MASTERS ARE SINGLE-BYTE LATIN-1).  *
      *----------------------------------------------------------*
       01 WS-JSON-PTR PIC 9(5).
       01 WS-ESC-IN PIC X(40).
       01 WS-ESC-LEN PIC 9(2).
       01 WS-ESC-POS PIC 9(2).
       01 WS-ESC-CHAR PIC X(1).
       01 WS-ESC-CODE PIC 9(3).
       01 WS-ESC-HI PIC 9(2).
       01 WS-ESC-LO PIC 9(2).
       01 WS-HEX-DIGITS PIC X(16) VALUE "0123456789ABCDEF".
       01 WS-JSON-AMOUNT PIC S9(9)V99.
       01 WS-AMOUNT-EDIT PIC -(9)9.99.
       01 WS-JSON-COUNT PIC 9(10).
       01 WS-COUNT-EDIT PIC Z(9)9.
       01 WS-JSON-DATE PIC X(8).
       01 WS-JSON-FLAG PIC X(1).

       01 WS-CUSTOMER-COUNT PIC 9(10) VALUE 0.
       01 WS-ITEM-TOTAL-COUNT PIC 9(10) VALUE 0.
       01 WS-ITEM-UNLISTED-COUNT PIC 9(10) VALUE 0.
       01 WS-BALANCE-TOTAL PIC S9(13)V99 VALUE 0.
       01 WS-OPEN-GRAND-TOTAL PIC S9(13)V99 VALUE 0.
       01 WS-TOTAL-EDIT PIC -(13)9.99.

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE.
           MOVE WS-RUN-DATE(1:4) TO WS-RUN-YEAR.
           MOVE WS-RUN-DATE(5:2) TO WS-RUN-MONTH.
           COMPUTE WS-CUR-MONTH-IDX = WS-RUN-YEAR * 12
               + WS-RUN-MONTH - 1.

           OPEN INPUT CUST-ALL.
           IF NOT CUST-ALL-OK
               DISPLAY "PORTALX - cust-all.txt not on file, run "
                   "the merge chain first"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN INPUT BALANCE-FILE.
           OPEN INPUT HISTORY-FILE.
           OPEN INPUT PREF-FILE.
           OPEN INPUT RETMAIL-FILE.
           PERFORM 0160-LOAD-FEED-EMAILS.
           PERFORM 0170-LOAD-BOUNCE-LIST.
           OPEN OUTPUT JSON-FILE.

           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y'
               READ CUST-ALL
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM 0200-EXTRACT-ONE-CUSTOMER
               END-READ
           END-PERFORM.

           PERFORM 0700-WRITE-CONTROL-OBJECT.

           CLOSE CUST-ALL.
           IF BALANCE-FILE-OK
               CLOSE BALANCE-FILE
           END-IF.
           IF HISTORY-FILE-OK
               CLOSE HISTORY-FILE
           END-IF.
           IF PREF-FILE-OK
               CLOSE PREF-FILE
           END-IF.
           IF RETMAIL-FILE-OK
               CLOSE RETMAIL-FILE
           END-IF.
           CLOSE JSON-FILE.

           DISPLAY "PORTALX customers extracted: " WS-CUSTOMER-COUNT.
           DISPLAY "PORTALX open items: " WS-ITEM-TOTAL-COUNT.
           DISPLAY "PORTALX open items beyond the 30 listed: "
               WS-ITEM-UNLISTED-COUNT.

           MOVE 0 TO RETURN-CODE.
           GOBACK.

      *----------------------------------------------------------*
      *    0160-LOAD-FEED-EMAILS - THE FEED WORLD'S EMAILS BY       *
      *    CUST-ID, LOADED ONCE                                      *
      *----------------------------------------------------------*
       0160-LOAD-FEED-EMAILS.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT CUST-FEED.
           IF NOT FEED-FILE-OK
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-EOF = 'Y'
               READ CUST-FEED
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF WS-EMAIL-COUNT < 1000
                               AND CUST-EMAIL NOT = SPACES
                           ADD 1 TO WS-EMAIL-COUNT
                           MOVE CUST-ID
                               TO WS-EM-FEED-ID(WS-EMAIL-COUNT)
                           MOVE CUST-EMAIL
                               TO WS-EM-EMAIL(WS-EMAIL-COUNT)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CUST-FEED.

      *----------------------------------------------------------*
      *    0170-LOAD-BOUNCE-LIST - FIELD-IDS WHOSE EMAIL HAS        *
      *    BOUNCED                                                   *
      *----------------------------------------------------------*
       0170-LOAD-BOUNCE-LIST.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT BOUNCE-FILE.
           IF NOT BOUNCE-FILE-OK
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-EOF = 'Y'
               READ BOUNCE-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF WS-BOUNCE-COUNT < 500
                               AND BOUNCE-CUST-ID NOT = SPACES
                           ADD 1 TO WS-BOUNCE-COUNT
                           MOVE BOUNCE-CUST-ID
                               TO WS-BOUNCE-ID(WS-BOUNCE-COUNT)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE BOUNCE-FILE.

      *----------------------------------------------------------*
      *    0200-EXTRACT-ONE-CUSTOMER - GATHER, THEN WRITE THE LINE  *
      *----------------------------------------------------------*
       0200-EXTRACT-ONE-CUSTOMER.
           IF OUT-ID = SPACES
               EXIT PARAGRAPH
           END-IF.
           MOVE OUT-COMPANY TO WS-CUST-COMPANY.
           IF WS-CUST-COMPANY = SPACES
               MOVE "01" TO WS-CUST-COMPANY
           END-IF.
           MOVE WS-CUST-COMPANY TO FXQ-COMPANY.
           MOVE WS-RUN-DATE TO FXQ-DATE.
           CALL 'SUB-FX' USING FXQ-REQUEST.
           MOVE FXQ-CURRENCY TO WS-CUST-CURRENCY.

           MOVE 0 TO WS-BALANCE.
           MOVE 0 TO WS-CREDIT-LIMIT.
           MOVE SPACES TO WS-LAST-ACTIVITY.
           IF BALANCE-FILE-OK
               MOVE OUT-ID TO BAL-ID
               READ BALANCE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE BAL-AMOUNT TO WS-BALANCE
                       MOVE BAL-CREDIT-LIMIT TO WS-CREDIT-LIMIT
                       IF BAL-LAST-DATE > 0
                           MOVE BAL-LAST-DATE TO WS-LAST-ACTIVITY
                       END-IF
               END-READ
           END-IF.

           PERFORM 0250-READ-PREFERENCES.
           PERFORM 0270-DECIDE-DELIVERY.
           PERFORM 0300-TAKE-HISTORY.
           PERFORM 0500-WRITE-CUSTOMER-OBJECT.

           ADD 1 TO WS-CUSTOMER-COUNT.
           ADD WS-BALANCE TO WS-BALANCE-TOTAL.
           ADD WS-OPEN-TOTAL TO WS-OPEN-GRAND-TOTAL.
           ADD WS-OPEN-COUNT TO WS-ITEM-TOTAL-COUNT.
           IF WS-OPEN-COUNT > WS-ITEM-COUNT
               COMPUTE WS-ITEM-UNLISTED-COUNT = WS-ITEM-UNLISTED-COUNT
                   + WS-OPEN-COUNT - WS-ITEM-COUNT
           END-IF.

      *----------------------------------------------------------*
      *    0250-READ-PREFERENCES - NO ROW MEANS NOTHING ASKED FOR   *
      *----------------------------------------------------------*
       0250-READ-PREFERENCES.
           MOVE 'N' TO WS-PREF-FOUND.
           MOVE SPACES TO PREF-RECORD.
           IF NOT PREF-FILE-OK
               EXIT PARAGRAPH
           END-IF.
           MOVE OUT-ID TO PREF-CUST-ID.
           READ PREF-FILE
               INVALID KEY
                   MOVE SPACES TO PREF-RECORD
               NOT INVALID KEY
                   SET PREF-ON-FILE TO TRUE
           END-READ.

      *----------------------------------------------------------*
      *    0270-DECIDE-DELIVERY - STMT'S RULES: NONE FOR A          *
      *    DECEASED OR STATEMENT-SUPPRESSED CUSTOMER, EMAIL ONLY     *
      *    WITH THE PREFERENCE AND A VALID UNBOUNCED FEED EMAIL,     *
      *    OTHERWISE PRINT - HELD WHEN THE POSTAL ADDRESS IS         *
      *    FLAGGED AS RETURNED MAIL                                  *
      *----------------------------------------------------------*
       0270-DECIDE-DELIVERY.
           IF OUT-STATUS = 'D' OR PREF-STMT-SUPPRESS = 'Y'
               MOVE "NONE" TO WS-CHANNEL
               EXIT PARAGRAPH
           END-IF.
           PERFORM 0280-TRY-ELECTRONIC.
           IF WS-CHANNEL = "EMAIL"
               EXIT PARAGRAPH
           END-IF.
           MOVE "PRINT" TO WS-CHANNEL.
           IF RETMAIL-FILE-OK
               MOVE OUT-ID TO RETM-CUST-ID
               READ RETMAIL-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "HELD" TO WS-CHANNEL
               END-READ
           END-IF.

       0280-TRY-ELECTRONIC.
           MOVE SPACES TO WS-CHANNEL.
           IF PREF-E-DELIVERY NOT = 'Y'
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING WS-BOUNCE-IDX FROM 1 BY 1
                   UNTIL WS-BOUNCE-IDX > WS-BOUNCE-COUNT
               IF WS-BOUNCE-ID(WS-BOUNCE-IDX) = OUT-ID
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM.

           MOVE 'P' TO WS-XLINK-DIRECTION.
           MOVE OUT-ID TO WS-XLINK-PIPE-ID.
           MOVE SPACES TO WS-XLINK-FEED-ID.
           CALL 'XREFSUB' USING WS-XLINK-DIRECTION
               WS-XLINK-FEED-ID WS-XLINK-PIPE-ID
               WS-XLINK-RESULT.
           IF NOT LINK-FOUND
               EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO WS-CUST-EMAIL.
           PERFORM VARYING WS-EMAIL-IDX FROM 1 BY 1
                   UNTIL WS-EMAIL-IDX > WS-EMAIL-COUNT
               IF WS-EM-FEED-ID(WS-EMAIL-IDX) = WS-XLINK-FEED-ID
                   MOVE WS-EM-EMAIL(WS-EMAIL-IDX) TO WS-CUST-EMAIL
               END-IF
           END-PERFORM.
           IF WS-CUST-EMAIL = SPACES
               EXIT PARAGRAPH
           END-IF.

           CALL 'SUB-CONTACT' USING WS-DUMMY-PHONE WS-CUST-EMAIL
               WS-PHONE-RESULT WS-EMAIL-RESULT.
           IF EMAIL-IS-VALID
               MOVE "EMAIL" TO WS-CHANNEL
           END-IF.

      *----------------------------------------------------------*
      *    0300-TAKE-HISTORY - ONE PASS OF THE CUSTOMER'S HISTORY:  *
      *    OPEN ITEMS, LAST PAYMENT AND THE PERIOD MOVEMENTS.  A     *
      *    REVERSED PAIR NETS TO NOTHING AND IS LEFT OUT, AS ON THE  *
      *    STATEMENT.                                                *
      *----------------------------------------------------------*
       0300-TAKE-HISTORY.
           MOVE SPACES TO WS-LAST-PAYMENT.
           MOVE 0 TO WS-OPEN-TOTAL.
           MOVE 0 TO WS-OPEN-COUNT.
           MOVE 0 TO WS-ITEM-COUNT.
           MOVE 0 TO WS-PER-BASE.
           PERFORM VARYING WS-PER-IDX FROM 1 BY 1
                   UNTIL WS-PER-IDX > 12
               COMPUTE WS-PER-MONTH-IDX = WS-CUR-MONTH-IDX - 12
                   + WS-PER-IDX
               DIVIDE WS-PER-MONTH-IDX BY 12 GIVING WS-PER-YEAR
                   REMAINDER WS-PER-MM
               ADD 1 TO WS-PER-MM
               MOVE WS-PER-YEAR TO WS-PER-MONTH(WS-PER-IDX)(1:4)
               MOVE WS-PER-MM TO WS-PER-MONTH(WS-PER-IDX)(5:2)
               MOVE 0 TO WS-PER-OPENING(WS-PER-IDX)
               MOVE 0 TO WS-PER-DEBITS(WS-PER-IDX)
               MOVE 0 TO WS-PER-CREDITS(WS-PER-IDX)
               MOVE 0 TO WS-PER-CLOSING(WS-PER-IDX)
           END-PERFORM.

           IF HISTORY-FILE-OK
               MOVE 'N' TO WS-HIST-DONE
               MOVE OUT-ID TO HIST-ID
               MOVE 0 TO HIST-SEQ
               START HISTORY-FILE KEY >= HIST-KEY
                   INVALID KEY
                       MOVE 'Y' TO WS-HIST-DONE
               END-START
               PERFORM UNTIL WS-HIST-DONE = 'Y'
                   READ HISTORY-FILE NEXT
                       AT END
                           MOVE 'Y' TO WS-HIST-DONE
                       NOT AT END
                           IF HIST-ID NOT = OUT-ID
                               MOVE 'Y' TO WS-HIST-DONE
                           ELSE
                               PERFORM 0350-TAKE-ONE-ROW
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

      *    OPENING OF EACH MONTH IS THE CLOSING OF THE ONE BEFORE.
           MOVE WS-PER-BASE TO WS-PER-OPENING(1).
           PERFORM VARYING WS-PER-IDX FROM 1 BY 1
                   UNTIL WS-PER-IDX > 12
               IF WS-PER-IDX > 1
                   MOVE WS-PER-CLOSING(WS-PER-IDX - 1)
                       TO WS-PER-OPENING(WS-PER-IDX)
               END-IF
               COMPUTE WS-PER-CLOSING(WS-PER-IDX) =
                   WS-PER-OPENING(WS-PER-IDX)
                   + WS-PER-DEBITS(WS-PER-IDX)
                   - WS-PER-CREDITS(WS-PER-IDX)
           END-PERFORM.

       0350-TAKE-ONE-ROW.
           IF HIST-REV-FLAG = 'V'
               EXIT PARAGRAPH
           END-IF.

           IF HIST-TYPE = 'P'
                   AND (WS-LAST-PAYMENT = SPACES
                       OR HIST-DATE > WS-LAST-PAYMENT)
               MOVE HIST-DATE TO WS-LAST-PAYMENT
           END-IF.

           IF HIST-OPEN-STATUS = 'O' AND HIST-OPEN-AMOUNT NOT = 0
               ADD 1 TO WS-OPEN-COUNT
               ADD HIST-OPEN-AMOUNT TO WS-OPEN-TOTAL
               IF WS-ITEM-COUNT < 30
                   PERFORM 0360-LIST-OPEN-ITEM
               END-IF
           END-IF.

      *    STATEMENTS BUCKET BY THE ACCOUNTING DATE, FALLING BACK TO
      *    THE ENTRY DATE ON OLDER ROWS; SIGNED AS POST APPLIED IT.
           IF HIST-ACCT-DATE NUMERIC AND HIST-ACCT-DATE > 0
               MOVE HIST-ACCT-DATE TO WS-ROW-DATE
           ELSE
               MOVE HIST-DATE TO WS-ROW-DATE
           END-IF.
           MOVE HIST-AMOUNT TO WS-SIGNED-AMOUNT.
           IF HIST-TYPE = 'P' OR HIST-TYPE = 'W'
                   OR ((HIST-TYPE = 'J' OR HIST-TYPE = 'V'
                   OR HIST-TYPE = 'X') AND HIST-SIGN = '-')
               COMPUTE WS-SIGNED-AMOUNT = 0 - HIST-AMOUNT
           END-IF.
           IF HIST-TYPE = 'A'
               MOVE 0 TO WS-SIGNED-AMOUNT
           END-IF.
           COMPUTE WS-ROW-MONTH-IDX = WS-ROW-YEAR * 12
               + WS-ROW-MONTH - 1.
           IF WS-ROW-MONTH-IDX <= WS-CUR-MONTH-IDX - 12
               ADD WS-SIGNED-AMOUNT TO WS-PER-BASE
               EXIT PARAGRAPH
           END-IF.
           IF WS-ROW-MONTH-IDX > WS-CUR-MONTH-IDX
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-PER-IDX = WS-ROW-MONTH-IDX - WS-CUR-MONTH-IDX
               + 12.
           IF WS-SIGNED-AMOUNT < 0
               SUBTRACT WS-SIGNED-AMOUNT
                   FROM WS-PER-CREDITS(WS-PER-IDX)
           ELSE
               ADD WS-SIGNED-AMOUNT TO WS-PER-DEBITS(WS-PER-IDX)
           END-IF.

       0360-LIST-OPEN-ITEM.
           ADD 1 TO WS-ITEM-COUNT.
           MOVE HIST-DATE TO WS-ITEM-DATE(WS-ITEM-COUNT).
           EVALUATE HIST-TYPE
               WHEN 'O'
                   MOVE "ORDER" TO WS-ITEM-TYPE(WS-ITEM-COUNT)
               WHEN 'I'
                   MOVE "INTEREST" TO WS-ITEM-TYPE(WS-ITEM-COUNT)
               WHEN 'T'
                   MOVE "SALES TAX" TO WS-ITEM-TYPE(WS-ITEM-COUNT)
               WHEN 'J'
                   MOVE "ADJUSTMENT" TO WS-ITEM-TYPE(WS-ITEM-COUNT)
               WHEN OTHER
                   MOVE "OTHER" TO WS-ITEM-TYPE(WS-ITEM-COUNT)
           END-EVALUATE.
           MOVE HIST-TXN-ID TO WS-ITEM-TXN-ID(WS-ITEM-COUNT).
           MOVE 0 TO WS-ITEM-INVOICE(WS-ITEM-COUNT).
           IF HIST-INVOICE-NO NUMERIC
               MOVE HIST-INVOICE-NO TO WS-ITEM-INVOICE(WS-ITEM-COUNT)
           END-IF.
           MOVE HIST-AMOUNT TO WS-ITEM-AMOUNT(WS-ITEM-COUNT).
           MOVE HIST-OPEN-AMOUNT TO WS-ITEM-OPEN(WS-ITEM-COUNT).
           MOVE 'N' TO WS-ITEM-DISPUTED(WS-ITEM-COUNT).
           IF HIST-DISPUTE-FLAG = 'Y'
               MOVE 'Y' TO WS-ITEM-DISPUTED(WS-ITEM-COUNT)
           END-IF.

      *----------------------------------------------------------*
      *    0500-WRITE-CUSTOMER-OBJECT - ONE LINE:                   *
      *      {"customerId", "name", "status", "company",            *
      *       "currency", "address":{...}, "balance",               *
      *       "creditLimit", "lastActivityDate", "lastPaymentDate", *
      *       "openItemCount", "openItemTotal", "openItems":[...],  *
      *       "statementPeriods":[...], "preferences":{...},        *
      *       "deliveryChannel"}                                     *
      *----------------------------------------------------------*
       0500-WRITE-CUSTOMER-OBJECT.
           MOVE SPACES TO JSON-REC.
           MOVE 1 TO WS-JSON-PTR.

           MOVE OUT-ID TO WS-ESC-IN.
           STRING '{"customerId":"' DELIMITED BY SIZE
               INTO JSON-REC WITH POINTER WS-JSON-PTR.
           PERFORM 0900-ADD-ESCAPED.
           MOVE OUT-NAME TO WS-ESC-IN.
           STRING '","name":"' DELIMITED BY SIZE
               INTO JSON-REC WITH POINTER WS-JSON-PTR.
           PERFORM 0900-ADD-ESCAPED.
           MOVE OUT-STATUS TO WS-ESC-IN.
           IF OUT-STATUS = SPACE
               MOVE 'A' TO WS-ESC-IN
           END-IF.
           STRING '","status":"' DELIMITED BY SIZE
               INTO JSON-REC WITH POINTER WS-JSON-PTR.
           PERFORM 0900-ADD-ESCAPED.
           STRING '","company":"' WS-CUST-COMPANY
               '","currency":"' WS-CUST-CURRENCY
               '","address":{"street":"'
               DELIMITED BY SIZE
               INTO JSON-REC WITH POINTER WS-JSON-PTR.
           MOVE OUT-ADDR-STREET TO WS-ESC-IN.
           PERFORM 0900-ADD-ESCAPED.
           STRING '","city":"' DELIMITED BY SIZE
               INTO JSON-REC WITH POINTER WS-JSON-PTR.
           MOVE OUT-ADDR-CITY TO WS-ESC-IN.
           PERFORM 0900-ADD-ESCAPED.
           STRING '","state":"' DELIMITED BY SIZE
               INTO JSON-REC WITH POINTER WS-JSON-PTR.
           MOVE OUT-ADDR-STATE TO WS-ESC-IN.
           PERFORM 0900-ADD-ESCAPED.
           STRING '","zip":"' DELIMITED BY SIZE
               INTO JSON-REC WITH POINTER WS-JSON-PTR.
           MOVE OUT-ADDR-ZIP TO WS-ESC-IN.
           PERFORM 0900-ADD-ESCAPED.

           STRING '"},"balance":' DELIMITED BY SIZE
               INTO JSON-REC WITH POINTER WS-JSON-PTR.
           MOVE WS-BALANCE TO WS-JSON-AMOUNT.
           PERFORM 0910-ADD-AMOUNT.
           STRING ',"creditLimit":' DELIMITED BY SIZE
               INTO JSON-REC WITH POINTER WS-JSON-PTR.
           MOVE WS-CREDIT-LIMIT TO WS-JSON-AMOUNT.
           PERFORM 0910-ADD-AMOUNT.
           STRING ',"lastActivityDate":' DELIMITED BY SIZE
               INTO JSON-REC WITH POINTER WS-JSON-PTR.
           MOVE WS-LAST-ACTIVITY TO WS-JSON-DATE.
           PERFORM 0930-ADD-DATE.
           STRING ',"lastPaymentDate":' DELIMITED BY SIZE
               INTO JSON-REC WITH POINTER WS-JSON-PTR.
           MOVE WS-LAST-PAYMENT TO WS-JSON-DATE.
           PERFORM 0930-ADD-DATE.
           STRING ',"openItemCount":' DELIMITED BY SIZE
               INTO JSON-REC WITH POINTER WS-JSON-PTR.
           MOVE WS-OPEN-COUNT TO WS-JSON-COUNT.
           PERFORM 0920-ADD-COUNT.
           STRING ',"openItemTotal":' DELIMITED BY SIZE
               INTO JSON-REC WITH POINTER WS-JSON-PTR.
           MOVE WS-OPEN-TOTAL TO WS-JSON-AMOUNT.
           PERFORM 0910-ADD-AMOUNT.

           STRING ',"openItems":[' DELIMITED BY SIZE
               INTO JSON-REC WITH POINTER WS-JSON-PTR.
           PERFORM VARYING WS-ITEM-IDX FROM 1 BY 1
                   UNTIL WS-ITEM-IDX > WS-ITEM-COUNT
               PERFORM 0550-ADD-OPEN-ITEM
           END-PERFORM.

           STRING '],"statementPeriods":[' DELIMITED BY SIZE
               INTO JSON-REC WITH POINTER WS-JSON-PTR.
      *    MOST RECENT PERIOD FIRST, THE WAY THE PORTAL LISTS THEM.
           PERFORM VARYING WS-PER-IDX FROM 12 BY -1
                   UNTIL WS-PER-IDX < 1
               PERFORM 0560-ADD-PERIOD
           END-PERFORM.

           STRING '],"preferences":{"doNotMail":' DELIMITED BY SIZE
               INTO JSON-REC WITH POINTER WS-JSON-PTR.
           MOVE PREF-DO-NOT-MAIL TO WS-JSON-FLAG.
           PERFORM 0940-ADD-FLAG.
           STRING ',"doNotCall":' DELIMITED BY SIZE
               INTO JSON-REC WITH POINTER WS-JSON-PTR.
           MOVE PREF-DO-NOT-CALL TO WS-JSON-FLAG.
           PERFORM 0940-ADD-FLAG.
           STRING ',"statementSuppressed":' DELIMITED BY SIZE
               INTO JSON-REC WITH POINTER WS-JSON-PTR.
           MOVE PREF-STMT-SUPPRESS TO WS-JSON-FLAG.
           PERFORM 0940-ADD-FLAG.
           STRING ',"electronicDelivery":' DELIMITED BY SIZE
               INTO JSON-REC WITH POINTER WS-JSON-PTR.
           MOVE PREF-E-DELIVERY TO WS-JSON-FLAG.
           PERFORM 0940-ADD-FLAG.
           STRING ',"updated":' DELIMITED BY SIZE
               INTO JSON-REC WITH POINTER WS-JSON-PTR.
           MOVE SPACES TO WS-JSON-DATE.
           IF PREF-ON-FILE
               MOVE PREF-UPDATED TO WS-JSON-DATE
           END-IF.
           PERFORM 0930-ADD-DATE.

           STRING '},"deliveryChannel":"'
               FUNCTION TRIM(WS-CHANNEL) '"}'
               DELIMITED BY SIZE
               INTO JSON-REC WITH POINTER WS-JSON-PTR.
           WRITE JSON-REC.

       0550-ADD-OPEN-ITEM.
           IF WS-ITEM-IDX > 1
               STRING ',' DELIMITED BY SIZE
                   INTO JSON-REC WITH POINTER WS-JSON-PTR
           END-IF.
           STRING '{"date":' DELIMITED BY SIZE
               INTO JSON-REC WITH POINTER WS-JSON-PTR.
           MOVE WS-ITEM-DATE(WS-ITEM-IDX) TO WS-JSON-DATE.
           PERFORM 0930-ADD-DATE.
           STRING ',"type":"' FUNCTION TRIM(WS-ITEM-TYPE(WS-ITEM-IDX))
               '","transactionId":"'
               DELIMITED BY SIZE
               INTO JSON-REC WITH POINTER WS-JSON-PTR.
           MOVE WS-ITEM-TXN-ID(WS-ITEM-IDX) TO WS-ESC-IN.
           PERFORM 0900-ADD-ESCAPED.
           STRING '","invoiceNumber":' DELIMITED BY SIZE
               INTO JSON-REC WITH POINTER WS-JSON-PTR.
           IF WS-ITEM-INVOICE(WS-ITEM-IDX) = 0
               STRING 'null' DELIMITED BY SIZE
                   INTO JSON-REC WITH POINTER WS-JSON-PTR
           ELSE
               MOVE WS-ITEM-INVOICE(WS-ITEM-IDX) TO WS-JSON-COUNT
               PERFORM 0920-ADD-COUNT
           END-IF.
           STRING ',"amount":' DELIMITED BY SIZE
               INTO JSON-REC WITH POINTER WS-JSON-PTR.
           MOVE WS-ITEM-AMOUNT(WS-ITEM-IDX) TO WS-JSON-AMOUNT.
           PERFORM 0910-ADD-AMOUNT.
           STRING ',"openAmount":' DELIMITED BY SIZE
               INTO JSON-REC WITH POINTER WS-JSON-PTR.
           MOVE WS-ITEM-OPEN(WS-ITEM-IDX) TO WS-JSON-AMOUNT.
           PERFORM 0910-ADD-AMOUNT.
           STRING ',"disputed":' DELIMITED BY SIZE
               INTO JSON-REC WITH POINTER WS-JSON-PTR.
           MOVE WS-ITEM-DISPUTED(WS-ITEM-IDX) TO WS-JSON-FLAG.
           PERFORM 0940-ADD-FLAG.
           STRING '}' DELIMITED BY SIZE
               INTO JSON-REC WITH POINTER WS-JSON-PTR.

       0560-ADD-PERIOD.
           IF WS-PER-IDX < 12
               STRING ',' DELIMITED BY SIZE
                   INTO JSON-REC WITH POINTER WS-JSON-PTR
           END-IF.
           STRING '{"period":"' WS-PER-MONTH(WS-PER-IDX)(1:4) '-'
               WS-PER-MONTH(WS-PER-IDX)(5:2) '","openingBalance":'
               DELIMITED BY SIZE
               INTO JSON-REC WITH POINTER WS-JSON-PTR.
           MOVE WS-PER-OPENING(WS-PER-IDX) TO WS-JSON-AMOUNT.
           PERFORM 0910-ADD-AMOUNT.
           STRING ',"charges":' DELIMITED BY SIZE
               INTO JSON-REC WITH POINTER WS-JSON-PTR.
           MOVE WS-PER-DEBITS(WS-PER-IDX) TO WS-JSON-AMOUNT.
           PERFORM 0910-ADD-AMOUNT.
           STRING ',"credits":' DELIMITED BY SIZE
               INTO JSON-REC WITH POINTER WS-JSON-PTR.
           MOVE WS-PER-CREDITS(WS-PER-IDX) TO WS-JSON-AMOUNT.
           PERFORM 0910-ADD-AMOUNT.
           STRING ',"closingBalance":' DELIMITED BY SIZE
               INTO JSON-REC WITH POINTER WS-JSON-PTR.
           MOVE WS-PER-CLOSING(WS-PER-IDX) TO WS-JSON-AMOUNT.
           PERFORM 0910-ADD-AMOUNT.
           STRING '}' DELIMITED BY SIZE
               INTO JSON-REC WITH POINTER WS-JSON-PTR.

      *----------------------------------------------------------*
      *    0700-WRITE-CONTROL-OBJECT - THE LAST LINE: COUNTS AND    *
      *    TOTALS FOR THE LOADER TO CHECK AGAINST.  THE TOTALS ARE   *
      *    HASH TOTALS ACROSS BOOKS, NOT A CURRENCY AMOUNT.          *
      *----------------------------------------------------------*
       0700-WRITE-CONTROL-OBJECT.
           MOVE SPACES TO JSON-REC.
           MOVE 1 TO WS-JSON-PTR.
           STRING '{"control":{"runDate":' DELIMITED BY SIZE
               INTO JSON-REC WITH POINTER WS-JSON-PTR.
           MOVE WS-RUN-DATE TO WS-JSON-DATE.
           PERFORM 0930-ADD-DATE.
           STRING ',"customerCount":' DELIMITED BY SIZE
               INTO JSON-REC WITH POINTER WS-JSON-PTR.
           MOVE WS-CUSTOMER-COUNT TO WS-JSON-COUNT.
           PERFORM 0920-ADD-COUNT.
           STRING ',"openItemCount":' DELIMITED BY SIZE
               INTO JSON-REC WITH POINTER WS-JSON-PTR.
           MOVE WS-ITEM-TOTAL-COUNT TO WS-JSON-COUNT.
           PERFORM 0920-ADD-COUNT.
           STRING ',"openItemsNotListed":' DELIMITED BY SIZE
               INTO JSON-REC WITH POINTER WS-JSON-PTR.
           MOVE WS-ITEM-UNLISTED-COUNT TO WS-JSON-COUNT.
           PERFORM 0920-ADD-COUNT.
           MOVE WS-BALANCE-TOTAL TO WS-TOTAL-EDIT.
           STRING ',"balanceTotal":' FUNCTION TRIM(WS-TOTAL-EDIT)
               DELIMITED BY SIZE
               INTO JSON-REC WITH POINTER WS-JSON-PTR.
           MOVE WS-OPEN-GRAND-TOTAL TO WS-TOTAL-EDIT.
           STRING ',"openItemTotal":' FUNCTION TRIM(WS-TOTAL-EDIT)
               '}}'
               DELIMITED BY SIZE
               INTO JSON-REC WITH POINTER WS-JSON-PTR.
           WRITE JSON-REC.

      *----------------------------------------------------------*
      *    0900-ADD-ESCAPED - WS-ESC-IN, TRAILING SPACES DROPPED,   *
      *    AS THE BODY OF A JSON STRING                              *
      *----------------------------------------------------------*
       0900-ADD-ESCAPED.
           MOVE 40 TO WS-ESC-LEN.
           PERFORM UNTIL WS-ESC-LEN = 0
                   OR WS-ESC-IN(WS-ESC-LEN:1) NOT = SPACE
               SUBTRACT 1 FROM WS-ESC-LEN
           END-PERFORM.
           PERFORM VARYING WS-ESC-POS FROM 1 BY 1
                   UNTIL WS-ESC-POS > WS-ESC-LEN
               MOVE WS-ESC-IN(WS-ESC-POS:1) TO WS-ESC-CHAR
               EVALUATE TRUE
                   WHEN WS-ESC-CHAR = '"'
                       STRING '\"' DELIMITED BY SIZE
                           INTO JSON-REC WITH POINTER WS-JSON-PTR
                   WHEN WS-ESC-CHAR = '\'
                       STRING '\\' DELIMITED BY SIZE
                           INTO JSON-REC WITH POINTER WS-JSON-PTR
                   WHEN WS-ESC-CHAR < SPACE OR WS-ESC-CHAR > '~'
                       COMPUTE WS-ESC-CODE =
                           FUNCTION ORD(WS-ESC-CHAR) - 1
                       DIVIDE WS-ESC-CODE BY 16 GIVING WS-ESC-HI
                           REMAINDER WS-ESC-LO
                       STRING '\u00'
                           WS-HEX-DIGITS(WS-ESC-HI + 1:1)
                           WS-HEX-DIGITS(WS-ESC-LO + 1:1)
                           DELIMITED BY SIZE
                           INTO JSON-REC WITH POINTER WS-JSON-PTR
                   WHEN OTHER
                       STRING WS-ESC-CHAR DELIMITED BY SIZE
                           INTO JSON-REC WITH POINTER WS-JSON-PTR
               END-EVALUATE
           END-PERFORM.

       0910-ADD-AMOUNT.
           MOVE WS-JSON-AMOUNT TO WS-AMOUNT-EDIT.
           STRING FUNCTION TRIM(WS-AMOUNT-EDIT) DELIMITED BY SIZE
               INTO JSON-REC WITH POINTER WS-JSON-PTR.

       0920-ADD-COUNT.
           MOVE WS-JSON-COUNT TO WS-COUNT-EDIT.
           STRING FUNCTION TRIM(WS-COUNT-EDIT) DELIMITED BY SIZE
               INTO JSON-REC WITH POINTER WS-JSON-PTR.

       0930-ADD-DATE.
           IF WS-JSON-DATE NUMERIC AND WS-JSON-DATE NOT = "00000000"
               STRING '"' WS-JSON-DATE(1:4) '-' WS-JSON-DATE(5:2)
                   '-' WS-JSON-DATE(7:2) '"'
                   DELIMITED BY SIZE
                   INTO JSON-REC WITH POINTER WS-JSON-PTR
           ELSE
               STRING 'null' DELIMITED BY SIZE
                   INTO JSON-REC WITH POINTER WS-JSON-PTR
           END-IF.

       0940-ADD-FLAG.
           IF WS-JSON-FLAG = 'Y'
               STRING 'true' DELIMITED BY SIZE
                   INTO JSON-REC WITH POINTER WS-JSON-PTR
           ELSE
               STRING 'false' DELIMITED BY SIZE
                   INTO JSON-REC WITH POINTER WS-JSON-PTR
           END-IF.
