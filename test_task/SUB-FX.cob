       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUB-FX.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *----------------------------------------------------------*
      *    CURRENCY-FILE - ONE ROW PER COMPANY: COMPANY CODE AND    *
      *    THE ISO CURRENCY ITS ACCOUNTS ARE KEPT IN.  COMPANY 01'S  *
      *    CURRENCY IS THE HOME CURRENCY; A COMPANY WITH NO ROW IS   *
      *    KEPT IN HOME CURRENCY, AND WITH NO FILE AT ALL EVERY      *
      *    BOOK IS HOME CURRENCY (USD) AS BEFORE.                    *
      *----------------------------------------------------------*
           SELECT CURRENCY-FILE ASSIGN TO './company_currency.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CURRENCY-STATUS.

      *----------------------------------------------------------*
      *    RATE-FILE - EXCHANGE RATES BY DATE: CURRENCY, DATE THE   *
      *    RATE TAKES EFFECT, AND HOME-CURRENCY UNITS PER ONE UNIT   *
      *    (9(5)V9(6)).  ROWS MAY BE IN ANY ORDER; A RATE HOLDS      *
      *    UNTIL A LATER-DATED ROW FOR THE SAME CURRENCY REPLACES IT.*
      *----------------------------------------------------------*
           SELECT RATE-FILE ASSIGN TO './exchange_rates.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RATE-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD CURRENCY-FILE.
       01 CURRENCY-REC.
           05 CCY-COMPANY PIC X(2).
           05 CCY-CODE PIC X(3).

       FD RATE-FILE.
       01 RATE-REC.
           05 RATE-CURRENCY PIC X(3).
           05 RATE-DATE PIC 9(8).
           05 RATE-VALUE PIC 9(5)V9(6).

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------*
      *    SUB-FX - SHARED CURRENCY AND EXCHANGE-RATE LOOKUP FOR    *
      *    EVERY PROGRAM THAT HAS TO STATE A FOREIGN-CURRENCY BOOK   *
      *    IN HOME CURRENCY, IN THE SPIRIT OF SUB-ADDR.  BOTH        *
      *    TABLES ARE LOADED ON THE FIRST CALL AND KEPT FOR THE      *
      *    REST OF THE RUN.                                          *
      *----------------------------------------------------------*
       01 WS-CURRENCY-STATUS PIC XX.
           88 CURRENCY-FILE-OK VALUE '00'.
       01 WS-RATE-STATUS PIC XX.
           88 RATE-FILE-OK VALUE '00'.
       01 WS-EOF PIC X.
       01 WS-LOADED PIC X VALUE 'N'.
           88 TABLES-LOADED VALUE 'Y'.

       01 WS-HOME-CURRENCY PIC X(3) VALUE "USD".
       01 WS-COMPANY PIC X(2).

       01 WS-CCY-TABLE.
           05 WS-CCY-ENTRY OCCURS 20 TIMES.
               10 WS-CCY-COMPANY PIC X(2).
               10 WS-CCY-CODE PIC X(3).
       01 WS-CCY-USED PIC 9(2) VALUE 0.
       01 WS-CCY-IDX PIC 9(2).

       01 WS-RATE-TABLE.
           05 WS-RATE-ENTRY OCCURS 1000 TIMES.
               10 WS-RATE-CURRENCY PIC X(3).
               10 WS-RATE-DATE PIC 9(8).
               10 WS-RATE-VALUE PIC 9(5)V9(6).
       01 WS-RATE-USED PIC 9(4) VALUE 0.
       01 WS-RATE-IDX PIC 9(4).
       01 WS-BEST-DATE PIC 9(8).

       LINKAGE SECTION.
           COPY "fxreqrec".

       PROCEDURE DIVISION USING FXQ-REQUEST.

           IF NOT TABLES-LOADED
               PERFORM 0100-LOAD-CURRENCIES
               PERFORM 0200-LOAD-RATES
               SET TABLES-LOADED TO TRUE
           END-IF.

           MOVE FXQ-COMPANY TO WS-COMPANY.
           IF WS-COMPANY = SPACES
               MOVE "01" TO WS-COMPANY
           END-IF.
           MOVE WS-HOME-CURRENCY TO FXQ-HOME-CURRENCY.
           MOVE WS-HOME-CURRENCY TO FXQ-CURRENCY.
           PERFORM VARYING WS-CCY-IDX FROM 1 BY 1
                   UNTIL WS-CCY-IDX > WS-CCY-USED
               IF WS-CCY-COMPANY(WS-CCY-IDX) = WS-COMPANY
                   MOVE WS-CCY-CODE(WS-CCY-IDX) TO FXQ-CURRENCY
               END-IF
           END-PERFORM.

           MOVE 1 TO FXQ-RATE.
           SET FXQ-RATE-FOUND TO TRUE.
           IF FXQ-CURRENCY = WS-HOME-CURRENCY
               EXIT PROGRAM
           END-IF.

           PERFORM 0300-FIND-RATE.
           EXIT PROGRAM.

      *----------------------------------------------------------*
      *    0100-LOAD-CURRENCIES - THE COMPANY TABLE; COMPANY 01     *
      *    NAMES THE HOME CURRENCY                                   *
      *----------------------------------------------------------*
       0100-LOAD-CURRENCIES.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT CURRENCY-FILE.
           IF NOT CURRENCY-FILE-OK
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-EOF = 'Y'
               READ CURRENCY-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF CCY-COMPANY NOT = SPACES
                               AND CCY-CODE NOT = SPACES
                               AND WS-CCY-USED < 20
                           ADD 1 TO WS-CCY-USED
                           MOVE CCY-COMPANY
                               TO WS-CCY-COMPANY(WS-CCY-USED)
                           MOVE CCY-CODE TO WS-CCY-CODE(WS-CCY-USED)
                           IF CCY-COMPANY = "01"
                               MOVE CCY-CODE TO WS-HOME-CURRENCY
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CURRENCY-FILE.

      *----------------------------------------------------------*
      *    0200-LOAD-RATES - EVERY DATED RATE ON FILE               *
      *----------------------------------------------------------*
       0200-LOAD-RATES.
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
                       IF RATE-DATE NUMERIC AND RATE-VALUE NUMERIC
                               AND RATE-VALUE > 0
                               AND WS-RATE-USED < 1000
                           ADD 1 TO WS-RATE-USED
                           MOVE RATE-CURRENCY
                               TO WS-RATE-CURRENCY(WS-RATE-USED)
                           MOVE RATE-DATE TO WS-RATE-DATE(WS-RATE-USED)
                           MOVE RATE-VALUE
                               TO WS-RATE-VALUE(WS-RATE-USED)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE RATE-FILE.

      *----------------------------------------------------------*
      *    0300-FIND-RATE - THE LATEST RATE FOR THE CURRENCY DATED  *
      *    ON OR BEFORE THE REQUEST DATE                             *
      *----------------------------------------------------------*
       0300-FIND-RATE.
           SET FXQ-RATE-MISSING TO TRUE.
           MOVE 0 TO WS-BEST-DATE.
           PERFORM VARYING WS-RATE-IDX FROM 1 BY 1
                   UNTIL WS-RATE-IDX > WS-RATE-USED
               IF WS-RATE-CURRENCY(WS-RATE-IDX) = FXQ-CURRENCY
                       AND WS-RATE-DATE(WS-RATE-IDX) NOT > FXQ-DATE
                       AND WS-RATE-DATE(WS-RATE-IDX) NOT < WS-BEST-DATE
                   MOVE WS-RATE-DATE(WS-RATE-IDX) TO WS-BEST-DATE
                   MOVE WS-RATE-VALUE(WS-RATE-IDX) TO FXQ-RATE
                   SET FXQ-RATE-FOUND TO TRUE
               END-IF
           END-PERFORM.
