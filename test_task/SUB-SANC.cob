       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUB-SANC.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *----------------------------------------------------------*
      *    QUEUE-FILE - THE SANCTIONS REVIEW QUEUE SANCSCRN RAISES  *
      *    AND COMPLIANCE WORKS THROUGH CONSOLE                      *
      *----------------------------------------------------------*
           SELECT QUEUE-FILE ASSIGN TO './result/sanctions-queue.txt'
               ORGANIZATION IS INDEXED
               RECORD KEY IS SANQ-KEY
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS WS-QUEUE-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD QUEUE-FILE.
           COPY "sancqrec".

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------*
      *    SUB-SANC - SHARED SANCTIONS-BLOCK CHECK IN THE SPIRIT OF *
      *    SUB-FX: IS THIS CUSTOMER UNDER A CONFIRMED WATCHLIST HIT  *
      *    COMPLIANCE HAS NOT YET CLEARED?  EVERY PROGRAM THAT PAYS  *
      *    MONEY OUT ASKS BEFORE IT PAYS.  THE CONFIRMED CUSTOMERS   *
      *    ARE LOADED ON THE FIRST CALL AND KEPT FOR THE REST OF     *
      *    THE RUN.  NO QUEUE ON FILE MEANS NOBODY IS BLOCKED.       *
      *----------------------------------------------------------*
       01 WS-QUEUE-STATUS PIC XX.
           88 QUEUE-FILE-OK VALUE '00'.
       01 WS-EOF PIC X.
       01 WS-LOADED PIC X VALUE 'N'.
           88 TABLE-LOADED VALUE 'Y'.

       01 WS-BLOCK-TABLE.
           05 WS-BLOCK-CUST OCCURS 1000 TIMES PIC X(5).
       01 WS-BLOCK-COUNT PIC 9(4) VALUE 0.
       01 WS-BLOCK-IDX PIC 9(4).

       LINKAGE SECTION.
       01 SANC-CUST-ID PIC X(5).
       01 SANC-RESULT PIC X(1).
           88 SANC-BLOCKED VALUE 'Y'.
           88 SANC-NOT-BLOCKED VALUE 'N'.

       PROCEDURE DIVISION USING SANC-CUST-ID SANC-RESULT.

           IF NOT TABLE-LOADED
               PERFORM 0100-LOAD-CONFIRMED
               SET TABLE-LOADED TO TRUE
           END-IF.

           SET SANC-NOT-BLOCKED TO TRUE.
           PERFORM VARYING WS-BLOCK-IDX FROM 1 BY 1
                   UNTIL WS-BLOCK-IDX > WS-BLOCK-COUNT
                   OR SANC-BLOCKED
               IF WS-BLOCK-CUST(WS-BLOCK-IDX) = SANC-CUST-ID
                   SET SANC-BLOCKED TO TRUE
               END-IF
           END-PERFORM.

           EXIT PROGRAM.

      *----------------------------------------------------------*
      *    0100-LOAD-CONFIRMED - EVERY CUSTOMER WITH AT LEAST ONE   *
      *    CONFIRMED ENTRY ON THE QUEUE.  THE QUEUE IS IN CUSTOMER   *
      *    ORDER, SO A CUSTOMER CONFIRMED AGAINST TWO ENTRIES IS     *
      *    TABLED ONCE.                                              *
      *----------------------------------------------------------*
       0100-LOAD-CONFIRMED.
           MOVE 0 TO WS-BLOCK-COUNT.
           OPEN INPUT QUEUE-FILE.
           IF NOT QUEUE-FILE-OK
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y'
               READ QUEUE-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF SANQ-IS-CONFIRMED
                           PERFORM 0150-TABLE-ONE-CUSTOMER
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE QUEUE-FILE.

      *----------------------------------------------------------*
      *    0150-TABLE-ONE-CUSTOMER - ADD THE CONFIRMED CUSTOMER     *
      *    UNLESS IT IS THE ONE JUST TABLED                          *
      *----------------------------------------------------------*
       0150-TABLE-ONE-CUSTOMER.
           IF WS-BLOCK-COUNT > 0
               IF WS-BLOCK-CUST(WS-BLOCK-COUNT) = SANQ-CUST-ID
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           IF WS-BLOCK-COUNT < 1000
               ADD 1 TO WS-BLOCK-COUNT
               MOVE SANQ-CUST-ID TO WS-BLOCK-CUST(WS-BLOCK-COUNT)
           END-IF.
