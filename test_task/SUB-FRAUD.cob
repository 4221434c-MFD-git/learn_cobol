       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUB-FRAUD.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *----------------------------------------------------------*
      *    QUEUE-FILE - THE FRAUD ALERT QUEUE FRAUDCHK RAISES AND   *
      *    THE REVIEWERS WORK THROUGH CONSOLE                        *
      *----------------------------------------------------------*
           SELECT QUEUE-FILE ASSIGN TO './result/fraud-queue.txt'
               ORGANIZATION IS INDEXED
               RECORD KEY IS FRQ-KEY
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS WS-QUEUE-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD QUEUE-FILE.
           COPY "fraudqrec".

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------*
      *    SUB-FRAUD - SHARED FRAUD-HOLD CHECK IN THE SPIRIT OF     *
      *    SUB-SANC: DOES THIS CUSTOMER HAVE A FRAUD ALERT STILL     *
      *    OPEN, OR ONE CONFIRMED AS FRAUD?  EVERY PROGRAM THAT      *
      *    REFUNDS MONEY ASKS BEFORE IT PAYS.  THE FLAGGED           *
      *    CUSTOMERS ARE LOADED ON THE FIRST CALL AND KEPT FOR THE   *
      *    REST OF THE RUN.  NO QUEUE ON FILE MEANS NOBODY IS HELD.  *
      *----------------------------------------------------------*
       01 WS-QUEUE-STATUS PIC XX.
           88 QUEUE-FILE-OK VALUE '00'.
       01 WS-EOF PIC X.
       01 WS-LOADED PIC X VALUE 'N'.
           88 TABLE-LOADED VALUE 'Y'.

       01 WS-HOLD-TABLE.
           05 WS-HOLD-CUST OCCURS 1000 TIMES PIC X(5).
       01 WS-HOLD-COUNT PIC 9(4) VALUE 0.
       01 WS-HOLD-IDX PIC 9(4).

       LINKAGE SECTION.
       01 FRAUD-CUST-ID PIC X(5).
       01 FRAUD-RESULT PIC X(1).
           88 FRAUD-HELD VALUE 'Y'.
           88 FRAUD-NOT-HELD VALUE 'N'.

       PROCEDURE DIVISION USING FRAUD-CUST-ID FRAUD-RESULT.

           IF NOT TABLE-LOADED
               PERFORM 0100-LOAD-FLAGGED
               SET TABLE-LOADED TO TRUE
           END-IF.

           SET FRAUD-NOT-HELD TO TRUE.
           PERFORM VARYING WS-HOLD-IDX FROM 1 BY 1
                   UNTIL WS-HOLD-IDX > WS-HOLD-COUNT
                   OR FRAUD-HELD
               IF WS-HOLD-CUST(WS-HOLD-IDX) = FRAUD-CUST-ID
                   SET FRAUD-HELD TO TRUE
               END-IF
           END-PERFORM.

           EXIT PROGRAM.

      *----------------------------------------------------------*
      *    0100-LOAD-FLAGGED - EVERY CUSTOMER WITH AT LEAST ONE     *
      *    OPEN OR CONFIRMED ALERT.  THE QUEUE IS IN CUSTOMER ORDER, *
      *    SO A CUSTOMER WITH SEVERAL ALERTS IS TABLED ONCE.         *
      *----------------------------------------------------------*
       0100-LOAD-FLAGGED.
           MOVE 0 TO WS-HOLD-COUNT.
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
                       IF FRQ-IS-OPEN OR FRQ-IS-CONFIRMED
                           PERFORM 0150-TABLE-ONE-CUSTOMER
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE QUEUE-FILE.

      *----------------------------------------------------------*
      *    0150-TABLE-ONE-CUSTOMER - ADD THE FLAGGED CUSTOMER       *
      *    UNLESS IT IS THE ONE JUST TABLED                          *
      *----------------------------------------------------------*
       0150-TABLE-ONE-CUSTOMER.
           IF WS-HOLD-COUNT > 0
               IF WS-HOLD-CUST(WS-HOLD-COUNT) = FRQ-CUST-ID
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           IF WS-HOLD-COUNT < 1000
               ADD 1 TO WS-HOLD-COUNT
               MOVE FRQ-CUST-ID TO WS-HOLD-CUST(WS-HOLD-COUNT)
           END-IF.
