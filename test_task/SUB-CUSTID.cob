       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUB-CUSTID.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *----------------------------------------------------------*
      *    CONTROL-FILE - ONE ROW PER COMPANY: COMPANY CODE, THE    *
      *    NEXT NUMBER TO HAND OUT (9(5), SO A RANGE ENDING AT 9999  *
      *    CAN STEP PAST ITS END), AND THE LAST FOUR-DIGIT NUMBER IN *
      *    THE COMPANY'S RANGE.  RANGES MUST NOT OVERLAP - THAT IS   *
      *    WHAT KEEPS TWO COMPANIES FROM ISSUING THE SAME ID ON THE  *
      *    SHARED MASTER.  THE FILE IS REWRITTEN AFTER EVERY         *
      *    ALLOCATION SO A NUMBER IS NEVER HANDED OUT TWICE, EVEN    *
      *    BY A RUN THAT ABENDS LATER.  WITH NO FILE AT ALL COMPANY  *
      *    01 STARTS AT 1000 AND OWNS THE WHOLE RANGE.               *
      *----------------------------------------------------------*
           SELECT CONTROL-FILE ASSIGN TO './cust-id-control.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD CONTROL-FILE.
       01 CONTROL-REC.
           05 CIDC-COMPANY PIC X(2).
           05 CIDC-NEXT PIC 9(5).
           05 CIDC-LAST PIC 9(4).

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------*
      *    SUB-CUSTID - SHARED CUSTOMER-ID ALLOCATOR AND CHECK-     *
      *    DIGIT VERIFIER, IN THE SPIRIT OF SUB-FX.  THE CONTROL     *
      *    TABLE IS LOADED ON THE FIRST CALL AND KEPT FOR THE REST   *
      *    OF THE RUN; SEE CUSTIDREQ FOR THE REQUEST AREA.           *
      *----------------------------------------------------------*
       01 WS-CONTROL-STATUS PIC XX.
           88 CONTROL-FILE-OK VALUE '00'.
       01 WS-EOF PIC X.
       01 WS-LOADED PIC X VALUE 'N'.
           88 TABLE-LOADED VALUE 'Y'.

       01 WS-CTL-TABLE.
           05 WS-CTL-ENTRY OCCURS 20 TIMES.
               10 WS-CTL-COMPANY PIC X(2).
               10 WS-CTL-NEXT PIC 9(5).
               10 WS-CTL-LAST PIC 9(4).
       01 WS-CTL-USED PIC 9(2) VALUE 0.
       01 WS-CTL-IDX PIC 9(2).
       01 WS-CTL-FOUND PIC 9(2).

       01 WS-COMPANY PIC X(2).

      *----------------------------------------------------------*
      *    CHECK-DIGIT WORK AREA - THE FOUR-DIGIT BASE AND ITS      *
      *    LUHN SUM.  FROM THE RIGHT, THE FIRST, THIRD ... BASE      *
      *    DIGITS ARE DOUBLED (LESS 9 WHEN OVER 9); THE CHECK DIGIT  *
      *    BRINGS THE SUM UP TO A MULTIPLE OF 10.                    *
      *----------------------------------------------------------*
       01 WS-BASE PIC 9(4).
       01 WS-BASE-DIGITS REDEFINES WS-BASE.
           05 WS-BASE-DIGIT PIC 9 OCCURS 4 TIMES.
       01 WS-DIGIT-IDX PIC 9.
       01 WS-DOUBLED PIC 9(2).
       01 WS-LUHN-SUM PIC 9(3).
       01 WS-CHECK-DIGIT PIC 9.
       01 WS-NEW-ID.
           05 WS-NEW-BASE PIC 9(4).
           05 WS-NEW-CHECK PIC 9.

       LINKAGE SECTION.
           COPY "custidreq".

       PROCEDURE DIVISION USING CID-REQUEST.

           IF NOT TABLE-LOADED
               PERFORM 0100-LOAD-CONTROL
               SET TABLE-LOADED TO TRUE
           END-IF.

           IF CID-ALLOCATE
               PERFORM 0300-ALLOCATE-ID
           ELSE
               PERFORM 0200-VERIFY-ID
           END-IF.

           EXIT PROGRAM.

      *----------------------------------------------------------*
      *    0100-LOAD-CONTROL - EVERY COMPANY RANGE ON FILE; NO FILE *
      *    GIVES COMPANY 01 THE DEFAULT RANGE 1000-9999              *
      *----------------------------------------------------------*
       0100-LOAD-CONTROL.
           MOVE 0 TO WS-CTL-USED.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT CONTROL-FILE.
           IF NOT CONTROL-FILE-OK
               MOVE 1 TO WS-CTL-USED
               MOVE "01" TO WS-CTL-COMPANY(1)
               MOVE 1000 TO WS-CTL-NEXT(1)
               MOVE 9999 TO WS-CTL-LAST(1)
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-EOF = 'Y'
               READ CONTROL-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF CIDC-COMPANY NOT = SPACES
                               AND CIDC-NEXT NUMERIC
                               AND CIDC-LAST NUMERIC
                               AND WS-CTL-USED < 20
                           ADD 1 TO WS-CTL-USED
                           MOVE CIDC-COMPANY
                               TO WS-CTL-COMPANY(WS-CTL-USED)
                           MOVE CIDC-NEXT TO WS-CTL-NEXT(WS-CTL-USED)
                           MOVE CIDC-LAST TO WS-CTL-LAST(WS-CTL-USED)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CONTROL-FILE.

      *----------------------------------------------------------*
      *    0200-VERIFY-ID - AN ALL-DIGIT ID MUST CARRY THE RIGHT    *
      *    CHECK DIGIT; AN ID WITH ANY OTHER CHARACTER PREDATES THE  *
      *    ALLOCATOR AND STANDS AS KEYED                             *
      *----------------------------------------------------------*
       0200-VERIFY-ID.
           IF CID-CUST-ID = SPACES
               SET CID-ID-BAD TO TRUE
               EXIT PARAGRAPH
           END-IF.
           SET CID-ID-OK TO TRUE.
           IF CID-CUST-ID NOT NUMERIC
               EXIT PARAGRAPH
           END-IF.
           MOVE CID-CUST-ID(1:4) TO WS-BASE.
           PERFORM 0400-COMPUTE-CHECK-DIGIT.
           IF CID-CUST-ID(5:1) NOT = WS-CHECK-DIGIT
               SET CID-ID-BAD TO TRUE
           END-IF.

      *----------------------------------------------------------*
      *    0300-ALLOCATE-ID - THE COMPANY'S NEXT NUMBER PLUS ITS    *
      *    CHECK DIGIT; THE ROW MOVES ON ONE AND THE FILE IS         *
      *    REWRITTEN BEFORE THE ID GOES BACK TO THE CALLER           *
      *----------------------------------------------------------*
       0300-ALLOCATE-ID.
           MOVE CID-COMPANY TO WS-COMPANY.
           IF WS-COMPANY = SPACES
               MOVE "01" TO WS-COMPANY
           END-IF.
           MOVE SPACES TO CID-CUST-ID.
           SET CID-RANGE-FULL TO TRUE.

           MOVE 0 TO WS-CTL-FOUND.
           PERFORM VARYING WS-CTL-IDX FROM 1 BY 1
                   UNTIL WS-CTL-IDX > WS-CTL-USED
               IF WS-CTL-COMPANY(WS-CTL-IDX) = WS-COMPANY
                   MOVE WS-CTL-IDX TO WS-CTL-FOUND
               END-IF
           END-PERFORM.
           IF WS-CTL-FOUND = 0
               EXIT PARAGRAPH
           END-IF.
           IF WS-CTL-NEXT(WS-CTL-FOUND) > WS-CTL-LAST(WS-CTL-FOUND)
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-CTL-NEXT(WS-CTL-FOUND) TO WS-BASE.
           PERFORM 0400-COMPUTE-CHECK-DIGIT.
           MOVE WS-BASE TO WS-NEW-BASE.
           MOVE WS-CHECK-DIGIT TO WS-NEW-CHECK.
           ADD 1 TO WS-CTL-NEXT(WS-CTL-FOUND).
           PERFORM 0500-REWRITE-CONTROL.

           MOVE WS-NEW-ID TO CID-CUST-ID.
           SET CID-ID-OK TO TRUE.

      *----------------------------------------------------------*
      *    0400-COMPUTE-CHECK-DIGIT - LUHN CHECK DIGIT FOR WS-BASE  *
      *    INTO WS-CHECK-DIGIT                                       *
      *----------------------------------------------------------*
       0400-COMPUTE-CHECK-DIGIT.
           MOVE 0 TO WS-LUHN-SUM.
           PERFORM VARYING WS-DIGIT-IDX FROM 1 BY 1
                   UNTIL WS-DIGIT-IDX > 4
      *        POSITIONS 4 AND 2 ARE THE FIRST AND THIRD FROM THE
      *        RIGHT OF THE BASE, SO THEY ARE THE ONES DOUBLED
               IF WS-DIGIT-IDX = 2 OR WS-DIGIT-IDX = 4
                   COMPUTE WS-DOUBLED =
                       WS-BASE-DIGIT(WS-DIGIT-IDX) * 2
                   IF WS-DOUBLED > 9
                       SUBTRACT 9 FROM WS-DOUBLED
                   END-IF
                   ADD WS-DOUBLED TO WS-LUHN-SUM
               ELSE
                   ADD WS-BASE-DIGIT(WS-DIGIT-IDX) TO WS-LUHN-SUM
               END-IF
           END-PERFORM.
           COMPUTE WS-CHECK-DIGIT =
               FUNCTION MOD(10 - FUNCTION MOD(WS-LUHN-SUM, 10), 10).

      *----------------------------------------------------------*
      *    0500-REWRITE-CONTROL - THE WHOLE TABLE BACK TO THE       *
      *    CONTROL FILE                                              *
      *----------------------------------------------------------*
       0500-REWRITE-CONTROL.
           OPEN OUTPUT CONTROL-FILE.
           PERFORM VARYING WS-CTL-IDX FROM 1 BY 1
                   UNTIL WS-CTL-IDX > WS-CTL-USED
               MOVE WS-CTL-COMPANY(WS-CTL-IDX) TO CIDC-COMPANY
               MOVE WS-CTL-NEXT(WS-CTL-IDX) TO CIDC-NEXT
               MOVE WS-CTL-LAST(WS-CTL-IDX) TO CIDC-LAST
               WRITE CONTROL-REC
           END-PERFORM.
           CLOSE CONTROL-FILE.
