       01 A-REC.
           COPY "custnamerec" REPLACING FIELD-ID BY A-ID
               FIELD-NAME BY A-NAME FIELD-STATUS BY A-STATUS
               FIELD-ADDR BY A-ADDR FIELD-PREF-NAME BY A-PREF-NAME.

       FD ERROR-REPORT.
       01 ERROR-REC PIC X(100).
       01 WS-ACCEPTED-COUNT PIC 9(10) VALUE 0.
       01 WS-ERROR-COUNT PIC 9(10) VALUE 0.
       01 WS-DUP-COUNT PIC 9(10) VALUE 0.
       01 WS-ID-ALLOC-COUNT PIC 9(10) VALUE 0.
       01 WS-NO-ID-COUNT PIC 9(10) VALUE 0.

      *----------------------------------------------------------*
      *    SUB-CUSTID REQUEST AREA - A ROW WITH NO ID TAKES THE     *
      *    NEXT ONE FROM THE ALLOCATOR; A ROW WITH AN ID MUST PASS   *
      *    ITS CHECK DIGIT                                           *
      *----------------------------------------------------------*
           COPY "custidreq".

       PROCEDURE DIVISION.
       MAIN-PROCESS.
               " ACCEPTED=" WS-ACCEPTED-COUNT
               " PARSE-ERRORS=" WS-ERROR-COUNT
               " DUPLICATES=" WS-DUP-COUNT
               " IDS-ASSIGNED=" WS-ID-ALLOC-COUNT
               " NO-ID-LEFT=" WS-NO-ID-COUNT
               DELIMITED BY SIZE INTO ERROR-REC.
           WRITE ERROR-REC.
           CLOSE ERROR-REPORT.
           DISPLAY "CSVIMP customers loaded: " WS-ACCEPTED-COUNT.
           DISPLAY "CSVIMP parse failures: " WS-ERROR-COUNT.
           DISPLAY "CSVIMP duplicate ids rejected: " WS-DUP-COUNT.
           DISPLAY "CSVIMP customer ids assigned: " WS-ID-ALLOC-COUNT.
           DISPLAY "CSVIMP rows refused - no customer id left: "
               WS-NO-ID-COUNT.

           IF WS-ERROR-COUNT > 0 OR WS-DUP-COUNT > 0
                   OR WS-NO-ID-COUNT > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
               MOVE "UNTERMINATED QUOTE" TO WS-PARSE-REASON
           END-IF.

      *    A BLANK ID IS ASSIGNED ONE AT LOAD TIME; AN ID THE
      *    PARTNER DID SEND HAS TO CARRY A GOOD CHECK DIGIT.
           IF NOT ROW-PARSE-FAILED
               IF WS-FIELD(1) NOT = SPACES
                   SET CID-VERIFY TO TRUE
                   MOVE WS-FIELD(1)(1:5) TO CID-CUST-ID
                   CALL 'SUB-CUSTID' USING CID-REQUEST
                   IF CID-ID-BAD
                       SET ROW-PARSE-FAILED TO TRUE
                       MOVE "ID CHECK DIGIT INVALID"
                           TO WS-PARSE-REASON
                   END-IF
               END-IF
           END-IF.


      *----------------------------------------------------------*
      *    0400-LOAD-ONE-CUSTOMER - ACCEPTED ROW INTO THE INDEXED   *
      *    CUSTA MASTER, FIXED CUSTNAMEREC SHAPE.  A ROW SENT WITH   *
      *    NO ID IS GIVEN THE NEXT ONE FROM THE ALLOCATOR, AND THE   *
      *    ERROR REPORT SAYS WHICH SO IT CAN GO BACK TO THE PARTNER. *
      *----------------------------------------------------------*
       0400-LOAD-ONE-CUSTOMER.
           IF WS-FIELD(1) = SPACES
               SET CID-ALLOCATE TO TRUE
               MOVE SPACES TO CID-COMPANY
               CALL 'SUB-CUSTID' USING CID-REQUEST
               IF NOT CID-ID-OK
                   ADD 1 TO WS-NO-ID-COUNT
                   MOVE SPACES TO ERROR-REC
                   STRING "ROW " WS-ROW-NO
                       " NO CUSTOMER ID LEFT IN RANGE : "
                       CSV-REC(1:50)
                       DELIMITED BY SIZE INTO ERROR-REC
                   WRITE ERROR-REC
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-ID-ALLOC-COUNT
               MOVE CID-CUST-ID TO WS-FIELD(1)
               MOVE SPACES TO ERROR-REC
               STRING "ROW " WS-ROW-NO
                   " ASSIGNED CUSTOMER ID " CID-CUST-ID
                   " : " WS-FIELD(2)(1:20)
                   DELIMITED BY SIZE INTO ERROR-REC
               WRITE ERROR-REC
           END-IF.
           MOVE WS-FIELD(1)(1:5) TO A-ID.
           MOVE WS-FIELD(2)(1:20) TO A-NAME.
           IF WS-FIELD(3) = SPACES
               MOVE WS-FIELD(3)(1:1) TO A-STATUS
           END-IF.
           MOVE WS-FIELD(4)(1:30) TO A-ADDR.
           MOVE SPACES TO A-PREF-NAME.

           WRITE A-REC
               INVALID KEY
