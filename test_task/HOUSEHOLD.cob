               FIELD-ADDR-STREET BY OUT-ADDR-STREET
               FIELD-ADDR-CITY BY OUT-ADDR-CITY
               FIELD-ADDR-STATE BY OUT-ADDR-STATE
               FIELD-ADDR-ZIP BY OUT-ADDR-ZIP
               FIELD-STATUS BY OUT-STATUS.

       FD XREF-FILE.
       01 XREF-REC.
       01 WS-CUSTOMER-COUNT PIC 9(10) VALUE 0.
       01 WS-HOUSEHOLD-COUNT PIC 9(10) VALUE 0.
       01 WS-MULTI-COUNT PIC 9(10) VALUE 0.
       01 WS-DECEASED-COUNT PIC 9(10) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCESS.
               WS-HOUSEHOLD-COUNT.
           DISPLAY "HOUSEHOLD multi-member households: "
               WS-MULTI-COUNT.
           DISPLAY "HOUSEHOLD deceased customers left out: "
               WS-DECEASED-COUNT.

           MOVE 0 TO RETURN-CODE.
           GOBACK.

      *----------------------------------------------------------*
      *    0100-FEED-CUSTOMERS - EVERY MERGED ROW RELEASED UNDER    *
      *    ITS FULL PARSED ADDRESS; A DECEASED CUSTOMER IS LEFT OUT  *
      *    SO THE HOUSEHOLD LETTER NEVER NAMES THEM                  *
      *----------------------------------------------------------*
       0100-FEED-CUSTOMERS.
           OPEN INPUT CUST-ALL.
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF OUT-STATUS = 'D'
                           ADD 1 TO WS-DECEASED-COUNT
                       ELSE
                           MOVE OUT-ADDR TO S-ADDR
                           MOVE OUT-ID TO S-ID
                           MOVE OUT-NAME TO S-NAME
                           RELEASE SORT-REC
                       END-IF
               END-READ
           END-PERFORM.

