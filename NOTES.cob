           88 MODE-IS-LIST VALUE 'L'.

       01 WS-CUST-ID PIC X(5).
           COPY "custidreq".
           COPY "signonreq".
       01 WS-OPERATOR PIC X(8).
       01 WS-NOTE-TEXT PIC X(50).
       01 WS-FOLLOWUP-DATE PIC X(8).
               STOP RUN
           END-IF.

           DISPLAY "Sign on - operator ID: ".
           ACCEPT WS-OPERATOR.
           SET SGN-CHALLENGE TO TRUE.
           MOVE WS-OPERATOR TO SGN-OPERATOR.
           MOVE "NOTES" TO SGN-PROGRAM.
           CALL 'SUB-SIGNON' USING SGN-REQUEST.
           IF NOT SGN-SIGNED-ON
               DISPLAY "Sign-on refused."
               PERFORM 0045-RELEASE-SHARED-ENQ
               STOP RUN
           END-IF.

           DISPLAY "Enter mode (E=enter a note, L=list a "
               "customer's notes): ".
           ACCEPT WS-RUN-MODE.
               PERFORM 1000-ENTER-NOTE
           END-IF.

           SET SGN-SIGN-OFF TO TRUE.
           CALL 'SUB-SIGNON' USING SGN-REQUEST.
           PERFORM 0045-RELEASE-SHARED-ENQ.
           STOP RUN.

       1000-ENTER-NOTE.
           DISPLAY "Customer ID (5 characters): ".
           ACCEPT WS-CUST-ID.
           PERFORM 1150-VERIFY-CUSTOMER-ID.
           IF CID-ID-BAD
               EXIT PARAGRAPH
           END-IF.

           PERFORM 1100-CHECK-CUSTOMER.
           IF WS-CUST-FOUND NOT = 'Y'
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "Note text: ".
           ACCEPT WS-NOTE-TEXT.
           IF FUNCTION TRIM(WS-NOTE-TEXT) = SPACES
           END-READ.
           CLOSE CUST-A.

      *----------------------------------------------------------*
      *    1150-VERIFY-CUSTOMER-ID - A KEYED ID MUST PASS ITS CHECK *
      *    DIGIT, SO A MISTYPED ID NEVER FILES OR SHOWS A NOTE       *
      *    AGAINST SOMEONE ELSE                                      *
      *----------------------------------------------------------*
       1150-VERIFY-CUSTOMER-ID.
           SET CID-VERIFY TO TRUE.
           MOVE WS-CUST-ID TO CID-CUST-ID.
           CALL 'SUB-CUSTID' USING CID-REQUEST.
           IF CID-ID-BAD
               DISPLAY "Customer ID " WS-CUST-ID
                   " fails its check digit - please re-key it."
           END-IF.

      *----------------------------------------------------------*
      *    2000-LIST-NOTES - EVERY NOTE ON FILE FOR ONE CUSTOMER,   *
      *    OLDEST FIRST (KEY ORDER)                                  *
       2000-LIST-NOTES.
           DISPLAY "Customer ID (5 characters): ".
           ACCEPT WS-CUST-ID.
           PERFORM 1150-VERIFY-CUSTOMER-ID.
           IF CID-ID-BAD
               EXIT PARAGRAPH
           END-IF.

           OPEN INPUT NOTES-FILE.
           IF NOT NOTES-FILE-OK
