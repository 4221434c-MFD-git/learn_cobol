               FIELD-OPEN-STATUS BY HIST-OPEN-STATUS
               FIELD-TXN-ID BY HIST-TXN-ID
               FIELD-REV-FLAG BY HIST-REV-FLAG
               FIELD-ACCT-DATE BY HIST-ACCT-DATE
               FIELD-DISPUTE-FLAG BY HIST-DISPUTE-FLAG
               FIELD-DISPUTE-DATE BY HIST-DISPUTE-DATE
               FIELD-DISPUTE-REASON BY HIST-DISPUTE-REASON
               FIELD-INVOICE-NO BY HIST-INVOICE-NO.

       FD CUST-A.
       01 A-REC.
       01 WS-SEG-A-COUNT PIC 9(10) VALUE 0.
       01 WS-SEG-B-COUNT PIC 9(10) VALUE 0.
       01 WS-SEG-C-COUNT PIC 9(10) VALUE 0.
       01 WS-DECEASED-COUNT PIC 9(10) VALUE 0.

      *----------------------------------------------------------*
      *    EXTRACT ROWS ARE COLLECTED PER SEGMENT AND WRITTEN IN    *
           DISPLAY "SEGMENT A (BEST): " WS-SEG-A-COUNT.
           DISPLAY "SEGMENT B: " WS-SEG-B-COUNT.
           DISPLAY "SEGMENT C: " WS-SEG-C-COUNT.
           DISPLAY "SEGMENT deceased, left out of the extracts: "
               WS-DECEASED-COUNT.

           MOVE 0 TO RETURN-CODE.
           GOBACK.
           END-PERFORM.

      *----------------------------------------------------------*
      *    0400-FETCH-CUSTOMER-NAME - NAME FOR THE EXTRACT ROW.     *
      *    THE EXTRACTS ARE MAILING LISTS, SO A DECEASED CUSTOMER'S  *
      *    ENTRY IS TAKEN BACK OFF THE TABLE AGAIN                   *
      *----------------------------------------------------------*
       0400-FETCH-CUSTOMER-NAME.
           MOVE "(NAME NOT ON MASTER)"
                   NOT INVALID KEY
                       MOVE A-NAME
                           TO WS-SEG-TBL-NAME(WS-SEG-COUNT)
                       IF A-STATUS = 'D'
                           ADD 1 TO WS-DECEASED-COUNT
                           SUBTRACT 1 FROM WS-SEG-COUNT
                       END-IF
               END-READ
           END-IF.

