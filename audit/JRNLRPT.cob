           05 JRNLA-TXN-ID PIC X(5).
           05 JRNLA-TXN-TYPE PIC X(1).
           05 JRNLA-KIND PIC X(8).
           05 JRNLA-IMAGE PIC X(78).
           05 JRNLA-OPERATOR PIC X(8).
           05 JRNLA-TIMESTAMP PIC X(14).

           88 BEFORE-IMAGE-HELD VALUE 'Y'.
       01 WS-HELD-TXN-ID PIC X(5).
       01 WS-HELD-SEQ PIC 9(5).
       01 WS-HELD-IMAGE PIC X(78).

       01 WS-OLD-REC.
           05 WS-OLD-ID PIC X(5).
           05 WS-OLD-STATUS PIC X(1).
           05 WS-OLD-ADDR PIC X(30).
           05 WS-OLD-COMPANY PIC X(2).
           05 WS-OLD-PREF-NAME PIC X(20).
       01 WS-NEW-REC.
           05 WS-NEW-ID PIC X(5).
           05 WS-NEW-NAME PIC X(20).
           05 WS-NEW-STATUS PIC X(1).
           05 WS-NEW-ADDR PIC X(30).
           05 WS-NEW-COMPANY PIC X(2).
           05 WS-NEW-PREF-NAME PIC X(20).

       01 WS-CHANGE-COUNT PIC 9(10) VALUE 0.

      *    THAT ACTUALLY CHANGED                                    *
      *----------------------------------------------------------*
       0300-REPORT-FIELD-CHANGES.
           MOVE WS-HELD-IMAGE(1:78) TO WS-OLD-REC.
           MOVE JRNLA-IMAGE(1:78) TO WS-NEW-REC.

           MOVE SPACES TO REPORT-REC.
           STRING "CHANGE ID=" WS-NEW-ID
                   DELIMITED BY SIZE INTO REPORT-REC
               WRITE REPORT-REC
           END-IF.
           IF WS-OLD-PREF-NAME NOT = WS-NEW-PREF-NAME
               MOVE SPACES TO REPORT-REC
               STRING "  A-PREF-NAME: " WS-OLD-PREF-NAME
                   " -> " WS-NEW-PREF-NAME
                   DELIMITED BY SIZE INTO REPORT-REC
               WRITE REPORT-REC
           END-IF.
           IF WS-OLD-STATUS NOT = WS-NEW-STATUS
               MOVE SPACES TO REPORT-REC
               STRING "  A-STATUS: " WS-OLD-STATUS
      *    0400-REPORT-NEW-CUSTOMER - A RECORD THE BATCH CREATED   *
      *----------------------------------------------------------*
       0400-REPORT-NEW-CUSTOMER.
           MOVE JRNLA-IMAGE(1:78) TO WS-NEW-REC.
           ADD 1 TO WS-CHANGE-COUNT.
           MOVE SPACES TO REPORT-REC.
           STRING "ADDED  ID=" WS-NEW-ID
