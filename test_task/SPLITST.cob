               FIELD-ADDR-STREET BY OUT-ADDR-STREET
               FIELD-ADDR-CITY BY OUT-ADDR-CITY
               FIELD-ADDR-STATE BY OUT-ADDR-STATE
               FIELD-ADDR-ZIP BY OUT-ADDR-ZIP
               FIELD-STATUS BY OUT-STATUS.

       FD CUST-ALL-CSV.
       01 CSV-REC PIC X(80).

       01 WS-ROWS-READ PIC 9(10) VALUE 0.
       01 WS-ROWS-OTHER PIC 9(10) VALUE 0.
      *----------------------------------------------------------*
      *    DECEASED ('D') ROWS STILL GO TO THEIR STATE FILE WITH    *
      *    THE STATUS BYTE INTACT - THE REGIONAL TEAMS FILTER ON IT  *
      *    - BUT ARE COUNTED SO THE SUMMARY SHOWS HOW MANY THERE ARE *
      *----------------------------------------------------------*
       01 WS-ROWS-DECEASED PIC 9(10) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           DISPLAY "SPLITST rows read: " WS-ROWS-READ.
           DISPLAY "SPLITST states written: " WS-COUNT-USED.
           DISPLAY "SPLITST rows to the catch-all: " WS-ROWS-OTHER.
           DISPLAY "SPLITST deceased rows passed through: "
               WS-ROWS-DECEASED.

           MOVE 0 TO RETURN-CODE.
           GOBACK.
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           ADD 1 TO WS-ROWS-READ
                           IF OUT-STATUS = 'D'
                               ADD 1 TO WS-ROWS-DECEASED
                           END-IF
                           MOVE OUT-ADDR-STATE TO S-STATE
                           MOVE SPACES TO S-LINE
                           MOVE OUT-REC TO S-LINE

      *----------------------------------------------------------*
      *    0250-RELEASE-CSV-ROW - PULL THE STATE OUT OF THE QUOTED  *
      *    ADDRESS FIELD AND RELEASE THE RAW CSV LINE UNDER IT;      *
      *    THE STATUS BYTE FOLLOWS THE COMMA AFTER THE ADDRESS       *
      *----------------------------------------------------------*
       0250-RELEASE-CSV-ROW.
           MOVE SPACES TO WS-CSV-ADDR.
           MOVE SPACES TO WS-CSV-REST.
           UNSTRING CSV-REC DELIMITED BY '"'
               INTO WS-CSV-P1 WS-CSV-NAME WS-CSV-P3
                   WS-CSV-ADDR WS-CSV-REST.
           IF WS-CSV-REST(2:1) = 'D'
               ADD 1 TO WS-ROWS-DECEASED
           END-IF.
           IF WS-CSV-ADDR(26:2) = SPACES
               MOVE SPACES TO S-STATE
           ELSE
               DELIMITED BY SIZE INTO SUMMARY-REC.
           WRITE SUMMARY-REC.

           MOVE SPACES TO SUMMARY-REC.
           STRING "DECEASED (STATUS D, PASSED THROUGH)="
               WS-ROWS-DECEASED
               DELIMITED BY SIZE INTO SUMMARY-REC.
           WRITE SUMMARY-REC.

           CLOSE SUMMARY-REPORT.
