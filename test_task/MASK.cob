       01 A-REC.
           COPY "custnamerec" REPLACING FIELD-ID BY A-ID
               FIELD-NAME BY A-NAME FIELD-STATUS BY A-STATUS
               FIELD-ADDR BY A-ADDR FIELD-PREF-NAME BY A-PREF-NAME.

       FD CUST-B.
       01 B-REC.
       01 MA-REC.
           COPY "custnamerec" REPLACING FIELD-ID BY MA-ID
               FIELD-NAME BY MA-NAME FIELD-STATUS BY MA-STATUS
               FIELD-ADDR BY MA-ADDR FIELD-PREF-NAME BY MA-PREF-NAME.

       FD MASK-B.
       01 MB-REC.
           GOBACK.

      *----------------------------------------------------------*
      *    0100-MASK-CUST-A - KEY AND STATUS KEPT, NAME, PREFERRED  *
      *    NAME AND STANDBY ADDRESS SCRAMBLED                        *
      *----------------------------------------------------------*
       0100-MASK-CUST-A.
           OPEN INPUT CUST-A.
                       MOVE 20 TO WS-MASK-LEN
                       PERFORM 0900-SCRAMBLE-BUFFER
                       MOVE WS-MASK-BUFFER(1:20) TO MA-NAME
                       MOVE A-PREF-NAME TO WS-MASK-BUFFER
                       MOVE 20 TO WS-MASK-LEN
                       PERFORM 0900-SCRAMBLE-BUFFER
                       MOVE WS-MASK-BUFFER(1:20) TO MA-PREF-NAME
                       MOVE A-ADDR TO WS-MASK-BUFFER
                       MOVE 30 TO WS-MASK-LEN
                       PERFORM 0900-SCRAMBLE-BUFFER
