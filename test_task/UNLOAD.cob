               FIELD-ADDR BY B-ADDR FIELD-NAME BY B-NAME.

       FD BACKUP-FILE.
       01 BACKUP-REC PIC X(78).

       WORKING-STORAGE SECTION.
       01 WS-CUST-A-STATUS PIC XX.
                           MOVE 'Y' TO WS-SCAN-DONE
                       NOT AT END
                           MOVE SPACES TO BACKUP-REC
                           MOVE A-REC TO BACKUP-REC(1:78)
                           WRITE BACKUP-REC
                           ADD 1 TO WS-UNLOAD-COUNT
                   END-READ
