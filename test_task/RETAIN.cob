           SELECT ARCHIVE-FILE ASSIGN TO WS-ARCHIVE-NAME
               ORGANIZATION IS LINE SEQUENTIAL.

      *----------------------------------------------------------*
      *    POSTARCH-FILE - A "POSTING" GENERATION THE YEAR-END      *
      *    CLOSE PUT ON THE ARCHIVE LIST, OPENED ONLY TO CONFIRM IT  *
      *    IS STILL ON DISK AND COUNT ITS ROWS FOR THE MANIFEST      *
      *----------------------------------------------------------*
           SELECT POSTARCH-FILE ASSIGN TO WS-ARCHIVE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POSTARCH-STATUS.

           SELECT MANIFEST-FILE ASSIGN TO WS-MANIFEST-NAME
               ORGANIZATION IS LINE SEQUENTIAL.

       FD ARCHIVE-FILE.
       01 ARCHIVE-REC PIC X(100).

       FD POSTARCH-FILE.
       01 POSTARCH-REC PIC X(104).

       FD MANIFEST-FILE.
       01 MANIFEST-REC PIC X(100).

           88 BALANCE-FILE-OK VALUE '00'.
       01 WS-ARCHLIST-STATUS PIC XX.
           88 ARCHLIST-FILE-OK VALUE '00'.
       01 WS-POSTARCH-STATUS PIC XX.
           88 POSTARCH-FILE-OK VALUE '00'.
       01 WS-SCAN-DONE PIC X.
       01 WS-LIST-DONE PIC X.

       01 WS-NOTES-DAYS PIC 9(5) VALUE 730.
       01 WS-ADDR-DAYS PIC 9(5) VALUE 3650.
       01 WS-NOTES-ARCHIVED PIC 9(5) VALUE 0.
       01 WS-ADDR-ARCHIVED PIC 9(5) VALUE 0.
       01 WS-BAL-ARCHIVED PIC 9(5) VALUE 0.
       01 WS-POSTING-GENS PIC 9(5) VALUE 0.
       01 WS-POSTING-MISSING PIC 9(5) VALUE 0.
       01 WS-POSTING-ROWS PIC 9(9).

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           IF WS-BAL-FLAG = 'Y'
               PERFORM 0400-ARCHIVE-CLOSED-BALANCES
           END-IF.
           PERFORM 0500-CHECK-POSTING-ARCHIVES.

           MOVE SPACES TO MANIFEST-REC.
           STRING "NOTES ARCHIVED=" WS-NOTES-ARCHIVED
               WS-ADDR-ARCHIVED.
           DISPLAY "RETAIN balances archived: "
               WS-BAL-ARCHIVED.
           DISPLAY "RETAIN posting archives on file: "
               WS-POSTING-GENS " missing: " WS-POSTING-MISSING.

           MOVE 0 TO RETURN-CODE.
           GOBACK.
                           TO WS-BALKEY(WS-BALKEY-COUNT)
                   END-IF
           END-READ.

      *----------------------------------------------------------*
      *    0500-CHECK-POSTING-ARCHIVES - THE YEARLY POSTING         *
      *    GENERATIONS ARE KEPT, NOT AGED OUT; EACH ONE ON THE LIST  *
      *    IS CONFIRMED PRESENT AND COUNTED ON THE MANIFEST          *
      *----------------------------------------------------------*
       0500-CHECK-POSTING-ARCHIVES.
           MOVE 'N' TO WS-LIST-DONE.
           OPEN INPUT ARCHLIST-FILE.
           IF NOT ARCHLIST-FILE-OK
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-LIST-DONE = 'Y'
               READ ARCHLIST-FILE
                   AT END
                       MOVE 'Y' TO WS-LIST-DONE
                   NOT AT END
                       IF ARCHL-TYPE = "POSTING"
                           MOVE ARCHL-NAME TO WS-ARCHIVE-NAME
                           PERFORM 0550-COUNT-ONE-POSTING-ARCHIVE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARCHLIST-FILE.

       0550-COUNT-ONE-POSTING-ARCHIVE.
           OPEN INPUT POSTARCH-FILE.
           IF NOT POSTARCH-FILE-OK
               ADD 1 TO WS-POSTING-MISSING
               MOVE SPACES TO MANIFEST-REC
               STRING "POSTING ARCHIVE " WS-ARCHIVE-NAME
                   " MISSING"
                   DELIMITED BY SIZE INTO MANIFEST-REC
               WRITE MANIFEST-REC
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-POSTING-GENS.
           MOVE 0 TO WS-POSTING-ROWS.
           MOVE 'N' TO WS-SCAN-DONE.
           PERFORM UNTIL WS-SCAN-DONE = 'Y'
               READ POSTARCH-FILE
                   AT END
                       MOVE 'Y' TO WS-SCAN-DONE
                   NOT AT END
                       ADD 1 TO WS-POSTING-ROWS
               END-READ
           END-PERFORM.
           CLOSE POSTARCH-FILE.
           MOVE SPACES TO MANIFEST-REC.
           STRING "POSTING ARCHIVE " WS-ARCHIVE-NAME
               " ROWS=" WS-POSTING-ROWS
               DELIMITED BY SIZE INTO MANIFEST-REC.
           WRITE MANIFEST-REC.
