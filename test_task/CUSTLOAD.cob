               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

      *----------------------------------------------------------*
      *    A LOAD ALSO REBUILDS THE CUSTOMER SEARCH INDEX FROM THE   *
      *    TWO PIPELINE MASTERS - A SOUND-CODE ROW FOR EVERY CUST-A  *
      *    NAME AND A ZIP ROW FOR EVERY CUST-B ADDRESS - SO ANY      *
      *    DRIFT FROM PROGRAMS THAT CHANGE THE MASTERS WITHOUT       *
      *    GOING THROUGH SUB-SRCHIDX IS PUT RIGHT EVERY NIGHT.       *
      *----------------------------------------------------------*
           SELECT CUST-A ASSIGN TO './custA.txt'
               ORGANIZATION IS INDEXED
               RECORD KEY IS A-ID
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS WS-CUST-A-STATUS.

           SELECT CUST-B ASSIGN TO './custB.txt'
               ORGANIZATION IS INDEXED
               RECORD KEY IS B-KEY
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS WS-CUST-B-STATUS.

           SELECT SRCH-FILE ASSIGN TO './custA-search.txt'
               ORGANIZATION IS INDEXED
               RECORD KEY IS SRCH-KEY
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS WS-SRCH-STATUS.

       DATA DIVISION.
       FILE SECTION.

           05 PARM-MODE PIC X(1).
           05 PARM-LOOKUP-ID PIC X(5).

       FD CUST-A.
       01 A-REC.
           COPY "custnamerec" REPLACING FIELD-ID BY A-ID
               FIELD-NAME BY A-NAME FIELD-STATUS BY A-STATUS
               FIELD-ADDR BY A-ADDR FIELD-PREF-NAME BY A-PREF-NAME.

       FD CUST-B.
       01 B-REC.
           COPY "custaddrrec" REPLACING FIELD-KEY BY B-KEY
               FIELD-ID BY B-ID FIELD-EFFDATE BY B-EFFECTIVE-DATE
               FIELD-ADDR BY B-ADDR FIELD-NAME BY B-NAME.

       FD SRCH-FILE.
           COPY "srchidxrec".

       WORKING-STORAGE SECTION.
       01 WS-CUST-ALL-STATUS PIC XX.
           88 CUST-ALL-OK VALUE '00'.
           88 MASTER-FILE-OK VALUE '00'.
       01 WS-PARM-STATUS PIC XX.
           88 PARM-FILE-OK VALUE '00'.
       01 WS-CUST-A-STATUS PIC XX.
           88 CUST-A-OK VALUE '00'.
       01 WS-CUST-B-STATUS PIC XX.
           88 CUST-B-OK VALUE '00'.
       01 WS-SRCH-STATUS PIC XX.
           88 SRCH-FILE-OK VALUE '00'.

       01 WS-RUN-MODE PIC X(1) VALUE 'L'.
           88 MODE-IS-LOAD VALUE 'L'.
       01 WS-LOAD-COUNT PIC 9(10) VALUE 0.
       01 WS-DUP-COUNT PIC 9(10) VALUE 0.

       01 WS-MASTER-EOF PIC X VALUE 'N'.
       01 WS-SOUND-CODE PIC X(8).
       01 WS-ZIP PIC X(3).
       01 WS-NAME-ROWS PIC 9(10) VALUE 0.
       01 WS-ZIP-ROWS PIC 9(10) VALUE 0.
       01 WS-INDEX-REBUILT PIC X VALUE 'N'.
           88 INDEX-REBUILT VALUE 'Y'.

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           PERFORM 0100-LOAD-PARAMETERS.
               PERFORM 0300-LOOKUP-ONE-CUSTOMER
           ELSE
               PERFORM 0200-LOAD-MASTER
               PERFORM 0400-REBUILD-SEARCH-INDEX
               IF NOT INDEX-REBUILT AND RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

           GOBACK.
           IF NOT CUST-ALL-OK
               DISPLAY "CUSTLOAD - cust-all.txt not on file, no load"
               MOVE 4 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.

           OPEN OUTPUT CUST-MASTER.
           END-READ.

           CLOSE CUST-MASTER.

      *----------------------------------------------------------*
      *    0400-REBUILD-SEARCH-INDEX - START THE INDEX AFRESH: ONE  *
      *    SOUND-CODE ROW PER CUST-A CUSTOMER, ONE ZIP ROW PER       *
      *    CUSTOMER PER ZIP ON CUST-B.  A CUSTOMER WITH TWO ADDRESS  *
      *    ROWS IN THE SAME ZIP COLLIDES ON THE KEY, WHICH IS THE    *
      *    ONE ROW WANTED.  WITHOUT CUST-A THE OLD INDEX IS LEFT     *
      *    ALONE RATHER THAN EMPTIED.                                *
      *----------------------------------------------------------*
       0400-REBUILD-SEARCH-INDEX.
           OPEN INPUT CUST-A.
           IF NOT CUST-A-OK
               DISPLAY "CUSTLOAD - custA.txt not available, search "
                   "index not rebuilt, status " WS-CUST-A-STATUS
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT SRCH-FILE.

           MOVE 'N' TO WS-MASTER-EOF.
           MOVE LOW-VALUES TO A-ID.
           START CUST-A KEY >= A-ID
               INVALID KEY
                   MOVE 'Y' TO WS-MASTER-EOF
           END-START.
           PERFORM UNTIL WS-MASTER-EOF = 'Y'
               READ CUST-A NEXT
                   AT END
                       MOVE 'Y' TO WS-MASTER-EOF
                   NOT AT END
                       CALL 'SUB-PHON' USING A-NAME WS-SOUND-CODE
                       IF WS-SOUND-CODE NOT = SPACES
                           MOVE SPACES TO SRCH-REC
                           SET SRCH-IS-PHONETIC TO TRUE
                           MOVE WS-SOUND-CODE TO SRCH-VALUE
                           MOVE A-ID TO SRCH-CUST-ID
                           PERFORM 0410-WRITE-INDEX-ROW
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CUST-A.

           OPEN INPUT CUST-B.
           IF CUST-B-OK
               MOVE 'N' TO WS-MASTER-EOF
               MOVE LOW-VALUES TO B-KEY
               START CUST-B KEY >= B-KEY
                   INVALID KEY
                       MOVE 'Y' TO WS-MASTER-EOF
               END-START
               PERFORM UNTIL WS-MASTER-EOF = 'Y'
                   READ CUST-B NEXT
                       AT END
                           MOVE 'Y' TO WS-MASTER-EOF
                       NOT AT END
                           MOVE FUNCTION UPPER-CASE(B-ADDR(28:3))
                               TO WS-ZIP
                           IF WS-ZIP NOT = SPACES
                               MOVE SPACES TO SRCH-REC
                               SET SRCH-IS-ZIP TO TRUE
                               MOVE WS-ZIP TO SRCH-VALUE
                               MOVE B-ID TO SRCH-CUST-ID
                               PERFORM 0410-WRITE-INDEX-ROW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CUST-B
           END-IF.

           CLOSE SRCH-FILE.
           SET INDEX-REBUILT TO TRUE.

           DISPLAY "CUSTLOAD search index name rows: " WS-NAME-ROWS.
           DISPLAY "CUSTLOAD search index ZIP rows: " WS-ZIP-ROWS.

      *----------------------------------------------------------*
      *    0410-WRITE-INDEX-ROW - ONE INDEX ROW, COUNTED BY KIND    *
      *----------------------------------------------------------*
       0410-WRITE-INDEX-ROW.
           WRITE SRCH-REC
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF SRCH-IS-PHONETIC
                       ADD 1 TO WS-NAME-ROWS
                   ELSE
                       ADD 1 TO WS-ZIP-ROWS
                   END-IF
           END-WRITE.
