           SELECT DUP-REPORT ASSIGN TO './result/dup-candidates.txt'
               ORGANIZATION IS LINE SEQUENTIAL.

      *----------------------------------------------------------*
      *    SRCH-FILE IS THE CUSTOMER SEARCH INDEX CUSTLOAD BUILDS;   *
      *    CUST-A ONLY SUPPLIES THE MASTER NAME FOR THE REPORT.      *
      *    EACH FEED ROW IS CHECKED AGAINST THE CUSTOMERS ALREADY    *
      *    ON THE MASTER BY READING ITS SOUND CODE'S KEY RANGE,      *
      *    NOT BY PASSING THE WHOLE MASTER.                          *
      *----------------------------------------------------------*
           SELECT SRCH-FILE ASSIGN TO './custA-search.txt'
               ORGANIZATION IS INDEXED
               RECORD KEY IS SRCH-KEY
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS WS-SRCH-STATUS.

           SELECT CUST-A ASSIGN TO './custA.txt'
               ORGANIZATION IS INDEXED
               RECORD KEY IS A-ID
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS WS-CUST-A-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD DUP-REPORT.
       01 REPORT-REC PIC X(100).

       FD SRCH-FILE.
           COPY "srchidxrec".

       FD CUST-A.
       01 A-REC.
           COPY "custnamerec" REPLACING FIELD-ID BY A-ID
               FIELD-NAME BY A-NAME FIELD-STATUS BY A-STATUS
               FIELD-ADDR BY A-ADDR FIELD-PREF-NAME BY A-PREF-NAME.

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------*
      *    THE WHOLE FEED IS HELD IN WS-SCAN-TABLE AND EVERY PAIR   *
       01 WS-PAIR-COUNT PIC 9(10) VALUE 0.
       01 WS-MATCH-REASON PIC X(8).

      *----------------------------------------------------------*
      *    FEED-AGAINST-MASTER STATE - THE CUSTOMERS UNDER ONE FEED  *
      *    ROW'S SOUND CODE ARE HELD HERE, THEN EACH IS KEPT ONLY    *
      *    WHEN IT ALSO HAS A ZIP ROW FOR THE FEED ROW'S ZIP.  THE   *
      *    FEED ROW'S OWN CUSTOMER (ITS CROSS-REFERENCE LINK) IS     *
      *    NOT A DUPLICATE OF ITSELF.                                *
      *----------------------------------------------------------*
       01 WS-SRCH-STATUS PIC XX.
           88 SRCH-FILE-OK VALUE '00'.
       01 WS-CUST-A-STATUS PIC XX.
           88 CUST-A-OK VALUE '00'.
       01 WS-CUST-A-OPEN PIC X VALUE 'N'.
           88 CUST-A-IS-OPEN VALUE 'Y'.
       01 WS-SRCH-DONE PIC X.
       01 WS-FEED-ZIP PIC X(3).
       01 WS-HIT-TABLE.
           05 WS-HIT-ID PIC X(5) OCCURS 100 TIMES.
       01 WS-HIT-COUNT PIC 9(3).
       01 WS-H PIC 9(3).
       01 WS-MASTER-NAME PIC X(20).
       01 WS-MASTER-PAIR-COUNT PIC 9(10) VALUE 0.
       01 WS-XLINK-DIRECTION PIC X(1).
       01 WS-XLINK-FEED-ID PIC X(4).
       01 WS-XLINK-PIPE-ID PIC X(5).
       01 WS-XLINK-RESULT PIC X(1).
           88 LINK-FOUND VALUE 'Y'.

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           OPEN OUTPUT DUP-REPORT.
               WRITE REPORT-REC
           END-IF.

           PERFORM 0500-CHECK-FEED-AGAINST-MASTER.

           MOVE SPACES TO REPORT-REC.
           STRING "CANDIDATE PAIRS=" WS-PAIR-COUNT
               " OF WHICH AGAINST THE MASTER=" WS-MASTER-PAIR-COUNT
               DELIMITED BY SIZE INTO REPORT-REC.
           WRITE REPORT-REC.


           DISPLAY "DUPSCAN customers scanned: " WS-SCAN-COUNT.
           DISPLAY "DUPSCAN candidate pairs: " WS-PAIR-COUNT.
           DISPLAY "DUPSCAN candidates already on the master: "
               WS-MASTER-PAIR-COUNT.

           MOVE 0 TO RETURN-CODE.
           GOBACK.
               " NAME2=" WS-SC-NAME(WS-J)
               DELIMITED BY SIZE INTO REPORT-REC.
           WRITE REPORT-REC.

      *----------------------------------------------------------*
      *    0500-CHECK-FEED-AGAINST-MASTER - EACH FEED ROW AGAINST   *
      *    THE CUSTOMERS ALREADY ON THE MASTER THROUGH THE SEARCH    *
      *    INDEX.  WITH NO INDEX THE FEED-ONLY PAIRS STILL STAND     *
      *    AND THE REPORT SAYS THE MASTER WAS NOT CHECKED.           *
      *----------------------------------------------------------*
       0500-CHECK-FEED-AGAINST-MASTER.
           OPEN INPUT SRCH-FILE.
           IF NOT SRCH-FILE-OK
               MOVE SPACES TO REPORT-REC
               STRING "MASTER NOT CHECKED - NO SEARCH INDEX, RUN "
                   "CUSTLOAD"
                   DELIMITED BY SIZE INTO REPORT-REC
               WRITE REPORT-REC
               DISPLAY "DUPSCAN - search index not available, status "
                   WS-SRCH-STATUS
               EXIT PARAGRAPH
           END-IF.
           OPEN INPUT CUST-A.
           IF CUST-A-OK
               SET CUST-A-IS-OPEN TO TRUE
           END-IF.

           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-SCAN-COUNT
               PERFORM 0510-CHECK-ONE-AGAINST-MASTER
           END-PERFORM.

           CLOSE SRCH-FILE.
           IF CUST-A-IS-OPEN
               CLOSE CUST-A
           END-IF.

      *----------------------------------------------------------*
      *    0510-CHECK-ONE-AGAINST-MASTER - THE SOUND CODE'S KEY     *
      *    RANGE GIVES THE SOUND-ALIKE CUSTOMERS; A DIRECT READ OF   *
      *    EACH ONE'S ZIP ROW KEEPS THOSE WITH AN ADDRESS IN THE     *
      *    FEED ROW'S ZIP                                            *
      *----------------------------------------------------------*
       0510-CHECK-ONE-AGAINST-MASTER.
           MOVE FUNCTION UPPER-CASE(WS-SC-ZIP(WS-I)(1:3))
               TO WS-FEED-ZIP.
           IF WS-SC-PHON-CODE(WS-I) = SPACES OR WS-FEED-ZIP = SPACES
               EXIT PARAGRAPH
           END-IF.

           MOVE 'F' TO WS-XLINK-DIRECTION.
           MOVE WS-SC-ID(WS-I) TO WS-XLINK-FEED-ID.
           MOVE SPACES TO WS-XLINK-PIPE-ID.
           CALL 'XREFSUB' USING WS-XLINK-DIRECTION
               WS-XLINK-FEED-ID WS-XLINK-PIPE-ID WS-XLINK-RESULT.
           IF NOT LINK-FOUND
               MOVE SPACES TO WS-XLINK-PIPE-ID
           END-IF.

           MOVE 0 TO WS-HIT-COUNT.
           MOVE 'N' TO WS-SRCH-DONE.
           SET SRCH-IS-PHONETIC TO TRUE.
           MOVE WS-SC-PHON-CODE(WS-I) TO SRCH-VALUE.
           MOVE LOW-VALUES TO SRCH-CUST-ID.
           START SRCH-FILE KEY >= SRCH-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-SRCH-DONE
           END-START.
           PERFORM UNTIL WS-SRCH-DONE = 'Y'
               READ SRCH-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-SRCH-DONE
                   NOT AT END
                       IF NOT SRCH-IS-PHONETIC
                               OR SRCH-VALUE NOT = WS-SC-PHON-CODE(WS-I)
                               OR WS-HIT-COUNT >= 100
                           MOVE 'Y' TO WS-SRCH-DONE
                       ELSE
                           IF SRCH-CUST-ID NOT = WS-XLINK-PIPE-ID
                               ADD 1 TO WS-HIT-COUNT
                               MOVE SRCH-CUST-ID
                                   TO WS-HIT-ID(WS-HIT-COUNT)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

           PERFORM VARYING WS-H FROM 1 BY 1 UNTIL WS-H > WS-HIT-COUNT
               SET SRCH-IS-ZIP TO TRUE
               MOVE WS-FEED-ZIP TO SRCH-VALUE
               MOVE WS-HIT-ID(WS-H) TO SRCH-CUST-ID
               READ SRCH-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM 0520-WRITE-MASTER-CANDIDATE
               END-READ
           END-PERFORM.

      *----------------------------------------------------------*
      *    0520-WRITE-MASTER-CANDIDATE - THE FEED ROW, THE MASTER   *
      *    CUSTOMER IT SOUNDS LIKE IN THE SAME ZIP, AND BOTH NAMES   *
      *----------------------------------------------------------*
       0520-WRITE-MASTER-CANDIDATE.
           MOVE SPACES TO WS-MASTER-NAME.
           IF CUST-A-IS-OPEN
               MOVE WS-HIT-ID(WS-H) TO A-ID
               READ CUST-A
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE A-NAME TO WS-MASTER-NAME
               END-READ
           END-IF.

           ADD 1 TO WS-PAIR-COUNT.
           ADD 1 TO WS-MASTER-PAIR-COUNT.
           MOVE SPACES TO REPORT-REC.
           STRING "MASTER " WS-SC-ID(WS-I) " / " WS-HIT-ID(WS-H)
               " REASON=SOUNDZIP"
               " NAME1=" WS-SC-NAME(WS-I)
               " NAME2=" WS-MASTER-NAME
               DELIMITED BY SIZE INTO REPORT-REC.
           WRITE REPORT-REC.
