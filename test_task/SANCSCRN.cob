       IDENTIFICATION DIVISION.
       PROGRAM-ID. SANCSCRN.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *----------------------------------------------------------*
      *    LIST-FILE - THE SANCTIONS WATCHLIST COMPLIANCE DROPS,    *
      *    ONE SANCLISTREC ROW PER LISTED PARTY.  READ ONLY.         *
      *----------------------------------------------------------*
           SELECT LIST-FILE ASSIGN TO './sanctions_list.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LIST-STATUS.

      *----------------------------------------------------------*
      *    PARM-FILE - THE SCORE (9(3)) AT WHICH A MATCH GOES TO    *
      *    THE REVIEW QUEUE.  A MISSING FILE MEANS 50, SO A          *
      *    PHONETIC MATCH ALONE IS QUEUED BUT ONE WHOSE DATE OF      *
      *    BIRTH DISAGREES IS NOT.                                   *
      *----------------------------------------------------------*
           SELECT PARM-FILE ASSIGN TO './sanctions_param.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

      *----------------------------------------------------------*
      *    CUST-FEED - THE CUSTOMER FEED, THE ONLY PLACE THE DATE   *
      *    OF BIRTH IS HELD.  READ ONLY.                             *
      *----------------------------------------------------------*
           SELECT CUST-FEED ASSIGN TO './customer_feed.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FEED-STATUS.

           SELECT CUST-A ASSIGN TO './custA.txt'
               ORGANIZATION IS INDEXED
               RECORD KEY IS A-ID
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS WS-CUST-A-STATUS.

      *----------------------------------------------------------*
      *    SRCH-FILE - THE CUSTOMER SEARCH INDEX CUSTLOAD BUILDS.   *
      *    WHEN THE LIST HAS CHANGED, EACH LIST ENTRY'S SOUND CODE   *
      *    IS READ AS ONE KEY RANGE OF THE INDEX TO FIND THE ONLY    *
      *    CUSTOMERS IT COULD MATCH, INSTEAD OF RESCREENING EVERY    *
      *    CUSTOMER AGAINST THE WHOLE LIST.  READ ONLY.              *
      *----------------------------------------------------------*
           SELECT SRCH-FILE ASSIGN TO './custA-search.txt'
               ORGANIZATION IS INDEXED
               RECORD KEY IS SRCH-KEY
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS WS-SRCH-STATUS.

      *----------------------------------------------------------*
      *    SCREENED-FILE - ONE ROW PER CUSTOMER: THE NAME AND DATE  *
      *    OF BIRTH LAST SCREENED AND THE FINGERPRINT OF THE LIST    *
      *    THEY WERE SCREENED AGAINST.  A CUSTOMER WHOSE ROW STILL   *
      *    MATCHES ALL THREE IS NOT SCREENED AGAIN; A NEW CUSTOMER,  *
      *    A NAME CHANGE OR A CHANGED LIST SCREENS THEM AFRESH.      *
      *----------------------------------------------------------*
           SELECT SCREENED-FILE
               ASSIGN TO './result/sanctions-screened.txt'
               ORGANIZATION IS INDEXED
               RECORD KEY IS SANS-CUST-ID
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS WS-SCREENED-STATUS.

           SELECT QUEUE-FILE ASSIGN TO './result/sanctions-queue.txt'
               ORGANIZATION IS INDEXED
               RECORD KEY IS SANQ-KEY
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS WS-QUEUE-STATUS.

      *----------------------------------------------------------*
      *    LAST-FILE - THE FINGERPRINT OF THE LIST THE PREVIOUS RUN *
      *    SCREENED AGAINST, SO THE REPORT CAN SAY A CHANGED LIST    *
      *    HAS FORCED A FULL RESCREEN                                *
      *----------------------------------------------------------*
           SELECT LAST-FILE ASSIGN TO './result/sanctions-list-last.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LAST-STATUS.

           SELECT REPORT-FILE
               ASSIGN TO './result/sanctions-report.txt'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT AUDIT-FILE ASSIGN TO './result/audit-trail.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT RUNID-FILE ASSIGN TO './result/run-id.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNID-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD LIST-FILE.
           COPY "sanclistrec".

       FD PARM-FILE.
       01 PARM-REC.
           05 PARM-THRESHOLD PIC 9(3).

      *----------------------------------------------------------*
      *    CUST-FEED LAYOUT MATCHES copy文/customer.cob'S FEED-REC  *
      *----------------------------------------------------------*
       FD CUST-FEED.
       01 FEED-REC.
           05 FEED-ID PIC X(4).
           05 FEED-NAME PIC X(20).
           05 FEED-AGE PIC S9(3).
           05 FEED-STREET PIC X(20).
           05 FEED-CITY PIC X(15).
           05 FEED-STATE PIC X(2).
           05 FEED-ZIP PIC X(10).
           05 FEED-PHONE PIC X(15).
           05 FEED-EMAIL PIC X(30).
           05 FEED-DOB PIC X(8).

       FD CUST-A.
       01 A-REC.
           COPY "custnamerec" REPLACING FIELD-ID BY A-ID
               FIELD-NAME BY A-NAME FIELD-STATUS BY A-STATUS
               FIELD-ADDR BY A-ADDR FIELD-COMPANY BY A-COMPANY.

       FD SRCH-FILE.
           COPY "srchidxrec".

       FD SCREENED-FILE.
       01 SANS-RECORD.
           05 SANS-CUST-ID PIC X(5).
           05 SANS-NAME PIC X(20).
           05 SANS-DOB PIC X(8).
           05 SANS-LIST-HASH PIC 9(15).
           05 SANS-SCREENED PIC X(8).
           05 SANS-HITS PIC 9(3).

       FD QUEUE-FILE.
           COPY "sancqrec".

       FD LAST-FILE.
       01 LAST-REC.
           05 LAST-LIST-HASH PIC 9(15).
           05 LAST-LIST-COUNT PIC 9(5).
           05 LAST-RUN-DATE PIC X(8).

       FD REPORT-FILE.
       01 REPORT-REC PIC X(132).

       FD AUDIT-FILE.
           COPY "auditrec".

       FD RUNID-FILE.
       01 RUNID-REC.
           05 RUNID-VALUE PIC X(8).

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------*
      *    SANCTIONS SCREENING - EVERY CUST-A NAME AGAINST THE      *
      *    WATCHLIST, EXACT AND BY SUB-PHON SOUND CODE, WITH THE     *
      *    FEED'S DATE OF BIRTH WHERE THERE IS ONE.  EACH MATCH IS   *
      *    SCORED; ONE AT OR OVER THE THRESHOLD GOES ON THE REVIEW   *
      *    QUEUE FOR COMPLIANCE TO DECIDE THROUGH CONSOLE.  NIGHTLY  *
      *    ONLY NEW AND CHANGED CUSTOMERS ARE SCREENED; A CHANGED    *
      *    LIST IS SCREENED ENTRY BY ENTRY THROUGH THE SEARCH INDEX, *
      *    OR RESCREENS EVERYONE WHEN THERE IS NO INDEX.             *
      *----------------------------------------------------------*
       01 WS-LIST-STATUS PIC XX.
           88 LIST-FILE-OK VALUE '00'.
       01 WS-PARM-STATUS PIC XX.
           88 PARM-FILE-OK VALUE '00'.
       01 WS-FEED-STATUS PIC XX.
           88 FEED-FILE-OK VALUE '00'.
       01 WS-CUST-A-STATUS PIC XX.
           88 CUST-A-OK VALUE '00'.
       01 WS-SCREENED-STATUS PIC XX.
           88 SCREENED-FILE-OK VALUE '00'.
       01 WS-QUEUE-STATUS PIC XX.
           88 QUEUE-FILE-OK VALUE '00'.
       01 WS-LAST-STATUS PIC XX.
           88 LAST-FILE-OK VALUE '00'.
       01 WS-AUDIT-STATUS PIC XX.
           88 AUDIT-FILE-OK VALUE '00'.
       01 WS-RUNID-STATUS PIC XX.
           88 RUNID-FILE-OK VALUE '00'.
       01 WS-SRCH-STATUS PIC XX.
           88 SRCH-FILE-OK VALUE '00'.
       01 WS-EOF PIC X.
       01 WS-SRCH-DONE PIC X.

       01 WS-RUN-DATE PIC X(8).
       01 WS-RUN-ID PIC X(8) VALUE SPACES.
       01 WS-THRESHOLD PIC 9(3) VALUE 50.

      *----------------------------------------------------------*
      *    THE WATCHLIST, UPPER-CASED AND SOUND-CODED ONCE AS IT    *
      *    LOADS.  THE FINGERPRINT IS A POSITION-WEIGHTED SUM OF     *
      *    EVERY BYTE OF EVERY ROW, SO ANY ADDITION, REMOVAL OR      *
      *    EDIT TO THE LIST CHANGES IT.                              *
      *----------------------------------------------------------*
       01 WS-LIST-TABLE.
           05 WS-LIST-ENTRY OCCURS 3000 TIMES.
               10 WS-LIST-ID PIC X(8).
               10 WS-LIST-NAME PIC X(20).
               10 WS-LIST-PHON PIC X(8).
               10 WS-LIST-DOB PIC X(8).
               10 WS-LIST-PROG PIC X(12).
       01 WS-LIST-COUNT PIC 9(5) VALUE 0.
       01 WS-LIST-IDX PIC 9(5).
       01 WS-LIST-HASH PIC 9(15) VALUE 0.
       01 WS-LIST-OVERFLOW PIC 9(5) VALUE 0.
       01 WS-HASH-POS PIC 9(3).
       01 WS-PRIOR-HASH PIC 9(15) VALUE 0.
       01 WS-LIST-CHANGED PIC X VALUE 'N'.
           88 LIST-HAS-CHANGED VALUE 'Y'.
      *    'Y' ONCE A CHANGED LIST HAS BEEN SCREENED THROUGH THE
      *    SEARCH INDEX, SO A CUSTOMER IT FOUND NO CANDIDATE MATCH
      *    FOR ONLY NEEDS THE NEW FINGERPRINT ON THE REGISTER.
       01 WS-INDEX-SCREENED PIC X VALUE 'N'.
           88 LIST-SCREENED-BY-INDEX VALUE 'Y'.

      *----------------------------------------------------------*
      *    DATES OF BIRTH FROM THE FEED, BY PIPELINE CUSTOMER ID    *
      *----------------------------------------------------------*
       01 WS-DOB-TABLE.
           05 WS-DOB-ENTRY OCCURS 5000 TIMES.
               10 WS-DOB-CUST PIC X(5).
               10 WS-DOB-VALUE PIC X(8).
       01 WS-DOB-COUNT PIC 9(5) VALUE 0.
       01 WS-DOB-IDX PIC 9(5).

       01 WS-XLINK-DIRECTION PIC X(1) VALUE 'F'.
       01 WS-XLINK-FEED-ID PIC X(4).
       01 WS-PIPE-ID PIC X(5).
       01 WS-XLINK-RESULT PIC X(1).
           88 LINK-FOUND VALUE 'Y'.

      *----------------------------------------------------------*
      *    THE CUSTOMER BEING SCREENED AND THE MATCH BEING SCORED   *
      *----------------------------------------------------------*
       01 WS-CUST-NAME PIC X(20).
       01 WS-CUST-PHON PIC X(8).
       01 WS-CUST-DOB PIC X(8).
       01 WS-ON-REGISTER PIC X.
           88 CUSTOMER-ON-REGISTER VALUE 'Y'.
       01 WS-CUST-HITS PIC 9(3).
       01 WS-SCORE PIC S9(3).
       01 WS-MATCH PIC X(1).
       01 WS-DOB-CHECK PIC X(1).
       01 WS-ACTION PIC X(16).

       01 WS-READ-COUNT PIC 9(7) VALUE 0.
       01 WS-SCREEN-COUNT PIC 9(7) VALUE 0.
       01 WS-NEW-COUNT PIC 9(7) VALUE 0.
       01 WS-CHANGED-COUNT PIC 9(7) VALUE 0.
       01 WS-UNCHANGED-COUNT PIC 9(7) VALUE 0.
       01 WS-RAISED-COUNT PIC 9(7) VALUE 0.
       01 WS-REOPENED-COUNT PIC 9(7) VALUE 0.
       01 WS-PENDING-SEEN PIC 9(7) VALUE 0.
       01 WS-DECIDED-SEEN PIC 9(7) VALUE 0.
       01 WS-CANDIDATE-COUNT PIC 9(7) VALUE 0.
       01 WS-RESTAMP-COUNT PIC 9(7) VALUE 0.
       01 WS-SCORE-DISPLAY PIC ZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE.
           PERFORM 0050-LOAD-RUN-ID.
           PERFORM 0100-LOAD-PARAMETERS.

           PERFORM 0150-LOAD-WATCHLIST.
           IF WS-LIST-COUNT = 0
               DISPLAY "SANCSCRN - sanctions_list.txt missing or "
                   "empty, status " WS-LIST-STATUS
                   " - nobody screened"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN INPUT CUST-A.
           IF NOT CUST-A-OK
               DISPLAY "SANCSCRN - customer master not available, "
                   "status " WS-CUST-A-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN I-O SCREENED-FILE.
           IF WS-SCREENED-STATUS = '35'
               OPEN OUTPUT SCREENED-FILE
               CLOSE SCREENED-FILE
               OPEN I-O SCREENED-FILE
           END-IF.
           OPEN I-O QUEUE-FILE.
           IF WS-QUEUE-STATUS = '35'
               OPEN OUTPUT QUEUE-FILE
               CLOSE QUEUE-FILE
               OPEN I-O QUEUE-FILE
           END-IF.
           IF NOT SCREENED-FILE-OK OR NOT QUEUE-FILE-OK
               DISPLAY "SANCSCRN - screening register or review "
                   "queue not available, status "
                   WS-SCREENED-STATUS " " WS-QUEUE-STATUS
               CLOSE CUST-A
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM 0200-LOAD-FEED-DOBS.
           PERFORM 0250-LOAD-PRIOR-LIST.

           OPEN EXTEND AUDIT-FILE.
           IF NOT AUDIT-FILE-OK
               OPEN OUTPUT AUDIT-FILE
           END-IF.
           OPEN OUTPUT REPORT-FILE.
           MOVE SPACES TO REPORT-REC.
           STRING "SANCTIONS SCREENING - RUN DATE " WS-RUN-DATE
               " LIST ENTRIES=" WS-LIST-COUNT
               " FINGERPRINT=" WS-LIST-HASH
               " THRESHOLD=" WS-THRESHOLD
               DELIMITED BY SIZE INTO REPORT-REC.
           WRITE REPORT-REC.
           MOVE SPACES TO REPORT-REC.
           IF LIST-HAS-CHANGED
               MOVE "  LIST CHANGED SINCE THE LAST RUN - EVERY "
                   & "CUSTOMER IS SCREENED AGAINST IT" TO REPORT-REC
           ELSE
               MOVE "  LIST UNCHANGED - NEW AND CHANGED CUSTOMERS "
                   & "ONLY" TO REPORT-REC
           END-IF.
           WRITE REPORT-REC.
           IF WS-LIST-OVERFLOW > 0
               MOVE SPACES TO REPORT-REC
               STRING "  ** " WS-LIST-OVERFLOW " LIST ROW(S) OVER "
                   "THE TABLE LIMIT WERE NOT SCREENED **"
                   DELIMITED BY SIZE INTO REPORT-REC
               WRITE REPORT-REC
           END-IF.
           MOVE SPACES TO REPORT-REC.
           STRING "CUST  CUSTOMER NAME        ENTRY    LIST NAME"
               "            PROGRAMME    SCORE M D ACTION"
               DELIMITED BY SIZE INTO REPORT-REC.
           WRITE REPORT-REC.

           IF LIST-HAS-CHANGED
               PERFORM 0600-SCREEN-LIST-BY-INDEX
           END-IF.

           MOVE 'N' TO WS-EOF.
           MOVE LOW-VALUES TO A-ID.
           START CUST-A KEY >= A-ID
               INVALID KEY
                   MOVE 'Y' TO WS-EOF
           END-START.
           PERFORM UNTIL WS-EOF = 'Y'
               READ CUST-A NEXT
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-READ-COUNT
                       PERFORM 0300-SCREEN-ONE-CUSTOMER
               END-READ
           END-PERFORM.

           PERFORM 0800-WRITE-TOTALS.
           PERFORM 0850-SAVE-LIST-FINGERPRINT.

           CLOSE CUST-A.
           CLOSE SCREENED-FILE.
           CLOSE QUEUE-FILE.
           CLOSE REPORT-FILE.
           CLOSE AUDIT-FILE.

           DISPLAY "SANCSCRN customers read: " WS-READ-COUNT.
           DISPLAY "SANCSCRN customers screened: " WS-SCREEN-COUNT.
           DISPLAY "SANCSCRN new hits queued for review: "
               WS-RAISED-COUNT.
           DISPLAY "SANCSCRN dismissed hits reopened: "
               WS-REOPENED-COUNT.

           IF WS-RAISED-COUNT > 0 OR WS-REOPENED-COUNT > 0
                   OR WS-LIST-OVERFLOW > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
           GOBACK.

      *----------------------------------------------------------*
      *    0050-LOAD-RUN-ID - PICK UP THE CHAIN'S RUN IDENTIFIER,   *
      *    IF SCHEDULER PUBLISHED ONE                                *
      *----------------------------------------------------------*
       0050-LOAD-RUN-ID.
           OPEN INPUT RUNID-FILE.
           IF RUNID-FILE-OK
               READ RUNID-FILE
                   NOT AT END
                       MOVE RUNID-VALUE TO WS-RUN-ID
               END-READ
               CLOSE RUNID-FILE
           END-IF.

      *----------------------------------------------------------*
      *    0100-LOAD-PARAMETERS - THE REVIEW THRESHOLD, KEEPING THE *
      *    DEFAULT WHEN THE FILE IS MISSING OR NOT NUMERIC           *
      *----------------------------------------------------------*
       0100-LOAD-PARAMETERS.
           OPEN INPUT PARM-FILE.
           IF PARM-FILE-OK
               READ PARM-FILE
                   NOT AT END
                       IF PARM-THRESHOLD NUMERIC
                               AND PARM-THRESHOLD > 0
                           MOVE PARM-THRESHOLD TO WS-THRESHOLD
                       END-IF
               END-READ
               CLOSE PARM-FILE
           END-IF.

      *----------------------------------------------------------*
      *    0150-LOAD-WATCHLIST - TABLE THE LIST, SOUND-CODE EACH    *
      *    NAME, AND FOLD EVERY ROW INTO THE FINGERPRINT             *
      *----------------------------------------------------------*
       0150-LOAD-WATCHLIST.
           OPEN INPUT LIST-FILE.
           IF NOT LIST-FILE-OK
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y'
               READ LIST-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM 0160-FINGERPRINT-ONE-ROW
                       IF SANL-NAME NOT = SPACES
                           PERFORM 0170-TABLE-ONE-ENTRY
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE LIST-FILE.

      *----------------------------------------------------------*
      *    0160-FINGERPRINT-ONE-ROW - EACH BYTE'S CODE TIMES ITS    *
      *    POSITION IN THE ROW                                       *
      *----------------------------------------------------------*
       0160-FINGERPRINT-ONE-ROW.
           PERFORM VARYING WS-HASH-POS FROM 1 BY 1
                   UNTIL WS-HASH-POS > 48
               COMPUTE WS-LIST-HASH = WS-LIST-HASH
                   + FUNCTION ORD(SANL-RECORD(WS-HASH-POS:1))
                   * WS-HASH-POS
           END-PERFORM.

      *----------------------------------------------------------*
      *    0170-TABLE-ONE-ENTRY - ONE LISTED PARTY INTO THE TABLE   *
      *----------------------------------------------------------*
       0170-TABLE-ONE-ENTRY.
           IF WS-LIST-COUNT NOT < 3000
               ADD 1 TO WS-LIST-OVERFLOW
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-LIST-COUNT.
           MOVE SANL-ENTRY-ID TO WS-LIST-ID(WS-LIST-COUNT).
           MOVE FUNCTION UPPER-CASE(SANL-NAME)
               TO WS-LIST-NAME(WS-LIST-COUNT).
           CALL 'SUB-PHON' USING WS-LIST-NAME(WS-LIST-COUNT)
               WS-LIST-PHON(WS-LIST-COUNT).
           MOVE SPACES TO WS-LIST-DOB(WS-LIST-COUNT).
           IF SANL-DOB NUMERIC AND SANL-DOB NOT = "00000000"
               MOVE SANL-DOB TO WS-LIST-DOB(WS-LIST-COUNT)
           END-IF.
           MOVE SANL-PROGRAMME TO WS-LIST-PROG(WS-LIST-COUNT).

      *----------------------------------------------------------*
      *    0200-LOAD-FEED-DOBS - EVERY FEED ROW WITH A DATE OF      *
      *    BIRTH AND AN ACTIVE LINK TO A PIPELINE CUSTOMER.  NO      *
      *    FEED MEANS NAMES ARE SCREENED WITHOUT DATES.              *
      *----------------------------------------------------------*
       0200-LOAD-FEED-DOBS.
           OPEN INPUT CUST-FEED.
           IF NOT FEED-FILE-OK
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y'
               READ CUST-FEED
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF FEED-DOB NUMERIC
                               AND FEED-DOB NOT = "00000000"
                               AND WS-DOB-COUNT < 5000
                           MOVE FEED-ID TO WS-XLINK-FEED-ID
                           CALL 'XREFSUB' USING WS-XLINK-DIRECTION
                               WS-XLINK-FEED-ID WS-PIPE-ID
                               WS-XLINK-RESULT
                           IF LINK-FOUND
                               ADD 1 TO WS-DOB-COUNT
                               MOVE WS-PIPE-ID
                                   TO WS-DOB-CUST(WS-DOB-COUNT)
                               MOVE FEED-DOB
                                   TO WS-DOB-VALUE(WS-DOB-COUNT)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CUST-FEED.

      *----------------------------------------------------------*
      *    0250-LOAD-PRIOR-LIST - THE FINGERPRINT THE LAST RUN      *
      *    SCREENED AGAINST; NONE ON FILE COUNTS AS A CHANGE         *
      *----------------------------------------------------------*
       0250-LOAD-PRIOR-LIST.
           MOVE 'Y' TO WS-LIST-CHANGED.
           OPEN INPUT LAST-FILE.
           IF LAST-FILE-OK
               READ LAST-FILE
                   NOT AT END
                       IF LAST-LIST-HASH NUMERIC
                           MOVE LAST-LIST-HASH TO WS-PRIOR-HASH
                           IF WS-PRIOR-HASH = WS-LIST-HASH
                               MOVE 'N' TO WS-LIST-CHANGED
                           END-IF
                       END-IF
               END-READ
               CLOSE LAST-FILE
           END-IF.

      *----------------------------------------------------------*
      *    0300-SCREEN-ONE-CUSTOMER - SKIP A CUSTOMER WHOSE NAME,   *
      *    DATE OF BIRTH AND LIST ARE ALL AS LAST SCREENED;          *
      *    OTHERWISE SCORE THE NAME AGAINST EVERY LIST ENTRY AND     *
      *    RECORD WHAT WAS SCREENED                                  *
      *----------------------------------------------------------*
       0300-SCREEN-ONE-CUSTOMER.
           PERFORM 0310-FIND-CUSTOMER-DOB.
           MOVE 'N' TO WS-ON-REGISTER.
           MOVE A-ID TO SANS-CUST-ID.
           READ SCREENED-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET CUSTOMER-ON-REGISTER TO TRUE
           END-READ.
           IF CUSTOMER-ON-REGISTER
               IF SANS-NAME = A-NAME AND SANS-DOB = WS-CUST-DOB
                       AND SANS-LIST-HASH = WS-LIST-HASH
                   ADD 1 TO WS-UNCHANGED-COUNT
                   EXIT PARAGRAPH
               END-IF
      *        NAME AND DATE OF BIRTH AS LAST SCREENED, AND THE
      *        INDEX FOUND NO ENTRY ON THE NEW LIST THAT COULD
      *        MATCH THEM - THE NEW FINGERPRINT IS ALL THAT CHANGES.
               IF SANS-NAME = A-NAME AND SANS-DOB = WS-CUST-DOB
                       AND LIST-SCREENED-BY-INDEX
                   MOVE WS-LIST-HASH TO SANS-LIST-HASH
                   MOVE WS-RUN-DATE TO SANS-SCREENED
                   MOVE 0 TO SANS-HITS
                   REWRITE SANS-RECORD
                       INVALID KEY
                           CONTINUE
                   END-REWRITE
                   ADD 1 TO WS-RESTAMP-COUNT
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-CHANGED-COUNT
           ELSE
               ADD 1 TO WS-NEW-COUNT
           END-IF.

           ADD 1 TO WS-SCREEN-COUNT.
           MOVE FUNCTION UPPER-CASE(A-NAME) TO WS-CUST-NAME.
           CALL 'SUB-PHON' USING WS-CUST-NAME WS-CUST-PHON.
           MOVE 0 TO WS-CUST-HITS.
           PERFORM VARYING WS-LIST-IDX FROM 1 BY 1
                   UNTIL WS-LIST-IDX > WS-LIST-COUNT
               PERFORM 0400-SCORE-ONE-ENTRY
           END-PERFORM.

           MOVE A-ID TO SANS-CUST-ID.
           MOVE A-NAME TO SANS-NAME.
           MOVE WS-CUST-DOB TO SANS-DOB.
           MOVE WS-LIST-HASH TO SANS-LIST-HASH.
           MOVE WS-RUN-DATE TO SANS-SCREENED.
           MOVE WS-CUST-HITS TO SANS-HITS.
           IF CUSTOMER-ON-REGISTER
               REWRITE SANS-RECORD
                   INVALID KEY
                       CONTINUE
               END-REWRITE
           ELSE
               WRITE SANS-RECORD
                   INVALID KEY
                       CONTINUE
               END-WRITE
           END-IF.

      *----------------------------------------------------------*
      *    0310-FIND-CUSTOMER-DOB - THE FEED'S DATE OF BIRTH FOR    *
      *    THIS CUSTOMER, SPACES WHEN THERE IS NONE                  *
      *----------------------------------------------------------*
       0310-FIND-CUSTOMER-DOB.
           MOVE SPACES TO WS-CUST-DOB.
           PERFORM VARYING WS-DOB-IDX FROM 1 BY 1
                   UNTIL WS-DOB-IDX > WS-DOB-COUNT
                   OR WS-CUST-DOB NOT = SPACES
               IF WS-DOB-CUST(WS-DOB-IDX) = A-ID
                   MOVE WS-DOB-VALUE(WS-DOB-IDX) TO WS-CUST-DOB
               END-IF
           END-PERFORM.

      *----------------------------------------------------------*
      *    0400-SCORE-ONE-ENTRY - AN EXACT NAME SCORES 70 AND A     *
      *    SOUND-CODE MATCH 50.  WHEN BOTH SIDES HAVE A DATE OF      *
      *    BIRTH, AGREEMENT ADDS 30 AND DISAGREEMENT TAKES OFF 20.   *
      *----------------------------------------------------------*
       0400-SCORE-ONE-ENTRY.
           MOVE 0 TO WS-SCORE.
           MOVE SPACE TO WS-MATCH.
           MOVE SPACE TO WS-DOB-CHECK.
           IF WS-LIST-NAME(WS-LIST-IDX) = WS-CUST-NAME
               MOVE 70 TO WS-SCORE
               MOVE 'E' TO WS-MATCH
           ELSE
               IF WS-LIST-PHON(WS-LIST-IDX)(1:4) NOT = SPACES
                       AND WS-LIST-PHON(WS-LIST-IDX) = WS-CUST-PHON
                   MOVE 50 TO WS-SCORE
                   MOVE 'P' TO WS-MATCH
               END-IF
           END-IF.
           IF WS-SCORE = 0
               EXIT PARAGRAPH
           END-IF.

           IF WS-CUST-DOB NOT = SPACES
                   AND WS-LIST-DOB(WS-LIST-IDX) NOT = SPACES
               IF WS-LIST-DOB(WS-LIST-IDX) = WS-CUST-DOB
                   ADD 30 TO WS-SCORE
                   MOVE 'M' TO WS-DOB-CHECK
               ELSE
                   SUBTRACT 20 FROM WS-SCORE
                   MOVE 'X' TO WS-DOB-CHECK
               END-IF
           END-IF.
           IF WS-SCORE >= WS-THRESHOLD
               ADD 1 TO WS-CUST-HITS
               PERFORM 0500-RAISE-HIT
           END-IF.

      *----------------------------------------------------------*
      *    0500-RAISE-HIT - A NEW PAIR GOES ON THE QUEUE PENDING.   *
      *    A PAIR ALREADY THERE KEEPS ITS DECISION, EXCEPT THAT A    *
      *    DISMISSED OR CLEARED HIT IS REOPENED WHEN THE CUSTOMER'S  *
      *    NAME HAS CHANGED SINCE IT WAS DECIDED.  A PENDING HIT     *
      *    TAKES THE LATEST SCORE.                                   *
      *----------------------------------------------------------*
       0500-RAISE-HIT.
           MOVE A-ID TO SANQ-CUST-ID.
           MOVE WS-LIST-ID(WS-LIST-IDX) TO SANQ-ENTRY-ID.
           READ QUEUE-FILE
               INVALID KEY
                   PERFORM 0510-FILL-QUEUE-ENTRY
                   MOVE WS-RUN-DATE TO SANQ-RAISED
                   WRITE SANQ-RECORD
                       INVALID KEY
                           EXIT PARAGRAPH
                   END-WRITE
                   ADD 1 TO WS-RAISED-COUNT
                   MOVE "QUEUED - NEW" TO WS-ACTION
                   MOVE "SANC-HIT" TO AUDIT-ACTION
                   PERFORM 0950-WRITE-AUDIT
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN (SANQ-IS-FALSE-POSITIVE
                               OR SANQ-IS-CLEARED)
                               AND SANQ-CUST-NAME NOT = A-NAME
                           PERFORM 0510-FILL-QUEUE-ENTRY
                           MOVE WS-RUN-DATE TO SANQ-RAISED
                           REWRITE SANQ-RECORD
                           ADD 1 TO WS-REOPENED-COUNT
                           MOVE "REOPENED - NAME" TO WS-ACTION
                           MOVE "SANC-REHIT" TO AUDIT-ACTION
                           PERFORM 0950-WRITE-AUDIT
                       WHEN SANQ-IS-PENDING
                           PERFORM 0510-FILL-QUEUE-ENTRY
                           REWRITE SANQ-RECORD
                           ADD 1 TO WS-PENDING-SEEN
                           MOVE "STILL PENDING" TO WS-ACTION
                       WHEN OTHER
                           ADD 1 TO WS-DECIDED-SEEN
                           MOVE SPACES TO WS-ACTION
                           STRING "DECIDED " SANQ-STATUS " "
                               SANQ-DECIDED
                               DELIMITED BY SIZE INTO WS-ACTION
                   END-EVALUATE
           END-READ.
           PERFORM 0520-WRITE-HIT-LINE.

      *----------------------------------------------------------*
      *    0510-FILL-QUEUE-ENTRY - THE MATCH AS SCORED THIS RUN,    *
      *    PENDING A DECISION                                        *
      *----------------------------------------------------------*
       0510-FILL-QUEUE-ENTRY.
           MOVE A-NAME TO SANQ-CUST-NAME.
           MOVE WS-LIST-NAME(WS-LIST-IDX) TO SANQ-LIST-NAME.
           MOVE WS-LIST-PROG(WS-LIST-IDX) TO SANQ-PROGRAMME.
           MOVE WS-SCORE TO SANQ-SCORE.
           MOVE WS-MATCH TO SANQ-MATCH.
           MOVE WS-DOB-CHECK TO SANQ-DOB-CHECK.
           MOVE 'P' TO SANQ-STATUS.
           MOVE SPACES TO SANQ-DECIDED.
           MOVE SPACES TO SANQ-OPERATOR.

      *----------------------------------------------------------*
      *    0520-WRITE-HIT-LINE - ONE REPORT LINE PER MATCH AT OR    *
      *    OVER THE THRESHOLD                                        *
      *----------------------------------------------------------*
       0520-WRITE-HIT-LINE.
           MOVE WS-SCORE TO WS-SCORE-DISPLAY.
           MOVE SPACES TO REPORT-REC.
           STRING A-ID " " A-NAME " " WS-LIST-ID(WS-LIST-IDX) " "
               WS-LIST-NAME(WS-LIST-IDX) " "
               WS-LIST-PROG(WS-LIST-IDX) " " WS-SCORE-DISPLAY
               "   " WS-MATCH " " WS-DOB-CHECK " " WS-ACTION
               DELIMITED BY SIZE INTO REPORT-REC.
           WRITE REPORT-REC.

      *----------------------------------------------------------*
      *    0600-SCREEN-LIST-BY-INDEX - A CHANGED LIST, ENTRY BY     *
      *    ENTRY: THE ONLY CUSTOMERS AN ENTRY CAN SCORE AGAINST      *
      *    SHARE ITS SOUND CODE (AN EXACT NAME CODES THE SAME), SO   *
      *    THAT CODE'S KEY RANGE OF THE SEARCH INDEX IS THE WHOLE    *
      *    CANDIDATE LIST.  WITHOUT THE INDEX EVERY CUSTOMER IS      *
      *    RESCREENED IN FULL AS BEFORE.                             *
      *----------------------------------------------------------*
       0600-SCREEN-LIST-BY-INDEX.
           OPEN INPUT SRCH-FILE.
           IF NOT SRCH-FILE-OK
               MOVE SPACES TO REPORT-REC
               STRING "  SEARCH INDEX NOT AVAILABLE, STATUS "
                   WS-SRCH-STATUS " - FULL RESCREEN"
                   DELIMITED BY SIZE INTO REPORT-REC
               WRITE REPORT-REC
               EXIT PARAGRAPH
           END-IF.

           PERFORM VARYING WS-LIST-IDX FROM 1 BY 1
                   UNTIL WS-LIST-IDX > WS-LIST-COUNT
               PERFORM 0610-SCREEN-ONE-LIST-ENTRY
           END-PERFORM.
           CLOSE SRCH-FILE.
           SET LIST-SCREENED-BY-INDEX TO TRUE.

      *----------------------------------------------------------*
      *    0610-SCREEN-ONE-LIST-ENTRY - READ THE ENTRY'S SOUND-CODE *
      *    RANGE OF THE INDEX, SCORING EACH CUSTOMER IN IT           *
      *----------------------------------------------------------*
       0610-SCREEN-ONE-LIST-ENTRY.
           IF WS-LIST-PHON(WS-LIST-IDX) = SPACES
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-SRCH-DONE.
           SET SRCH-IS-PHONETIC TO TRUE.
           MOVE WS-LIST-PHON(WS-LIST-IDX) TO SRCH-VALUE.
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
                               OR SRCH-VALUE
                                   NOT = WS-LIST-PHON(WS-LIST-IDX)
                           MOVE 'Y' TO WS-SRCH-DONE
                       ELSE
                           PERFORM 0620-SCREEN-INDEX-CANDIDATE
                       END-IF
               END-READ
           END-PERFORM.

      *----------------------------------------------------------*
      *    0620-SCREEN-INDEX-CANDIDATE - SCORE ONE CUSTOMER FROM    *
      *    THE INDEX AGAINST THE ONE LIST ENTRY.  A NEW CUSTOMER OR  *
      *    ONE WHOSE NAME OR DATE OF BIRTH HAS CHANGED IS LEFT FOR   *
      *    THE FULL SCREEN THAT FOLLOWS.  A HIT PUTS THE NEW         *
      *    FINGERPRINT ON THE REGISTER ROW AND COUNTS THERE.         *
      *----------------------------------------------------------*
       0620-SCREEN-INDEX-CANDIDATE.
           MOVE SRCH-CUST-ID TO A-ID.
           READ CUST-A
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ.
           PERFORM 0310-FIND-CUSTOMER-DOB.
           MOVE A-ID TO SANS-CUST-ID.
           READ SCREENED-FILE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ.
           IF SANS-NAME NOT = A-NAME OR SANS-DOB NOT = WS-CUST-DOB
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WS-CANDIDATE-COUNT.
           MOVE FUNCTION UPPER-CASE(A-NAME) TO WS-CUST-NAME.
           CALL 'SUB-PHON' USING WS-CUST-NAME WS-CUST-PHON.
           MOVE 0 TO WS-CUST-HITS.
           PERFORM 0400-SCORE-ONE-ENTRY.
           IF WS-CUST-HITS = 0
               EXIT PARAGRAPH
           END-IF.

           IF SANS-LIST-HASH NOT = WS-LIST-HASH
               MOVE WS-LIST-HASH TO SANS-LIST-HASH
               MOVE WS-CUST-HITS TO SANS-HITS
           ELSE
               ADD WS-CUST-HITS TO SANS-HITS
           END-IF.
           MOVE WS-RUN-DATE TO SANS-SCREENED.
           REWRITE SANS-RECORD
               INVALID KEY
                   CONTINUE
           END-REWRITE.

      *----------------------------------------------------------*
      *    0800-WRITE-TOTALS - THE RUN'S COUNTS                     *
      *----------------------------------------------------------*
       0800-WRITE-TOTALS.
           MOVE SPACES TO REPORT-REC.
           WRITE REPORT-REC.
           MOVE SPACES TO REPORT-REC.
           STRING "CUSTOMERS READ=" WS-READ-COUNT
               " SCREENED=" WS-SCREEN-COUNT
               " (NEW=" WS-NEW-COUNT
               " CHANGED OR LIST CHANGED=" WS-CHANGED-COUNT
               ") NOT RESCREENED=" WS-UNCHANGED-COUNT
               DELIMITED BY SIZE INTO REPORT-REC.
           WRITE REPORT-REC.
           IF LIST-SCREENED-BY-INDEX
               MOVE SPACES TO REPORT-REC
               STRING "CHANGED LIST SCREENED THROUGH THE SEARCH "
                   "INDEX - CANDIDATES SCORED=" WS-CANDIDATE-COUNT
                   " NO CANDIDATE MATCH, RESTAMPED="
                   WS-RESTAMP-COUNT
                   DELIMITED BY SIZE INTO REPORT-REC
               WRITE REPORT-REC
           END-IF.
           MOVE SPACES TO REPORT-REC.
           STRING "HITS QUEUED=" WS-RAISED-COUNT
               " REOPENED=" WS-REOPENED-COUNT
               " STILL PENDING=" WS-PENDING-SEEN
               " ALREADY DECIDED=" WS-DECIDED-SEEN
               " DATES OF BIRTH ON FEED=" WS-DOB-COUNT
               DELIMITED BY SIZE INTO REPORT-REC.
           WRITE REPORT-REC.

      *----------------------------------------------------------*
      *    0850-SAVE-LIST-FINGERPRINT - THE LIST THIS RUN SCREENED  *
      *    AGAINST, FOR THE NEXT RUN TO COMPARE                      *
      *----------------------------------------------------------*
       0850-SAVE-LIST-FINGERPRINT.
           OPEN OUTPUT LAST-FILE.
           MOVE WS-LIST-HASH TO LAST-LIST-HASH.
           MOVE WS-LIST-COUNT TO LAST-LIST-COUNT.
           MOVE WS-RUN-DATE TO LAST-RUN-DATE.
           WRITE LAST-REC.
           CLOSE LAST-FILE.

      *----------------------------------------------------------*
      *    0950-WRITE-AUDIT - ONE AUDIT ROW PER HIT QUEUED OR       *
      *    REOPENED, ACTION ALREADY SET                              *
      *----------------------------------------------------------*
       0950-WRITE-AUDIT.
           MOVE "SANCSCRN" TO AUDIT-PROGRAM.
           MOVE SPACES TO AUDIT-KEY.
           STRING SANQ-CUST-ID "-" SANQ-ENTRY-ID
               DELIMITED BY SIZE INTO AUDIT-KEY.
           MOVE WS-RUN-ID TO AUDIT-RUN-ID.
           MOVE SPACES TO AUDIT-OPERATOR.
           MOVE FUNCTION CURRENT-DATE TO AUDIT-TIMESTAMP.
           MOVE A-COMPANY TO AUDIT-COMPANY.
           WRITE AUDIT-RECORD.
