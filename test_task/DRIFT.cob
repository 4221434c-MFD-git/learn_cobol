       IDENTIFICATION DIVISION.
       PROGRAM-ID. DRIFT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *----------------------------------------------------------*
      *    CUST-FEED - THE FEED SIDE OF EACH CUSTOMER, LAID OUT AS  *
      *    CUSTREC.  READ ONLY.                                      *
      *----------------------------------------------------------*
           SELECT CUST-FEED ASSIGN TO './customer_feed.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FEED-STATUS.

      *----------------------------------------------------------*
      *    CUST-A/CUST-B - THE PIPELINE SIDE: NAME AND STATUS ON     *
      *    CUST-A, THE DATED ADDRESS ROWS ON CUST-B.  READ ONLY -    *
      *    ANY CORRECTION GOES THROUGH MAINT.                        *
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

      *----------------------------------------------------------*
      *    SNAP-FILE - THE FEED'S NAME AND ADDRESS FOR EACH FEED ID *
      *    AS THIS PROGRAM LAST SAW THEM.  THE FEED KEEPS NO HISTORY *
      *    OF ITS OWN, SO A DIFFERENCE HERE IS WHERE A FEED-SIDE     *
      *    CHANGE IS NOTICED AND WRITTEN TO THE AUDIT TRAIL, ALONG-  *
      *    SIDE MAINT'S OWN ROWS FOR THE PIPELINE SIDE.              *
      *----------------------------------------------------------*
           SELECT SNAP-FILE ASSIGN TO './result/feed-snapshot.txt'
               ORGANIZATION IS INDEXED
               RECORD KEY IS SNAP-FEED-ID
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS WS-SNAP-STATUS.

      *----------------------------------------------------------*
      *    PARM-FILE - WHICH SIDE IS AUTHORITATIVE AND WHO IS        *
      *    ASKING: 'F' THE FEED (MAINT TRANSACTIONS ARE PARKED TO    *
      *    BRING THE PIPELINE INTO LINE), 'P' THE PIPELINE (A FEED   *
      *    CORRECTION LIST IS WRITTEN FOR THE FEED'S OWNER), BLANK   *
      *    OR NO FILE REPORTS ONLY.  PARM-OPERATOR IS THE MAKER OF   *
      *    A PARKED BATCH AND MUST BE GIVEN TO PARK ONE.             *
      *----------------------------------------------------------*
           SELECT PARM-FILE ASSIGN TO './drift_param.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

      *----------------------------------------------------------*
      *    PENDING-FILE - MAINT'S MAKER-CHECKER PARKING FILE, IN     *
      *    MAINT'S OWN LAYOUT.  GENERATED CORRECTIONS ARE NEVER      *
      *    APPLIED FROM HERE: A SECOND OPERATOR RELEASES THEM        *
      *    THROUGH CONSOLE AND MAINT APPLIES THEM, EDITED AND        *
      *    JOURNALED LIKE ANY KEYED BATCH.                           *
      *----------------------------------------------------------*
           SELECT PENDING-FILE ASSIGN TO './maint_pending.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PENDING-STATUS.

           SELECT CORRECTION-FILE
               ASSIGN TO './result/drift-feed-corrections.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CORRECTION-STATUS.

           SELECT REPORT-FILE ASSIGN TO './result/drift-report.txt'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT AUDIT-FILE ASSIGN TO './result/audit-trail.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT RUNID-FILE ASSIGN TO './result/run-id.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNID-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD CUST-FEED.
           COPY "custrec".

       FD CUST-A.
       01 A-REC.
           COPY "custnamerec" REPLACING FIELD-ID BY A-ID
               FIELD-NAME BY A-NAME FIELD-STATUS BY A-STATUS
               FIELD-ADDR BY A-ADDR FIELD-COMPANY BY A-COMPANY
               FIELD-PREF-NAME BY A-PREF-NAME.

       FD CUST-B.
       01 B-REC.
           COPY "custaddrrec" REPLACING FIELD-KEY BY B-KEY
               FIELD-ID BY B-ID FIELD-EFFDATE BY B-EFFECTIVE-DATE
               FIELD-ADDR BY B-ADDR FIELD-NAME BY B-NAME
               FIELD-ADDR-TYPE BY B-ADDR-TYPE.

       FD SNAP-FILE.
       01 SNAP-REC.
           05 SNAP-FEED-ID PIC X(4).
           05 SNAP-NAME PIC X(20).
           05 SNAP-ADDRESS PIC X(47).
           05 SNAP-CHANGED PIC X(8).

       FD PARM-FILE.
       01 PARM-REC.
           05 PARM-AUTHORITY PIC X(1).
           05 PARM-OPERATOR PIC X(8).

       FD PENDING-FILE.
       01 PENDING-REC.
           05 PEND-IMAGE.
               10 PEND-TXN-ID PIC X(5).
               10 PEND-TXN-TYPE PIC X(1).
               10 PEND-TXN-VALUE PIC X(30).
               10 PEND-TXN-VALUE2 PIC X(30).
       01 PENDING-HEADER-REC.
           05 PEND-TAG PIC X(4).
           05 PEND-BATCH-ID PIC X(14).
           05 PEND-SUBMITTER PIC X(8).

      *----------------------------------------------------------*
      *    CORRECTION-FILE - ONE CUSTREC-SHAPED ROW PER DRIFTED      *
      *    CUSTOMER CARRYING THE PIPELINE'S NAME AND ADDRESS, FOR    *
      *    THE FEED'S OWNER TO PUT RIGHT AT SOURCE                   *
      *----------------------------------------------------------*
       FD CORRECTION-FILE.
       01 CORRECTION-REC.
           05 CORR-FEED-ID PIC X(4).
           05 CORR-PIPE-ID PIC X(5).
           05 CORR-NAME PIC X(20).
           05 CORR-STREET PIC X(20).
           05 CORR-CITY PIC X(15).
           05 CORR-STATE PIC X(2).
           05 CORR-ZIP PIC X(10).
           05 CORR-STATUS PIC X(1).

       FD REPORT-FILE.
       01 REPORT-REC PIC X(132).

       FD AUDIT-FILE.
           COPY "auditrec".

       FD RUNID-FILE.
       01 RUNID-REC.
           05 RUNID-VALUE PIC X(8).

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------*
      *    FEED-VERSUS-MASTER DRIFT - EVERY FEED CUSTOMER LINKED    *
      *    THROUGH XREFSUB IS COMPARED WITH ITS PIPELINE RECORD ON   *
      *    NAME, ON STREET/CITY/STATE/ZIP AS SUB-ADDR PARSES THEM,   *
      *    AND ON STATUS (A CUSTOMER STILL ON THE FEED IS LIVE ON    *
      *    THE FEED SIDE).  EACH DIFFERENCE IS LISTED WITH WHICHEVER *
      *    SIDE THE AUDIT TRAIL SHOWS CHANGED LAST.                  *
      *----------------------------------------------------------*
       01 WS-FEED-STATUS PIC XX.
           88 FEED-FILE-OK VALUE '00'.
       01 WS-CUST-A-STATUS PIC XX.
           88 CUST-A-OK VALUE '00'.
       01 WS-CUST-B-STATUS PIC XX.
           88 CUST-B-OK VALUE '00'.
       01 WS-SNAP-STATUS PIC XX.
           88 SNAP-FILE-OK VALUE '00'.
       01 WS-PARM-STATUS PIC XX.
           88 PARM-FILE-OK VALUE '00'.
       01 WS-PENDING-STATUS PIC XX.
           88 PENDING-FILE-OK VALUE '00'.
       01 WS-CORRECTION-STATUS PIC XX.
           88 CORRECTION-FILE-OK VALUE '00'.
       01 WS-AUDIT-STATUS PIC XX.
           88 AUDIT-FILE-OK VALUE '00'.
       01 WS-RUNID-STATUS PIC XX.
           88 RUNID-FILE-OK VALUE '00'.
       01 WS-EOF PIC X.
       01 WS-B-DONE PIC X.

       01 WS-TODAY PIC X(8).
       01 WS-RUN-ID PIC X(8) VALUE SPACES.
       01 WS-AUTHORITY PIC X(1) VALUE SPACE.
           88 FEED-IS-AUTHORITATIVE VALUE 'F'.
           88 PIPELINE-IS-AUTHORITATIVE VALUE 'P'.
       01 WS-OPERATOR PIC X(8) VALUE SPACES.
       01 WS-CUST-B-OPEN PIC X VALUE 'N'.
           88 CUST-B-IS-OPEN VALUE 'Y'.
       01 WS-SNAP-OPEN PIC X VALUE 'N'.
           88 SNAP-IS-OPEN VALUE 'Y'.

       01 WS-XLINK-DIRECTION PIC X(1) VALUE 'F'.
       01 WS-XLINK-FEED-ID PIC X(4).
       01 WS-PIPE-ID PIC X(5).
       01 WS-XLINK-RESULT PIC X(1).
           88 LINK-FOUND VALUE 'Y'.

      *----------------------------------------------------------*
      *    THE TWO SIDES OF ONE CUSTOMER, EACH ADDRESS BUILT AT THE *
      *    PIPELINE'S FIXED COLUMNS THE WAY BRIDGE BUILDS IT AND     *
      *    THEN PARSED BY SUB-ADDR SO BOTH ARE NORMALIZED ALIKE      *
      *----------------------------------------------------------*
       01 WS-FEED-ADDR.
           05 WS-FEED-STREET PIC X(15).
           05 WS-FEED-CITY PIC X(10).
           05 WS-FEED-STATE PIC X(2).
           05 WS-FEED-ZIP PIC X(3).
       01 WS-FEED-PARSED.
           05 WS-FP-STREET PIC X(15).
           05 WS-FP-CITY PIC X(10).
           05 WS-FP-STATE PIC X(2).
           05 WS-FP-ZIP PIC X(3).
       01 WS-PIPE-ADDR PIC X(30).
       01 WS-PIPE-PARSED.
           05 WS-PP-STREET PIC X(15).
           05 WS-PP-CITY PIC X(10).
           05 WS-PP-STATE PIC X(2).
           05 WS-PP-ZIP PIC X(3).
       01 WS-FEED-NAME-UPPER PIC X(20).
       01 WS-PIPE-NAME-UPPER PIC X(20).
       01 WS-BEST-DATE PIC 9(8).

      *----------------------------------------------------------*
      *    THE DRIFTED CUSTOMERS, HELD UNTIL THE AUDIT TRAIL HAS     *
      *    BEEN READ FOR EACH SIDE'S LATEST CHANGE.  A DIFF FLAG IS  *
      *    'Y' WHERE THE SIDES DISAGREE.                             *
      *----------------------------------------------------------*
       01 WS-DRIFT-TABLE.
           05 WS-DRIFT-ENTRY OCCURS 2000 TIMES.
               10 WS-DR-FEED-ID PIC X(4).
               10 WS-DR-PIPE-ID PIC X(5).
               10 WS-DR-DIFFS.
                   15 WS-DR-NAME-DIFF PIC X(1).
                   15 WS-DR-STREET-DIFF PIC X(1).
                   15 WS-DR-CITY-DIFF PIC X(1).
                   15 WS-DR-STATE-DIFF PIC X(1).
                   15 WS-DR-ZIP-DIFF PIC X(1).
                   15 WS-DR-STATUS-DIFF PIC X(1).
               10 WS-DR-FEED-NAME PIC X(20).
               10 WS-DR-FEED-ADDR PIC X(30).
               10 WS-DR-FEED-FULL PIC X(47).
               10 WS-DR-PIPE-NAME PIC X(20).
               10 WS-DR-PIPE-ADDR PIC X(30).
               10 WS-DR-PIPE-STATUS PIC X(1).
               10 WS-DR-FEED-LATEST PIC X(14).
               10 WS-DR-PIPE-LATEST PIC X(14).
       01 WS-DRIFT-COUNT PIC 9(4) VALUE 0.
       01 WS-DRIFT-OVERFLOW PIC 9(7) VALUE 0.
       01 WS-DR-IDX PIC 9(4).
       01 WS-DIFF-WORK.
           05 WS-DW-NAME PIC X(1).
           05 WS-DW-STREET PIC X(1).
           05 WS-DW-CITY PIC X(1).
           05 WS-DW-STATE PIC X(1).
           05 WS-DW-ZIP PIC X(1).
           05 WS-DW-STATUS PIC X(1).

      *    THE MAINT ACTIONS THAT CHANGE WHAT IS COMPARED HERE
       01 WS-AUDIT-ACTION PIC X(10).
           88 PIPELINE-CHANGE-ACTION VALUE "NAME-CHG" "ADDR-CHG"
               "ADD-CUST" "INACTIVATE" "REINSTATE" "DECEASED".
       01 WS-AUDIT-STAMP PIC X(14).
       01 WS-LATEST-SIDE PIC X(8).
       01 WS-DIFF-LIST PIC X(40).
       01 WS-DIFF-PTR PIC 9(3).

      *----------------------------------------------------------*
      *    THE GENERATED MAINT BATCH, BUILT IN FULL BEFORE ANY OF    *
      *    IT IS PARKED                                              *
      *----------------------------------------------------------*
       01 WS-TXN-TABLE.
           05 WS-TXN-IMAGE PIC X(66) OCCURS 5000 TIMES.
       01 WS-TXN-COUNT PIC 9(4) VALUE 0.
       01 WS-TXN-IDX PIC 9(4).
       01 WS-TXN-BUILD.
           05 WS-TB-ID PIC X(5).
           05 WS-TB-TYPE PIC X(1).
           05 WS-TB-VALUE PIC X(30).
           05 WS-TB-VALUE2 PIC X(30).
       01 WS-BATCH-ID PIC X(14).
       01 WS-GEN-RESULT PIC X(40) VALUE SPACES.

       01 WS-FEED-COUNT PIC 9(7) VALUE 0.
       01 WS-LINKED-COUNT PIC 9(7) VALUE 0.
       01 WS-UNLINKED-COUNT PIC 9(7) VALUE 0.
       01 WS-NOT-ON-MASTER-COUNT PIC 9(7) VALUE 0.
       01 WS-FEED-CHANGED-COUNT PIC 9(7) VALUE 0.
       01 WS-SKIPPED-COUNT PIC 9(7) VALUE 0.
       01 WS-CORRECTION-COUNT PIC 9(7) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
           PERFORM 0050-LOAD-RUN-ID.
           PERFORM 0100-LOAD-PARAMETERS.

           OPEN INPUT CUST-FEED.
           IF NOT FEED-FILE-OK
               DISPLAY "DRIFT - customer_feed.txt not on file, "
                   "nothing to compare"
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT CUST-A.
           IF NOT CUST-A-OK
               DISPLAY "DRIFT - customer master not available, "
                   "status " WS-CUST-A-STATUS
               CLOSE CUST-FEED
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT CUST-B.
           IF CUST-B-OK
               SET CUST-B-IS-OPEN TO TRUE
           END-IF.

           OPEN I-O SNAP-FILE.
           IF WS-SNAP-STATUS = '35'
               OPEN OUTPUT SNAP-FILE
               CLOSE SNAP-FILE
               OPEN I-O SNAP-FILE
           END-IF.
           IF SNAP-FILE-OK
               SET SNAP-IS-OPEN TO TRUE
           END-IF.

           OPEN EXTEND AUDIT-FILE.
           IF NOT AUDIT-FILE-OK
               OPEN OUTPUT AUDIT-FILE
           END-IF.

           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y'
               READ CUST-FEED
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-FEED-COUNT
                       PERFORM 0200-COMPARE-ONE-CUSTOMER
               END-READ
           END-PERFORM.

           CLOSE AUDIT-FILE.
           CLOSE CUST-FEED.
           CLOSE CUST-A.
           IF CUST-B-IS-OPEN
               CLOSE CUST-B
           END-IF.
           IF SNAP-IS-OPEN
               CLOSE SNAP-FILE
           END-IF.

           PERFORM 0400-FIND-LATEST-CHANGES.

           OPEN OUTPUT REPORT-FILE.
           PERFORM 0500-WRITE-REPORT.

           EVALUATE TRUE
               WHEN WS-DRIFT-COUNT = 0
                   CONTINUE
               WHEN FEED-IS-AUTHORITATIVE
                   PERFORM 0600-GENERATE-MAINT-BATCH
               WHEN PIPELINE-IS-AUTHORITATIVE
                   PERFORM 0700-WRITE-FEED-CORRECTIONS
           END-EVALUATE.

           PERFORM 0800-WRITE-TOTALS.
           CLOSE REPORT-FILE.

           DISPLAY "DRIFT feed customers read: " WS-FEED-COUNT.
           DISPLAY "DRIFT linked customers compared: "
               WS-LINKED-COUNT.
           DISPLAY "DRIFT customers drifted: " WS-DRIFT-COUNT.
           DISPLAY "DRIFT feed-side changes logged: "
               WS-FEED-CHANGED-COUNT.
           IF WS-GEN-RESULT NOT = SPACES
               DISPLAY "DRIFT " WS-GEN-RESULT
           END-IF.

           IF WS-DRIFT-COUNT > 0 OR WS-DRIFT-OVERFLOW > 0
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
      *    0100-LOAD-PARAMETERS - THE AUTHORITATIVE SIDE AND THE    *
      *    REQUESTING OPERATOR; NO FILE MEANS REPORT ONLY            *
      *----------------------------------------------------------*
       0100-LOAD-PARAMETERS.
           OPEN INPUT PARM-FILE.
           IF PARM-FILE-OK
               READ PARM-FILE
                   NOT AT END
                       MOVE FUNCTION UPPER-CASE(PARM-AUTHORITY)
                           TO WS-AUTHORITY
                       MOVE PARM-OPERATOR TO WS-OPERATOR
               END-READ
               CLOSE PARM-FILE
           END-IF.
           IF NOT FEED-IS-AUTHORITATIVE
                   AND NOT PIPELINE-IS-AUTHORITATIVE
               MOVE SPACE TO WS-AUTHORITY
           END-IF.

      *----------------------------------------------------------*
      *    0200-COMPARE-ONE-CUSTOMER - NOTE ANY FEED-SIDE CHANGE,   *
      *    THEN FOR A LINKED CUSTOMER STILL ON THE MASTER COMPARE    *
      *    THE TWO SIDES FIELD BY FIELD                              *
      *----------------------------------------------------------*
       0200-COMPARE-ONE-CUSTOMER.
           PERFORM 0210-CHECK-FEED-SNAPSHOT.

           MOVE CUST-ID TO WS-XLINK-FEED-ID.
           MOVE SPACES TO WS-PIPE-ID.
           CALL 'XREFSUB' USING WS-XLINK-DIRECTION
               WS-XLINK-FEED-ID WS-PIPE-ID WS-XLINK-RESULT.
           IF NOT LINK-FOUND
               ADD 1 TO WS-UNLINKED-COUNT
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-PIPE-ID TO A-ID.
           READ CUST-A
               INVALID KEY
                   ADD 1 TO WS-NOT-ON-MASTER-COUNT
                   EXIT PARAGRAPH
           END-READ.
           ADD 1 TO WS-LINKED-COUNT.

           MOVE CUST-STREET(1:15) TO WS-FEED-STREET.
           MOVE CUST-CITY(1:10) TO WS-FEED-CITY.
           MOVE CUST-STATE TO WS-FEED-STATE.
           MOVE CUST-ZIP(1:3) TO WS-FEED-ZIP.
           CALL 'SUB-ADDR' USING WS-FEED-ADDR WS-FEED-PARSED.
           PERFORM 0220-FIND-PIPELINE-ADDRESS.
           CALL 'SUB-ADDR' USING WS-PIPE-ADDR WS-PIPE-PARSED.
           MOVE FUNCTION UPPER-CASE(CUST-NAME) TO WS-FEED-NAME-UPPER.
           MOVE FUNCTION UPPER-CASE(A-NAME) TO WS-PIPE-NAME-UPPER.

           MOVE ALL 'N' TO WS-DIFF-WORK.
           IF WS-FEED-NAME-UPPER NOT = WS-PIPE-NAME-UPPER
               MOVE 'Y' TO WS-DW-NAME
           END-IF.
           IF WS-FP-STREET NOT = WS-PP-STREET
               MOVE 'Y' TO WS-DW-STREET
           END-IF.
           IF WS-FP-CITY NOT = WS-PP-CITY
               MOVE 'Y' TO WS-DW-CITY
           END-IF.
           IF WS-FP-STATE NOT = WS-PP-STATE
               MOVE 'Y' TO WS-DW-STATE
           END-IF.
           IF WS-FP-ZIP NOT = WS-PP-ZIP
               MOVE 'Y' TO WS-DW-ZIP
           END-IF.
           IF A-STATUS = 'I' OR A-STATUS = 'D'
               MOVE 'Y' TO WS-DW-STATUS
           END-IF.
           IF WS-DIFF-WORK = ALL 'N'
               EXIT PARAGRAPH
           END-IF.

           IF WS-DRIFT-COUNT NOT < 2000
               ADD 1 TO WS-DRIFT-OVERFLOW
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-DRIFT-COUNT.
           MOVE WS-DRIFT-COUNT TO WS-DR-IDX.
           MOVE CUST-ID TO WS-DR-FEED-ID(WS-DR-IDX).
           MOVE A-ID TO WS-DR-PIPE-ID(WS-DR-IDX).
           MOVE WS-DIFF-WORK TO WS-DR-DIFFS(WS-DR-IDX).
           MOVE CUST-NAME TO WS-DR-FEED-NAME(WS-DR-IDX).
           MOVE WS-FEED-ADDR TO WS-DR-FEED-ADDR(WS-DR-IDX).
           MOVE CUST-ADDRESS TO WS-DR-FEED-FULL(WS-DR-IDX).
           MOVE A-NAME TO WS-DR-PIPE-NAME(WS-DR-IDX).
           MOVE WS-PIPE-ADDR TO WS-DR-PIPE-ADDR(WS-DR-IDX).
           MOVE A-STATUS TO WS-DR-PIPE-STATUS(WS-DR-IDX).
           MOVE SPACES TO WS-DR-FEED-LATEST(WS-DR-IDX).
           MOVE SPACES TO WS-DR-PIPE-LATEST(WS-DR-IDX).

      *----------------------------------------------------------*
      *    0210-CHECK-FEED-SNAPSHOT - A FEED ROW WHOSE NAME OR      *
      *    ADDRESS DIFFERS FROM THE LAST ONE SEEN IS A FEED-SIDE     *
      *    CHANGE: IT GOES ON THE AUDIT TRAIL AND THE SNAPSHOT IS    *
      *    BROUGHT UP TO DATE.  A FEED ID SEEN FOR THE FIRST TIME    *
      *    IS ONLY RECORDED - NOTHING IS KNOWN TO HAVE CHANGED.      *
      *----------------------------------------------------------*
       0210-CHECK-FEED-SNAPSHOT.
           IF NOT SNAP-IS-OPEN
               EXIT PARAGRAPH
           END-IF.
           MOVE CUST-ID TO SNAP-FEED-ID.
           READ SNAP-FILE
               INVALID KEY
                   MOVE CUST-NAME TO SNAP-NAME
                   MOVE CUST-ADDRESS TO SNAP-ADDRESS
                   MOVE WS-TODAY TO SNAP-CHANGED
                   WRITE SNAP-REC
                       INVALID KEY
                           CONTINUE
                   END-WRITE
                   EXIT PARAGRAPH
           END-READ.
           IF SNAP-NAME = CUST-NAME AND SNAP-ADDRESS = CUST-ADDRESS
               EXIT PARAGRAPH
           END-IF.

           MOVE CUST-NAME TO SNAP-NAME.
           MOVE CUST-ADDRESS TO SNAP-ADDRESS.
           MOVE WS-TODAY TO SNAP-CHANGED.
           REWRITE SNAP-REC
               INVALID KEY
                   CONTINUE
           END-REWRITE.
           ADD 1 TO WS-FEED-CHANGED-COUNT.

           MOVE "DRIFT" TO AUDIT-PROGRAM.
           MOVE CUST-ID TO AUDIT-KEY.
           MOVE "FEED-CHG" TO AUDIT-ACTION.
           MOVE FUNCTION CURRENT-DATE TO AUDIT-TIMESTAMP.
           MOVE WS-RUN-ID TO AUDIT-RUN-ID.
           MOVE SPACES TO AUDIT-OPERATOR.
           MOVE SPACES TO AUDIT-COMPANY.
           WRITE AUDIT-RECORD.

      *----------------------------------------------------------*
      *    0220-FIND-PIPELINE-ADDRESS - THE LATEST MAILING ROW      *
      *    EFFECTIVE ON OR BEFORE TODAY (BILLING AND SEASONAL ROWS   *
      *    ARE NOT WHAT THE FEED CARRIES); WITH NONE, THE STANDBY    *
      *    ADDRESS ON CUST-A                                         *
      *----------------------------------------------------------*
       0220-FIND-PIPELINE-ADDRESS.
           MOVE A-ADDR TO WS-PIPE-ADDR.
           IF NOT CUST-B-IS-OPEN
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO WS-BEST-DATE.
           MOVE 'N' TO WS-B-DONE.
           MOVE A-ID TO B-ID.
           MOVE 0 TO B-EFFECTIVE-DATE.
           START CUST-B KEY >= B-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-B-DONE
           END-START.
           PERFORM UNTIL WS-B-DONE = 'Y'
               READ CUST-B NEXT
                   AT END
                       MOVE 'Y' TO WS-B-DONE
                   NOT AT END
                       IF B-ID NOT = A-ID
                           MOVE 'Y' TO WS-B-DONE
                       ELSE
                           IF B-EFFECTIVE-DATE <= WS-TODAY
                                   AND B-ADDR-TYPE NOT = 'B'
                                   AND B-ADDR-TYPE NOT = 'S'
                               MOVE B-ADDR TO WS-PIPE-ADDR
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

      *----------------------------------------------------------*
      *    0400-FIND-LATEST-CHANGES - ONE PASS OF THE AUDIT TRAIL:  *
      *    MAINT'S CHANGES KEYED ON THE PIPELINE ID ARE THE          *
      *    PIPELINE SIDE, THIS PROGRAM'S FEED-CHG ROWS KEYED ON THE  *
      *    FEED ID ARE THE FEED SIDE.  THE LATEST OF EACH IS KEPT.   *
      *----------------------------------------------------------*
       0400-FIND-LATEST-CHANGES.
           IF WS-DRIFT-COUNT = 0
               EXIT PARAGRAPH
           END-IF.
           OPEN INPUT AUDIT-FILE.
           IF NOT AUDIT-FILE-OK
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y'
               READ AUDIT-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM 0410-APPLY-ONE-AUDIT-ROW
               END-READ
           END-PERFORM.
           CLOSE AUDIT-FILE.

      *----------------------------------------------------------*
      *    0410-APPLY-ONE-AUDIT-ROW - MOVE A DRIFTED CUSTOMER'S     *
      *    LATEST-CHANGE STAMP ON WHEN THIS ROW IS ONE OF THEIRS     *
      *----------------------------------------------------------*
       0410-APPLY-ONE-AUDIT-ROW.
           MOVE AUDIT-ACTION TO WS-AUDIT-ACTION.
           MOVE AUDIT-TIMESTAMP(1:14) TO WS-AUDIT-STAMP.
           EVALUATE TRUE
               WHEN AUDIT-PROGRAM = "MAINT"
                       AND PIPELINE-CHANGE-ACTION
                   PERFORM VARYING WS-DR-IDX FROM 1 BY 1
                           UNTIL WS-DR-IDX > WS-DRIFT-COUNT
                       IF WS-DR-PIPE-ID(WS-DR-IDX) = AUDIT-KEY(1:5)
                               AND WS-AUDIT-STAMP
                                   > WS-DR-PIPE-LATEST(WS-DR-IDX)
                           MOVE WS-AUDIT-STAMP
                               TO WS-DR-PIPE-LATEST(WS-DR-IDX)
                       END-IF
                   END-PERFORM
               WHEN AUDIT-PROGRAM = "DRIFT"
                       AND AUDIT-ACTION = "FEED-CHG"
                   PERFORM VARYING WS-DR-IDX FROM 1 BY 1
                           UNTIL WS-DR-IDX > WS-DRIFT-COUNT
                       IF WS-DR-FEED-ID(WS-DR-IDX) = AUDIT-KEY(1:4)
                               AND WS-AUDIT-STAMP
                                   > WS-DR-FEED-LATEST(WS-DR-IDX)
                           MOVE WS-AUDIT-STAMP
                               TO WS-DR-FEED-LATEST(WS-DR-IDX)
                       END-IF
                   END-PERFORM
           END-EVALUATE.

      *----------------------------------------------------------*
      *    0500-WRITE-REPORT - ONE BLOCK PER DRIFTED CUSTOMER: THE  *
      *    FIELDS THAT DIFFER, EACH SIDE'S LAST CHANGE AND WHICH     *
      *    CAME LATER, THEN THE TWO VALUES OF EACH DIFFERING FIELD   *
      *----------------------------------------------------------*
       0500-WRITE-REPORT.
           MOVE SPACES TO REPORT-REC.
           EVALUATE TRUE
               WHEN FEED-IS-AUTHORITATIVE
                   MOVE "FEED" TO WS-DIFF-LIST
               WHEN PIPELINE-IS-AUTHORITATIVE
                   MOVE "PIPELINE" TO WS-DIFF-LIST
               WHEN OTHER
                   MOVE "NONE - REPORT ONLY" TO WS-DIFF-LIST
           END-EVALUATE.
           STRING "FEED-VERSUS-MASTER DRIFT - RUN DATE " WS-TODAY
               " AUTHORITATIVE SIDE=" WS-DIFF-LIST
               DELIMITED BY SIZE INTO REPORT-REC.
           WRITE REPORT-REC.
           MOVE SPACES TO REPORT-REC.
           WRITE REPORT-REC.

           PERFORM VARYING WS-DR-IDX FROM 1 BY 1
                   UNTIL WS-DR-IDX > WS-DRIFT-COUNT
               PERFORM 0510-WRITE-ONE-CUSTOMER
           END-PERFORM.

      *----------------------------------------------------------*
      *    0510-WRITE-ONE-CUSTOMER - ONE DRIFTED CUSTOMER'S BLOCK   *
      *----------------------------------------------------------*
       0510-WRITE-ONE-CUSTOMER.
           MOVE SPACES TO WS-DIFF-LIST.
           MOVE 1 TO WS-DIFF-PTR.
           IF WS-DR-NAME-DIFF(WS-DR-IDX) = 'Y'
               STRING "NAME " DELIMITED BY SIZE
                   INTO WS-DIFF-LIST WITH POINTER WS-DIFF-PTR
           END-IF.
           IF WS-DR-STREET-DIFF(WS-DR-IDX) = 'Y'
               STRING "STREET " DELIMITED BY SIZE
                   INTO WS-DIFF-LIST WITH POINTER WS-DIFF-PTR
           END-IF.
           IF WS-DR-CITY-DIFF(WS-DR-IDX) = 'Y'
               STRING "CITY " DELIMITED BY SIZE
                   INTO WS-DIFF-LIST WITH POINTER WS-DIFF-PTR
           END-IF.
           IF WS-DR-STATE-DIFF(WS-DR-IDX) = 'Y'
               STRING "STATE " DELIMITED BY SIZE
                   INTO WS-DIFF-LIST WITH POINTER WS-DIFF-PTR
           END-IF.
           IF WS-DR-ZIP-DIFF(WS-DR-IDX) = 'Y'
               STRING "ZIP " DELIMITED BY SIZE
                   INTO WS-DIFF-LIST WITH POINTER WS-DIFF-PTR
           END-IF.
           IF WS-DR-STATUS-DIFF(WS-DR-IDX) = 'Y'
               STRING "STATUS " DELIMITED BY SIZE
                   INTO WS-DIFF-LIST WITH POINTER WS-DIFF-PTR
           END-IF.

           EVALUATE TRUE
               WHEN WS-DR-FEED-LATEST(WS-DR-IDX) = SPACES
                       AND WS-DR-PIPE-LATEST(WS-DR-IDX) = SPACES
                   MOVE "UNKNOWN" TO WS-LATEST-SIDE
               WHEN WS-DR-FEED-LATEST(WS-DR-IDX)
                       > WS-DR-PIPE-LATEST(WS-DR-IDX)
                   MOVE "FEED" TO WS-LATEST-SIDE
               WHEN OTHER
                   MOVE "PIPELINE" TO WS-LATEST-SIDE
           END-EVALUATE.

           MOVE SPACES TO REPORT-REC.
           STRING "FEED " WS-DR-FEED-ID(WS-DR-IDX)
               " PIPE " WS-DR-PIPE-ID(WS-DR-IDX)
               " DIFFERS: " WS-DIFF-LIST
               " CHANGED LAST: " WS-LATEST-SIDE
               DELIMITED BY SIZE INTO REPORT-REC.
           WRITE REPORT-REC.
           MOVE SPACES TO REPORT-REC.
           STRING "    FEED LAST CHANGED "
               WS-DR-FEED-LATEST(WS-DR-IDX)
               "  PIPELINE LAST CHANGED "
               WS-DR-PIPE-LATEST(WS-DR-IDX)
               DELIMITED BY SIZE INTO REPORT-REC.
           WRITE REPORT-REC.
           IF WS-DR-NAME-DIFF(WS-DR-IDX) = 'Y'
               MOVE SPACES TO REPORT-REC
               STRING "    NAME     FEED=" WS-DR-FEED-NAME(WS-DR-IDX)
                   "  PIPELINE=" WS-DR-PIPE-NAME(WS-DR-IDX)
                   DELIMITED BY SIZE INTO REPORT-REC
               WRITE REPORT-REC
           END-IF.
           IF WS-DR-STREET-DIFF(WS-DR-IDX) = 'Y'
                   OR WS-DR-CITY-DIFF(WS-DR-IDX) = 'Y'
                   OR WS-DR-STATE-DIFF(WS-DR-IDX) = 'Y'
                   OR WS-DR-ZIP-DIFF(WS-DR-IDX) = 'Y'
               MOVE SPACES TO REPORT-REC
               STRING "    ADDRESS  FEED=" WS-DR-FEED-ADDR(WS-DR-IDX)
                   "  PIPELINE=" WS-DR-PIPE-ADDR(WS-DR-IDX)
                   DELIMITED BY SIZE INTO REPORT-REC
               WRITE REPORT-REC
           END-IF.
           IF WS-DR-STATUS-DIFF(WS-DR-IDX) = 'Y'
               MOVE SPACES TO REPORT-REC
               STRING "    STATUS   FEED=LIVE ON FEED  PIPELINE="
                   WS-DR-PIPE-STATUS(WS-DR-IDX)
                   DELIMITED BY SIZE INTO REPORT-REC
               WRITE REPORT-REC
           END-IF.

      *----------------------------------------------------------*
      *    0600-GENERATE-MAINT-BATCH - THE FEED IS AUTHORITATIVE:   *
      *    A NAME CHANGE, ADDRESS CHANGE OR REINSTATEMENT FOR EACH   *
      *    DIFFERENCE, PARKED ON MAINT'S PENDING FILE UNDER THE      *
      *    REQUESTING OPERATOR FOR A SECOND OPERATOR TO RELEASE.     *
      *    A DECEASED CUSTOMER IS NEVER REINSTATED FROM HERE.        *
      *----------------------------------------------------------*
       0600-GENERATE-MAINT-BATCH.
           IF WS-OPERATOR = SPACES
               MOVE "NO BATCH - NO OPERATOR ON drift_param.txt"
                   TO WS-GEN-RESULT
               EXIT PARAGRAPH
           END-IF.
           OPEN INPUT PENDING-FILE.
           IF PENDING-FILE-OK
               READ PENDING-FILE
                   AT END
                       MOVE SPACES TO PENDING-HEADER-REC
               END-READ
               CLOSE PENDING-FILE
               IF PEND-TAG = "BTCH"
                   MOVE "NO BATCH - ANOTHER IS ALREADY PARKED"
                       TO WS-GEN-RESULT
                   EXIT PARAGRAPH
               END-IF
           END-IF.

           PERFORM VARYING WS-DR-IDX FROM 1 BY 1
                   UNTIL WS-DR-IDX > WS-DRIFT-COUNT
               PERFORM 0610-BUILD-CUSTOMER-TXNS
           END-PERFORM.
           IF WS-TXN-COUNT = 0
               MOVE "NO BATCH - NOTHING MAINT CAN CORRECT"
                   TO WS-GEN-RESULT
               EXIT PARAGRAPH
           END-IF.

           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-BATCH-ID.
           OPEN OUTPUT PENDING-FILE.
           MOVE "BTCH" TO PEND-TAG.
           MOVE WS-BATCH-ID TO PEND-BATCH-ID.
           MOVE WS-OPERATOR TO PEND-SUBMITTER.
           WRITE PENDING-HEADER-REC.
           PERFORM VARYING WS-TXN-IDX FROM 1 BY 1
                   UNTIL WS-TXN-IDX > WS-TXN-COUNT
               MOVE WS-TXN-IMAGE(WS-TXN-IDX) TO PEND-IMAGE
               WRITE PENDING-REC
           END-PERFORM.
           CLOSE PENDING-FILE.

           MOVE SPACES TO WS-GEN-RESULT.
           STRING "BATCH " WS-BATCH-ID " PARKED, "
               WS-TXN-COUNT " TRANSACTIONS"
               DELIMITED BY SIZE INTO WS-GEN-RESULT.

           OPEN EXTEND AUDIT-FILE.
           IF NOT AUDIT-FILE-OK
               OPEN OUTPUT AUDIT-FILE
           END-IF.
           MOVE "DRIFT" TO AUDIT-PROGRAM.
           MOVE WS-BATCH-ID TO AUDIT-KEY.
           MOVE "DRIFT-PARK" TO AUDIT-ACTION.
           MOVE FUNCTION CURRENT-DATE TO AUDIT-TIMESTAMP.
           MOVE WS-RUN-ID TO AUDIT-RUN-ID.
           MOVE WS-OPERATOR TO AUDIT-OPERATOR.
           MOVE SPACES TO AUDIT-COMPANY.
           WRITE AUDIT-RECORD.
           CLOSE AUDIT-FILE.

      *----------------------------------------------------------*
      *    0610-BUILD-CUSTOMER-TXNS - THE TRANSACTIONS FOR ONE      *
      *    DRIFTED CUSTOMER, IN MAINT'S TRANSACTION LAYOUT           *
      *----------------------------------------------------------*
       0610-BUILD-CUSTOMER-TXNS.
           IF WS-DR-STATUS-DIFF(WS-DR-IDX) = 'Y'
               IF WS-DR-PIPE-STATUS(WS-DR-IDX) = 'I'
                   MOVE SPACES TO WS-TXN-BUILD
                   MOVE WS-DR-PIPE-ID(WS-DR-IDX) TO WS-TB-ID
                   MOVE 'R' TO WS-TB-TYPE
                   PERFORM 0620-ADD-TXN
               ELSE
                   ADD 1 TO WS-SKIPPED-COUNT
                   MOVE SPACES TO REPORT-REC
                   STRING "    NOT GENERATED - PIPE "
                       WS-DR-PIPE-ID(WS-DR-IDX)
                       " IS RECORDED DECEASED"
                       DELIMITED BY SIZE INTO REPORT-REC
                   WRITE REPORT-REC
               END-IF
           END-IF.
           IF WS-DR-NAME-DIFF(WS-DR-IDX) = 'Y'
               MOVE SPACES TO WS-TXN-BUILD
               MOVE WS-DR-PIPE-ID(WS-DR-IDX) TO WS-TB-ID
               MOVE 'N' TO WS-TB-TYPE
               MOVE WS-DR-FEED-NAME(WS-DR-IDX) TO WS-TB-VALUE
               PERFORM 0620-ADD-TXN
           END-IF.
           IF WS-DR-STREET-DIFF(WS-DR-IDX) = 'Y'
                   OR WS-DR-CITY-DIFF(WS-DR-IDX) = 'Y'
                   OR WS-DR-STATE-DIFF(WS-DR-IDX) = 'Y'
                   OR WS-DR-ZIP-DIFF(WS-DR-IDX) = 'Y'
               MOVE SPACES TO WS-TXN-BUILD
               MOVE WS-DR-PIPE-ID(WS-DR-IDX) TO WS-TB-ID
               MOVE 'A' TO WS-TB-TYPE
               MOVE WS-DR-FEED-ADDR(WS-DR-IDX) TO WS-TB-VALUE
               PERFORM 0620-ADD-TXN
           END-IF.

      *----------------------------------------------------------*
      *    0620-ADD-TXN - ONE TRANSACTION INTO THE BATCH TABLE      *
      *----------------------------------------------------------*
       0620-ADD-TXN.
           IF WS-TXN-COUNT NOT < 5000
               ADD 1 TO WS-SKIPPED-COUNT
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-TXN-COUNT.
           MOVE WS-TXN-BUILD TO WS-TXN-IMAGE(WS-TXN-COUNT).

      *----------------------------------------------------------*
      *    0700-WRITE-FEED-CORRECTIONS - THE PIPELINE IS            *
      *    AUTHORITATIVE: MAINT ONLY KEEPS THE PIPELINE, SO THE      *
      *    CORRECTIONS GO TO THE FEED'S OWNER AS A LIST OF WHAT THE  *
      *    PIPELINE HOLDS, FEED ID FIRST                             *
      *----------------------------------------------------------*
       0700-WRITE-FEED-CORRECTIONS.
           OPEN OUTPUT CORRECTION-FILE.
           IF NOT CORRECTION-FILE-OK
               MOVE "NO CORRECTION LIST - FILE NOT WRITTEN"
                   TO WS-GEN-RESULT
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING WS-DR-IDX FROM 1 BY 1
                   UNTIL WS-DR-IDX > WS-DRIFT-COUNT
               MOVE SPACES TO CORRECTION-REC
               MOVE WS-DR-FEED-ID(WS-DR-IDX) TO CORR-FEED-ID
               MOVE WS-DR-PIPE-ID(WS-DR-IDX) TO CORR-PIPE-ID
               MOVE WS-DR-PIPE-NAME(WS-DR-IDX) TO CORR-NAME
               MOVE WS-DR-PIPE-ADDR(WS-DR-IDX)(1:15) TO CORR-STREET
               MOVE WS-DR-PIPE-ADDR(WS-DR-IDX)(16:10) TO CORR-CITY
               MOVE WS-DR-PIPE-ADDR(WS-DR-IDX)(26:2) TO CORR-STATE
               MOVE WS-DR-PIPE-ADDR(WS-DR-IDX)(28:3) TO CORR-ZIP
               MOVE WS-DR-PIPE-STATUS(WS-DR-IDX) TO CORR-STATUS
               WRITE CORRECTION-REC
               ADD 1 TO WS-CORRECTION-COUNT
           END-PERFORM.
           CLOSE CORRECTION-FILE.
           MOVE SPACES TO WS-GEN-RESULT.
           STRING "FEED CORRECTION LIST WRITTEN, "
               WS-CORRECTION-COUNT " ROWS"
               DELIMITED BY SIZE INTO WS-GEN-RESULT.

      *----------------------------------------------------------*
      *    0800-WRITE-TOTALS - THE RUN'S COUNTS AND WHAT WAS DONE   *
      *    ABOUT THE DRIFT                                           *
      *----------------------------------------------------------*
       0800-WRITE-TOTALS.
           MOVE SPACES TO REPORT-REC.
           WRITE REPORT-REC.
           MOVE SPACES TO REPORT-REC.
           STRING "FEED ROWS=" WS-FEED-COUNT
               " COMPARED=" WS-LINKED-COUNT
               " NOT LINKED=" WS-UNLINKED-COUNT
               " LINKED BUT NOT ON MASTER=" WS-NOT-ON-MASTER-COUNT
               DELIMITED BY SIZE INTO REPORT-REC.
           WRITE REPORT-REC.
           MOVE SPACES TO REPORT-REC.
           STRING "DRIFTED=" WS-DRIFT-COUNT
               " OVER TABLE LIMIT=" WS-DRIFT-OVERFLOW
               " FEED-SIDE CHANGES LOGGED=" WS-FEED-CHANGED-COUNT
               " NOT GENERATED=" WS-SKIPPED-COUNT
               DELIMITED BY SIZE INTO REPORT-REC.
           WRITE REPORT-REC.
           IF WS-GEN-RESULT NOT = SPACES
               MOVE SPACES TO REPORT-REC
               STRING "RESULT: " WS-GEN-RESULT
                   DELIMITED BY SIZE INTO REPORT-REC
               WRITE REPORT-REC
           END-IF.
