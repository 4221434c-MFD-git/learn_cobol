               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STAT-STATUS.

      *----------------------------------------------------------*
      *    INCREMENTAL MERGE FILES - WHEN TESTC_ASOF_PARAM.TXT ASKS *
      *    FOR AN INCREMENTAL MERGE, ONLY THE CUSTOMERS TOUCHED      *
      *    SINCE THE LAST MERGE ARE RE-MERGED.  THEIR ROWS ARE READ  *
      *    BY KEY FROM THE INDEXED MASTERS (CUST-A-KEYED/CUST-B-     *
      *    KEYED), THE RESULT IS APPLIED TO THE KEYED CUSTOMER       *
      *    MASTER CUSTLOAD BUILDS, AND CUST-ALL.TXT IS WRITTEN BACK  *
      *    OUT OF THAT MASTER.  THE TOUCHED KEYS COME FROM THE AUDIT *
      *    TRAIL, MAINT'S JOURNAL ARCHIVE AND BRIDGE'S LOADS LIST,   *
      *    SORTED AND DEDUPLICATED THROUGH TOUCH-WORK.  MERGE-STATE- *
      *    FILE (MERGESTREC) SAYS WHEN THE LAST MERGE RAN AND WHEN   *
      *    THE LAST FULL ONE DID.                                    *
      *----------------------------------------------------------*
           SELECT CUST-A-KEYED ASSIGN TO './custA.txt'
               ORGANIZATION IS INDEXED
               RECORD KEY IS KA-ID
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS WS-KA-STATUS.

           SELECT CUST-B-KEYED ASSIGN TO './custB.txt'
               ORGANIZATION IS INDEXED
               RECORD KEY IS KB-KEY
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS WS-KB-STATUS.

           SELECT CUST-MASTER ASSIGN TO './cust-master.txt'
               ORGANIZATION IS INDEXED
               RECORD KEY IS MAST-ID
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT MERGE-STATE-FILE
               ASSIGN TO './result/c-merge-state.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MERGE-STATE-STATUS.

           SELECT JRNL-ARCHIVE
               ASSIGN TO './result/maint-journal-archive.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JRNL-ARCH-STATUS.

           SELECT BRIDGE-LOAD-FILE
               ASSIGN TO './result/bridge-loads.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOAD-STATUS.

           SELECT TOUCH-WORK ASSIGN TO TOUCH-WORK.

       DATA DIVISION.
       FILE SECTION.

       SD MERGE-WORK.
       01 MERGE-REC.
           05 MERGE-ID PIC X(5).
           05 MERGE-REST PIC X(73).

       FD CUST-A-SORTED.
       01 A-REC.
               FIELD-ADDR-CITY BY OUT-ADDR-CITY
               FIELD-ADDR-STATE BY OUT-ADDR-STATE
               FIELD-ADDR-ZIP BY OUT-ADDR-ZIP
               FIELD-COMPANY BY OUT-COMPANY
               FIELD-STATUS BY OUT-STATUS.

       FD CUST-NOADDR.
       01 NOADDR-REC.
           05 ASOF-PARM-CSV-MODE PIC X(1).
           05 ASOF-PARM-NAME-SRC PIC X(1).
           05 ASOF-PARM-ADDR-SRC PIC X(1).
           05 ASOF-PARM-INCR-MODE PIC X(1).

       FD CUST-MERGED.
       01 MERGED-REC PIC X(78).

       FD CUST-ALL-CSV.
       01 CSV-REC PIC X(80).
       FD STAT-FILE.
           COPY "runstatrec".

       SD TOUCH-WORK.
       01 TOUCH-REC.
           05 TOUCH-ID PIC X(5).

      *----------------------------------------------------------*
      *    THE KEYED MASTERS ARE READ INTO A-REC/B-REC SO THE        *
      *    INCREMENTAL MERGE JUDGES EACH CUSTOMER WITH EXACTLY THE   *
      *    PARAGRAPHS THE FULL MERGE USES; ONLY THE KEYS ARE NAMED   *
      *    HERE.                                                     *
      *----------------------------------------------------------*
       FD CUST-A-KEYED.
       01 KA-REC.
           05 KA-ID PIC X(5).
           05 FILLER PIC X(73).

       FD CUST-B-KEYED.
       01 KB-REC.
           05 KB-KEY.
               10 KB-ID PIC X(5).
               10 KB-EFFECTIVE-DATE PIC 9(8).
           05 FILLER PIC X(55).

       FD CUST-MASTER.
       01 MAST-REC.
           COPY "custallrec" REPLACING FIELD-ID BY MAST-ID
               FIELD-NAME BY MAST-NAME
               FIELD-ADDR BY MAST-ADDR
               FIELD-ADDR-STREET BY MAST-ADDR-STREET
               FIELD-ADDR-CITY BY MAST-ADDR-CITY
               FIELD-ADDR-STATE BY MAST-ADDR-STATE
               FIELD-ADDR-ZIP BY MAST-ADDR-ZIP
               FIELD-COMPANY BY MAST-COMPANY
               FIELD-STATUS BY MAST-STATUS.

       FD MERGE-STATE-FILE.
           COPY "mergestrec".

       FD JRNL-ARCHIVE.
       01 ARCH-JRNL-REC.
           05 JRNLA-DATE PIC X(8).
           05 JRNLA-SEQ PIC 9(5).
           05 JRNLA-TXN-ID PIC X(5).
           05 FILLER PIC X(95).
           05 JRNLA-TIMESTAMP PIC X(14).

       FD BRIDGE-LOAD-FILE.
           COPY "bridgeldrec".

       WORKING-STORAGE SECTION.
       01 CUST-A-STATUS PIC XX.
       01 CUST-B-STATUS PIC XX.
       01 WS-SEASON-HIT PIC X.
           88 SEASON-COVERS-ASOF VALUE 'Y'.

      *----------------------------------------------------------*
      *    INCREMENTAL MERGE - WS-INCR-MODE COMES FROM               *
      *    ASOF-PARM-INCR-MODE; WS-RUN-KIND IS WHAT THIS RUN         *
      *    ACTUALLY DOES.  THE FULL MERGE IS FORCED, WITH THE REASON *
      *    IN WS-FULL-REASON, WHEN THERE IS NO FULL MERGE TO BUILD   *
      *    ON, THE LAST ONE IS WS-FULL-INTERVAL DAYS OLD, RELOAD OR  *
      *    ROLLFWD HAS REPLACED A MASTER SINCE, AN INTERRUPTED FULL  *
      *    MERGE IS BEING RESTARTED, OR THE RUN IS FOR AN AS-OF DATE *
      *    OR ONE COMPANY - THOSE ANSWERS TURN ON MORE THAN WHICH    *
      *    CUSTOMERS CHANGED.  A FULL MERGE RUN THIS WAY ALSO        *
      *    RELOADS THE CUSTOMER MASTER, SO THE NEXT INCREMENTAL      *
      *    MERGE HAS A MASTER IN STEP WITH CUST-ALL.TXT TO APPLY TO. *
      *----------------------------------------------------------*
       01 WS-INCR-MODE PIC X(1) VALUE 'N'.
           88 INCREMENTAL-REQUESTED VALUE 'Y'.
       01 WS-RUN-KIND PIC X(1) VALUE 'F'.
           88 FULL-MERGE-RUN VALUE 'F'.
           88 INCREMENTAL-RUN VALUE 'I'.
       01 WS-FULL-REASON PIC X(40) VALUE SPACES.
       01 WS-FULL-INTERVAL PIC 9(3) VALUE 7.
       01 WS-RUN-STAMP PIC X(14).
       01 WS-TODAY PIC 9(8).
       01 WS-LAST-FULL-DATE PIC 9(8).
       01 WS-DAYS-SINCE-FULL PIC S9(7).
       01 WS-STATE-LAST-RUN PIC X(14) VALUE SPACES.
       01 WS-STATE-LAST-FULL PIC X(8) VALUE SPACES.
       01 WS-NEW-LAST-FULL PIC X(8) VALUE SPACES.

       01 WS-KA-STATUS PIC XX.
           88 KEYED-A-OK VALUE '00'.
       01 WS-KB-STATUS PIC XX.
           88 KEYED-B-OK VALUE '00'.
       01 WS-MASTER-STATUS PIC XX.
           88 MASTER-FILE-OK VALUE '00'.
       01 WS-MERGE-STATE-STATUS PIC XX.
           88 MERGE-STATE-OK VALUE '00'.
       01 WS-JRNL-ARCH-STATUS PIC XX.
           88 JRNL-ARCHIVE-OK VALUE '00'.
       01 WS-LOAD-STATUS PIC XX.
           88 LOAD-FILE-OK VALUE '00'.

       01 WS-SOURCE-EOF PIC X.
       01 WS-TOUCH-EOF PIC X.
       01 WS-B-GROUP-DONE PIC X.
       01 WS-MASTER-EOF PIC X.
       01 WS-PREV-TOUCH-ID PIC X(5).
       01 WS-TOUCH-KEY PIC X(5).
       01 WS-A-ON-FILE PIC X.
           88 A-ON-FILE VALUE 'Y'.
       01 WS-B-ANY-ROW PIC X.
           88 B-ANY-ROW VALUE 'Y'.
       01 WS-MASTER-HAD-ROW PIC X.
           88 MASTER-HAD-ROW VALUE 'Y'.
       01 WS-MASTER-STORED PIC X.
           88 MASTER-ROW-STORED VALUE 'Y'.
       01 WS-MASTER-RELOADED PIC X VALUE 'N'.
           88 MASTER-RELOADED VALUE 'Y'.

       01 WS-KEYS-RELEASED PIC 9(10) VALUE 0.
       01 WS-TOUCHED-COUNT PIC 9(10) VALUE 0.
       01 WS-MASTER-ADDED PIC 9(10) VALUE 0.
       01 WS-MASTER-REPLACED PIC 9(10) VALUE 0.
       01 WS-MASTER-REMOVED PIC 9(10) VALUE 0.
       01 WS-MASTER-ROWS PIC 9(10) VALUE 0.
       01 WS-MASTER-DUPS PIC 9(10) VALUE 0.



       PROCEDURE DIVISION.
           PERFORM 0300-LOAD-CHECKPOINT.
           MOVE FUNCTION CURRENT-DATE(9:6)
               TO WS-STAT-START-TIME.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-RUN-STAMP.
           MOVE WS-RUN-STAMP(1:8) TO WS-TODAY.
           PERFORM 0050-LOAD-RUN-ID.
           PERFORM 0350-LOAD-ASOF-PARAMETER.
           PERFORM 0360-LOAD-STATE-REFERENCE.
               GOBACK
           END-IF.

           IF INCREMENTAL-REQUESTED
               PERFORM 0390-CHOOSE-MERGE-KIND
           END-IF.
           IF INCREMENTAL-RUN
               PERFORM 0800-RUN-INCREMENTAL-MERGE
           END-IF.
      *    AN INCREMENTAL MERGE THAT CANNOT REACH THE KEYED FILES
      *    HAS SWITCHED ITSELF BACK TO FULL AND CARRIES ON BELOW.
           IF INCREMENTAL-RUN
               MOVE 0 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN INPUT CUST-A-SORTED.
           OPEN INPUT CUST-B-SORTED.


           PERFORM 0600-WRITE-CONTROL-TOTALS.

           IF INCREMENTAL-REQUESTED
               PERFORM 0950-RECORD-MERGE-STATE
           END-IF.

           MOVE 0 TO RETURN-CODE.
           GOBACK.

                       MOVE ASOF-PARM-DATE TO WS-AS-OF-DATE
                       MOVE ASOF-PARM-MERGE-MODE TO WS-MERGE-MODE
                       MOVE ASOF-PARM-CSV-MODE TO WS-CSV-MODE
                       MOVE ASOF-PARM-INCR-MODE TO WS-INCR-MODE
                       IF ASOF-PARM-NAME-SRC = 'A'
                               OR ASOF-PARM-NAME-SRC = 'B'
                           MOVE ASOF-PARM-NAME-SRC TO WS-NAME-SOURCE
                   MOVE A-ID TO OUT-ID
                   MOVE WS-A-COMPANY-EFF TO OUT-COMPANY
                   MOVE WS-SELECTED-NAME TO OUT-NAME
                   MOVE A-STATUS TO OUT-STATUS
                   IF OUT-STATUS = SPACE
                       MOVE 'A' TO OUT-STATUS
                   END-IF
                   CALL 'SUB-ADDR' USING WS-SELECTED-ADDR RESULT
                   PERFORM 0580-VALIDATE-STATE-ZIP
                   IF NOT ADDRESS-IS-VALID
                   MOVE RESULT-CITY TO OUT-ADDR-CITY
                   MOVE RESULT-STATE TO OUT-ADDR-STATE
                   MOVE RESULT-ZIP TO OUT-ADDR-ZIP
                   IF INCREMENTAL-RUN
                       PERFORM 0890-STORE-MASTER-ROW
                   ELSE
                       WRITE OUT-REC
                       IF PRODUCE-CSV-OUTPUT
                           PERFORM 0560-WRITE-CSV-ROW
                       END-IF
                   END-IF
                   ADD 1 TO WS-MATCH-COUNT
                   MOVE 'O' TO WS-CO-KIND
                   MOVE "MERGED" TO AUDIT-ACTION
                   PERFORM 0500-WRITE-AUDIT
                   IF WS-SINCE-CHECKPOINT >= WS-CKPT-INTERVAL
                           AND FULL-MERGE-RUN
                       PERFORM 0400-WRITE-CHECKPOINT
                   END-IF
                   END-IF
      *----------------------------------------------------------*
      *    0560-WRITE-CSV-ROW - COMMA-DELIMITED MIRROR OF THE ROW    *
      *    JUST WRITTEN TO CUST-ALL, NAME AND ADDRESS QUOTED SINCE   *
      *    BOTH CAN LEGITIMATELY CONTAIN EMBEDDED SPACES; THE        *
      *    STATUS BYTE TRAILS UNQUOTED SO SPLITST CAN PASS IT ON     *
      *----------------------------------------------------------*
       0560-WRITE-CSV-ROW.
           MOVE SPACES TO CSV-REC.
           STRING FUNCTION TRIM(OUT-ID) ","
               '"' FUNCTION TRIM(OUT-NAME) '"' ","
               '"' FUNCTION TRIM(OUT-ADDR) '"' ","
               OUT-STATUS
               DELIMITED BY SIZE INTO CSV-REC.
           WRITE CSV-REC.

       0600-WRITE-CONTROL-TOTALS.
           OPEN OUTPUT CONTROL-FILE.

      *    AN INCREMENTAL MERGE READ THE KEYED MASTERS, NOT THE
      *    SORTED FILES, SO RECON IS TOLD WHICH KIND THIS WAS.
           MOVE SPACES TO CONTROL-REC.
           IF INCREMENTAL-RUN
               STRING "MERGE MODE=INCREMENTAL"
                   DELIMITED BY SIZE INTO CONTROL-REC
           ELSE
               STRING "MERGE MODE=FULL"
                   DELIMITED BY SIZE INTO CONTROL-REC
           END-IF.
           WRITE CONTROL-REC.

           MOVE SPACES TO CONTROL-REC.
           STRING "A READ=" WS-A-READ-COUNT
               DELIMITED BY SIZE INTO CONTROL-REC.
               DELIMITED BY SIZE INTO CONTROL-REC.
           WRITE CONTROL-REC.

           IF INCREMENTAL-RUN
               MOVE SPACES TO CONTROL-REC
               STRING "TOUCHED=" WS-TOUCHED-COUNT
                   DELIMITED BY SIZE INTO CONTROL-REC
               WRITE CONTROL-REC
               MOVE SPACES TO CONTROL-REC
               STRING "MASTER ROWS=" WS-MASTER-ROWS
                   DELIMITED BY SIZE INTO CONTROL-REC
               WRITE CONTROL-REC
           END-IF.

      *    ONE ROUTED/OUTPUT PAIR PER COMPANY SEEN, SO RECON CAN
      *    PROVE EACH BOOK OF BUSINESS BALANCES ON ITS OWN.
           PERFORM VARYING WS-CO-IDX FROM 1 BY 1
           DISPLAY "PROGRAM C simple merge mode: CUST-A-SORTED and "
               "CUST-B-SORTED combined into cust-merged.txt".

      *----------------------------------------------------------*
      *    0390-CHOOSE-MERGE-KIND - AN INCREMENTAL MERGE WAS     *
      *    ASKED FOR; RUN ONE UNLESS THE MERGE STATE OR THIS     *
      *    RUN'S PARAMETERS CALL FOR THE FULL MERGE INSTEAD      *
      *----------------------------------------------------------*
       0390-CHOOSE-MERGE-KIND.
           MOVE SPACES TO WS-FULL-REASON.
           OPEN INPUT MERGE-STATE-FILE.
           IF MERGE-STATE-OK
               READ MERGE-STATE-FILE
                   AT END
                       MOVE SPACES TO MERGE-STATE-REC
               END-READ
               MOVE MST-LAST-RUN TO WS-STATE-LAST-RUN
               MOVE MST-LAST-FULL TO WS-STATE-LAST-FULL
               CLOSE MERGE-STATE-FILE
           ELSE
               MOVE "NO FULL MERGE ON RECORD TO BUILD ON"
                   TO WS-FULL-REASON
           END-IF.

           EVALUATE TRUE
               WHEN WS-FULL-REASON NOT = SPACES
                   CONTINUE
               WHEN MST-FULL-MERGE-DUE
                   STRING FUNCTION TRIM(MST-DUE-BY)
                       " HAS REPLACED A MASTER"
                       DELIMITED BY SIZE INTO WS-FULL-REASON
               WHEN WS-CHECKPOINT-KEY NOT = SPACES
                   MOVE "RESTARTING AN INTERRUPTED FULL MERGE"
                       TO WS-FULL-REASON
               WHEN WS-STATE-LAST-FULL NOT NUMERIC
                       OR WS-STATE-LAST-RUN = SPACES
                   MOVE "NO FULL MERGE ON RECORD TO BUILD ON"
                       TO WS-FULL-REASON
               WHEN WS-AS-OF-DATE NOT = 99999999
                   MOVE "AN AS-OF DATE WAS GIVEN" TO WS-FULL-REASON
               WHEN NOT NO-COMPANY-FILTER
                   MOVE "ONE COMPANY ONLY WAS ASKED FOR"
                       TO WS-FULL-REASON
               WHEN OTHER
                   MOVE WS-STATE-LAST-FULL TO WS-LAST-FULL-DATE
                   COMPUTE WS-DAYS-SINCE-FULL =
                       FUNCTION INTEGER-OF-DATE(WS-TODAY)
                       - FUNCTION INTEGER-OF-DATE(WS-LAST-FULL-DATE)
                   IF WS-DAYS-SINCE-FULL >= WS-FULL-INTERVAL
                       MOVE "WEEKLY FULL MERGE" TO WS-FULL-REASON
                   END-IF
           END-EVALUATE.

           IF WS-FULL-REASON = SPACES
               SET INCREMENTAL-RUN TO TRUE
           ELSE
               DISPLAY "PROGRAM C full merge forced - "
                   FUNCTION TRIM(WS-FULL-REASON)
           END-IF.

      *----------------------------------------------------------*
      *    0800-RUN-INCREMENTAL-MERGE - RE-MERGE ONLY THE        *
      *    CUSTOMERS TOUCHED SINCE THE LAST MERGE, APPLY THEM TO *
      *    THE CUSTOMER MASTER, THEN WRITE CUST-ALL BACK OUT OF  *
      *    THE MASTER.  THE NOADDR/NONAME/INACTIVE/BADADDR FILES,*
      *    THE COUNTS AND THE CONTROL TOTALS COVER THE TOUCHED   *
      *    CUSTOMERS ONLY.  IF A KEYED FILE WILL NOT OPEN THE RUN*
      *    FALLS BACK TO FULL.                                   *
      *----------------------------------------------------------*
       0800-RUN-INCREMENTAL-MERGE.
           OPEN INPUT CUST-A-KEYED.
           OPEN INPUT CUST-B-KEYED.
           OPEN I-O CUST-MASTER.
           IF NOT KEYED-A-OK OR NOT KEYED-B-OK OR NOT MASTER-FILE-OK
               IF KEYED-A-OK
                   CLOSE CUST-A-KEYED
               END-IF
               IF KEYED-B-OK
                   CLOSE CUST-B-KEYED
               END-IF
               IF MASTER-FILE-OK
                   CLOSE CUST-MASTER
               END-IF
               MOVE "MASTERS CANNOT BE READ BY KEY"
                   TO WS-FULL-REASON
               DISPLAY "PROGRAM C full merge forced - "
                   FUNCTION TRIM(WS-FULL-REASON)
               SET FULL-MERGE-RUN TO TRUE
               EXIT PARAGRAPH
           END-IF.

           OPEN OUTPUT CUST-ALL.
           OPEN OUTPUT CUST-NOADDR.
           OPEN OUTPUT CUST-NONAME.
           OPEN OUTPUT CUST-INACTIVE.
           OPEN OUTPUT CUST-BADADDR.
           IF PRODUCE-CSV-OUTPUT
               OPEN OUTPUT CUST-ALL-CSV
           END-IF.

           SORT TOUCH-WORK
               ON ASCENDING KEY TOUCH-ID
               INPUT PROCEDURE IS 0810-COLLECT-TOUCHED-KEYS
               OUTPUT PROCEDURE IS 0850-REMERGE-TOUCHED-KEYS.

           PERFORM 0900-WRITE-CUST-ALL-FROM-MASTER.

           CLOSE CUST-A-KEYED.
           CLOSE CUST-B-KEYED.
           CLOSE CUST-MASTER.
           CLOSE CUST-ALL.
           CLOSE CUST-NOADDR.
           CLOSE CUST-NONAME.
           CLOSE CUST-INACTIVE.
           CLOSE CUST-BADADDR.
           CLOSE AUDIT-FILE.
           IF PRODUCE-CSV-OUTPUT
               CLOSE CUST-ALL-CSV
           END-IF.

           DISPLAY "PROGRAM C incremental merge since: "
               WS-STATE-LAST-RUN.
           DISPLAY "PROGRAM C customers touched: "
               WS-TOUCHED-COUNT.
           DISPLAY "PROGRAM C records read from CUST-A by key: "
               WS-A-READ-COUNT.
           DISPLAY "PROGRAM C records read from CUST-B by key: "
               WS-B-READ-COUNT.
           DISPLAY "PROGRAM C matches applied to the master: "
               WS-MATCH-COUNT.
           DISPLAY "PROGRAM C unmatched A (no address): "
               WS-NOADDR-COUNT.
           DISPLAY "PROGRAM C unmatched B (no name): "
               WS-NONAME-COUNT.
           DISPLAY "PROGRAM C matches skipped as inactive: "
               WS-INACTIVE-COUNT.
           DISPLAY "PROGRAM C matches routed as bad address: "
               WS-BADADDR-COUNT.
           DISPLAY "PROGRAM C master rows added/replaced/removed: "
               WS-MASTER-ADDED "/" WS-MASTER-REPLACED "/"
               WS-MASTER-REMOVED.
           DISPLAY "PROGRAM C rows written to CUST-ALL: "
               WS-MASTER-ROWS.

           PERFORM 8800-WRITE-RUN-STATISTICS.
           PERFORM 0600-WRITE-CONTROL-TOTALS.
           PERFORM 0950-RECORD-MERGE-STATE.

      *----------------------------------------------------------*
      *    0810-COLLECT-TOUCHED-KEYS - SORT INPUT: EVERY CUSTOMER*
      *    KEY THE AUDIT TRAIL, THE MAINT JOURNAL ARCHIVE OR THE *
      *    BRIDGE LOADS LIST STAMPS AFTER THE LAST MERGE RAN     *
      *----------------------------------------------------------*
       0810-COLLECT-TOUCHED-KEYS.
           PERFORM 0820-TOUCHED-FROM-AUDIT.
           PERFORM 0830-TOUCHED-FROM-JOURNAL.
           PERFORM 0840-TOUCHED-FROM-BRIDGE.

      *----------------------------------------------------------*
      *    0820-TOUCHED-FROM-AUDIT - ANY OTHER PROGRAM'S AUDIT   *
      *    ROW; PROGRAM C'S OWN ROWS RECORD MERGES, NOT CHANGES  *
      *----------------------------------------------------------*
       0820-TOUCHED-FROM-AUDIT.
           OPEN INPUT AUDIT-FILE.
           IF NOT AUDIT-FILE-OK
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-SOURCE-EOF.
           PERFORM UNTIL WS-SOURCE-EOF = 'Y'
               READ AUDIT-FILE
                   AT END
                       MOVE 'Y' TO WS-SOURCE-EOF
                   NOT AT END
                       IF AUDIT-TIMESTAMP(1:14) > WS-STATE-LAST-RUN
                               AND AUDIT-PROGRAM NOT = "C"
                           MOVE AUDIT-KEY(1:5) TO TOUCH-ID
                           PERFORM 0845-RELEASE-TOUCHED-KEY
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE AUDIT-FILE.

      *----------------------------------------------------------*
      *    0830-TOUCHED-FROM-JOURNAL - MAINT'S APPLIED           *
      *    TRANSACTIONS                                          *
      *----------------------------------------------------------*
       0830-TOUCHED-FROM-JOURNAL.
           OPEN INPUT JRNL-ARCHIVE.
           IF NOT JRNL-ARCHIVE-OK
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-SOURCE-EOF.
           PERFORM UNTIL WS-SOURCE-EOF = 'Y'
               READ JRNL-ARCHIVE
                   AT END
                       MOVE 'Y' TO WS-SOURCE-EOF
                   NOT AT END
                       IF JRNLA-TIMESTAMP > WS-STATE-LAST-RUN
                           MOVE JRNLA-TXN-ID TO TOUCH-ID
                           PERFORM 0845-RELEASE-TOUCHED-KEY
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE JRNL-ARCHIVE.

      *----------------------------------------------------------*
      *    0840-TOUCHED-FROM-BRIDGE - CUSTOMERS BRIDGE LOADED    *
      *----------------------------------------------------------*
       0840-TOUCHED-FROM-BRIDGE.
           OPEN INPUT BRIDGE-LOAD-FILE.
           IF NOT LOAD-FILE-OK
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-SOURCE-EOF.
           PERFORM UNTIL WS-SOURCE-EOF = 'Y'
               READ BRIDGE-LOAD-FILE
                   AT END
                       MOVE 'Y' TO WS-SOURCE-EOF
                   NOT AT END
                       IF BLD-TIMESTAMP > WS-STATE-LAST-RUN
                           MOVE BLD-PIPE-ID TO TOUCH-ID
                           PERFORM 0845-RELEASE-TOUCHED-KEY
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE BRIDGE-LOAD-FILE.

       0845-RELEASE-TOUCHED-KEY.
           IF TOUCH-ID NOT = SPACES
               RELEASE TOUCH-REC
               ADD 1 TO WS-KEYS-RELEASED
           END-IF.

      *----------------------------------------------------------*
      *    0850-REMERGE-TOUCHED-KEYS - SORT OUTPUT: EACH TOUCHED *
      *    CUSTOMER ONCE, HOWEVER MANY TIMES IT WAS TOUCHED      *
      *----------------------------------------------------------*
       0850-REMERGE-TOUCHED-KEYS.
           OPEN EXTEND AUDIT-FILE.
           IF NOT AUDIT-FILE-OK
               OPEN OUTPUT AUDIT-FILE
           END-IF.
           MOVE LOW-VALUES TO WS-PREV-TOUCH-ID.
           MOVE 'N' TO WS-TOUCH-EOF.
           PERFORM UNTIL WS-TOUCH-EOF = 'Y'
               RETURN TOUCH-WORK
                   AT END
                       MOVE 'Y' TO WS-TOUCH-EOF
                   NOT AT END
                       IF TOUCH-ID NOT = WS-PREV-TOUCH-ID
                           MOVE TOUCH-ID TO WS-PREV-TOUCH-ID
                           PERFORM 0860-REMERGE-ONE-CUSTOMER
                       END-IF
               END-RETURN
           END-PERFORM.

      *----------------------------------------------------------*
      *    0860-REMERGE-ONE-CUSTOMER - THE CUSTOMER'S OLD MASTER *
      *    ROW GOES, THEN IT IS ROUTED EXACTLY AS THE FULL       *
      *    MERGE'S MATCH LOOP WOULD ROUTE IT; A CUSTOMER THAT    *
      *    STILL MERGES IS STORED BACK BY 0550-PROCESS-MATCH     *
      *----------------------------------------------------------*
       0860-REMERGE-ONE-CUSTOMER.
           ADD 1 TO WS-TOUCHED-COUNT.
           MOVE TOUCH-ID TO WS-TOUCH-KEY.
           MOVE 'N' TO WS-MASTER-STORED.
           PERFORM 0880-DROP-MASTER-ROW.

           MOVE 'N' TO WS-A-ON-FILE.
           MOVE WS-TOUCH-KEY TO KA-ID.
           READ CUST-A-KEYED INTO A-REC
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET A-ON-FILE TO TRUE
           END-READ.
           IF A-ON-FILE
               ADD 1 TO WS-A-READ-COUNT
               ADD 1 TO WS-A-ROUTED-COUNT
               IF A-COMPANY = SPACES
                   MOVE "01" TO WS-A-COMPANY-EFF
               ELSE
                   MOVE A-COMPANY TO WS-A-COMPANY-EFF
               END-IF
               MOVE 'R' TO WS-CO-KIND
               PERFORM 0380-TALLY-COMPANY
           END-IF.

           PERFORM 0870-RESOLVE-B-BY-KEY.

           EVALUATE TRUE
               WHEN NOT A-ON-FILE AND NOT B-ANY-ROW
                   CONTINUE
               WHEN NOT A-ON-FILE
                   MOVE WS-TOUCH-KEY TO NONAME-ID
                   MOVE WS-B-BEST-ADDR TO NONAME-ADDR
                   WRITE NONAME-REC
                   ADD 1 TO WS-NONAME-COUNT
                   MOVE WS-TOUCH-KEY TO AUDIT-KEY
                   MOVE "UNMATCHED" TO AUDIT-ACTION
                   MOVE SPACES TO WS-AUDIT-COMPANY
                   PERFORM 0500-WRITE-AUDIT
               WHEN NOT B-ANY-ROW
                   MOVE A-ID TO NOADDR-ID
                   MOVE A-NAME TO NOADDR-NAME
                   WRITE NOADDR-REC
                   ADD 1 TO WS-NOADDR-COUNT
                   MOVE 'O' TO WS-CO-KIND
                   PERFORM 0380-TALLY-COMPANY
                   MOVE A-ID TO AUDIT-KEY
                   MOVE "UNMATCHED" TO AUDIT-ACTION
                   MOVE WS-A-COMPANY-EFF TO WS-AUDIT-COMPANY
                   PERFORM 0500-WRITE-AUDIT
               WHEN OTHER
                   PERFORM 0550-PROCESS-MATCH
           END-EVALUATE.

           EVALUATE TRUE
               WHEN MASTER-HAD-ROW AND MASTER-ROW-STORED
                   ADD 1 TO WS-MASTER-REPLACED
               WHEN MASTER-ROW-STORED
                   ADD 1 TO WS-MASTER-ADDED
               WHEN MASTER-HAD-ROW
                   ADD 1 TO WS-MASTER-REMOVED
           END-EVALUATE.

      *----------------------------------------------------------*
      *    0870-RESOLVE-B-BY-KEY - 0200-READ-B FOR ONE CUSTOMER: *
      *    EVERY B ROW FOR THE KEY, BY START/READ NEXT ON THE ID *
      *    + EFFECTIVE-DATE KEY, JUDGED THE SAME WAY             *
      *----------------------------------------------------------*
       0870-RESOLVE-B-BY-KEY.
           MOVE SPACES TO WS-B-BEST-ADDR.
           MOVE SPACES TO WS-B-BEST-NAME.
           MOVE 'N' TO WS-B-FOUND-ADDR.
           MOVE SPACES TO WS-B-SEAS-ADDR.
           MOVE SPACES TO WS-B-SEAS-NAME.
           MOVE 'N' TO WS-B-SEAS-FOUND.
           MOVE WS-AS-OF-DATE(5:2) TO WS-ASOF-MONTH.
           MOVE 'N' TO WS-B-ANY-ROW.

           MOVE WS-TOUCH-KEY TO KB-ID.
           MOVE 0 TO KB-EFFECTIVE-DATE.
           MOVE 'N' TO WS-B-GROUP-DONE.
           START CUST-B-KEYED KEY IS NOT LESS THAN KB-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-B-GROUP-DONE
           END-START.
           PERFORM UNTIL WS-B-GROUP-DONE = 'Y'
               READ CUST-B-KEYED NEXT INTO B-REC
                   AT END
                       MOVE 'Y' TO WS-B-GROUP-DONE
                   NOT AT END
                       IF KB-ID NOT = WS-TOUCH-KEY
                           MOVE 'Y' TO WS-B-GROUP-DONE
                       ELSE
                           SET B-ANY-ROW TO TRUE
                           ADD 1 TO WS-B-READ-COUNT
                           IF B-EFFECTIVE-DATE <= WS-AS-OF-DATE
                               PERFORM 0220-JUDGE-B-ROW
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

           IF B-FOUND-SEASONAL
               MOVE WS-B-SEAS-ADDR TO WS-B-BEST-ADDR
               MOVE WS-B-SEAS-NAME TO WS-B-BEST-NAME
               SET B-FOUND-ADDR TO TRUE
           END-IF.

      *----------------------------------------------------------*
      *    0880-DROP-MASTER-ROW - A ROW ALREADY GONE IS FINE     *
      *----------------------------------------------------------*
       0880-DROP-MASTER-ROW.
           MOVE 'N' TO WS-MASTER-HAD-ROW.
           MOVE WS-TOUCH-KEY TO MAST-ID.
           DELETE CUST-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET MASTER-HAD-ROW TO TRUE
           END-DELETE.

      *----------------------------------------------------------*
      *    0890-STORE-MASTER-ROW - THE FRESHLY MERGED OUT-REC    *
      *----------------------------------------------------------*
       0890-STORE-MASTER-ROW.
           MOVE OUT-REC TO MAST-REC.
           WRITE MAST-REC
               INVALID KEY
                   REWRITE MAST-REC
                   END-REWRITE
           END-WRITE.
           SET MASTER-ROW-STORED TO TRUE.

      *----------------------------------------------------------*
      *    0900-WRITE-CUST-ALL-FROM-MASTER - THE WHOLE MASTER IN *
      *    KEY ORDER, SO CUST-ALL.TXT (AND THE CSV) STILL HOLD   *
      *    EVERY MERGED CUSTOMER, NOT JUST TONIGHT'S             *
      *----------------------------------------------------------*
       0900-WRITE-CUST-ALL-FROM-MASTER.
           MOVE LOW-VALUES TO MAST-ID.
           MOVE 'N' TO WS-MASTER-EOF.
           START CUST-MASTER KEY IS NOT LESS THAN MAST-ID
               INVALID KEY
                   MOVE 'Y' TO WS-MASTER-EOF
           END-START.
           PERFORM UNTIL WS-MASTER-EOF = 'Y'
               READ CUST-MASTER NEXT
                   AT END
                       MOVE 'Y' TO WS-MASTER-EOF
                   NOT AT END
                       MOVE MAST-REC TO OUT-REC
                       WRITE OUT-REC
                       IF PRODUCE-CSV-OUTPUT
                           PERFORM 0560-WRITE-CSV-ROW
                       END-IF
                       ADD 1 TO WS-MASTER-ROWS
               END-READ
           END-PERFORM.

      *----------------------------------------------------------*
      *    0950-RECORD-MERGE-STATE - WHEN THIS MERGE RAN, FOR THE*
      *    NEXT INCREMENTAL ONE.  A FULL MERGE CLEARS ITS OWN    *
      *    CHECKPOINT AND RELOADS THE MASTER FROM CUST-ALL; IT   *
      *    ONLY COUNTS AS THE WEEKLY FULL MERGE WHEN IT COVERED  *
      *    EVERY COMPANY AS OF TODAY AND THE RELOAD WENT CLEAN.  *
      *----------------------------------------------------------*
       0950-RECORD-MERGE-STATE.
           IF INCREMENTAL-RUN
               MOVE WS-STATE-LAST-FULL TO WS-NEW-LAST-FULL
           ELSE
               OPEN OUTPUT RESTART-FILE
               CLOSE RESTART-FILE
               MOVE SPACES TO WS-NEW-LAST-FULL
               IF NO-COMPANY-FILTER AND WS-AS-OF-DATE = 99999999
                   PERFORM 0960-RELOAD-MASTER
                   IF MASTER-RELOADED
                       MOVE WS-TODAY TO WS-NEW-LAST-FULL
                   END-IF
               END-IF
           END-IF.

           OPEN OUTPUT MERGE-STATE-FILE.
           MOVE SPACES TO MERGE-STATE-REC.
           MOVE WS-RUN-STAMP TO MST-LAST-RUN.
           MOVE WS-NEW-LAST-FULL TO MST-LAST-FULL.
           MOVE 'N' TO MST-FULL-DUE.
           WRITE MERGE-STATE-REC.
           CLOSE MERGE-STATE-FILE.

      *----------------------------------------------------------*
      *    0960-RELOAD-MASTER - CUSTLOAD'S LOAD, FROM THE CUST-  *
      *    ALL THIS RUN HAS JUST WRITTEN                         *
      *----------------------------------------------------------*
       0960-RELOAD-MASTER.
           OPEN OUTPUT CUST-MASTER.
           IF NOT MASTER-FILE-OK
               DISPLAY "PROGRAM C customer master not reloaded - "
                   "status " WS-MASTER-STATUS
               EXIT PARAGRAPH
           END-IF.
           OPEN INPUT CUST-ALL.
           MOVE 'N' TO WS-MASTER-EOF.
           PERFORM UNTIL WS-MASTER-EOF = 'Y'
               READ CUST-ALL
                   AT END
                       MOVE 'Y' TO WS-MASTER-EOF
                   NOT AT END
                       MOVE OUT-REC TO MAST-REC
                       WRITE MAST-REC
                           INVALID KEY
                               ADD 1 TO WS-MASTER-DUPS
                           NOT INVALID KEY
                               ADD 1 TO WS-MASTER-ROWS
                       END-WRITE
               END-READ
           END-PERFORM.
           CLOSE CUST-ALL.
           CLOSE CUST-MASTER.
           DISPLAY "PROGRAM C customer master reloaded: "
               WS-MASTER-ROWS.
           IF WS-MASTER-DUPS = 0
               SET MASTER-RELOADED TO TRUE
           ELSE
               DISPLAY "PROGRAM C duplicate ids not reloaded: "
                   WS-MASTER-DUPS
           END-IF.

      *----------------------------------------------------------*
      *    8800-WRITE-RUN-STATISTICS - APPEND THIS RUN'S COUNTS     *
      *    TO THE SHARED CUMULATIVE STATISTICS FILE                  *
