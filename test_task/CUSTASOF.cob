       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTASOF.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *----------------------------------------------------------*
      *    PARM-FILE - THE CUSTOMER ID (5) AND THE YYYYMMDD DATE    *
      *    (8) THE RECORD IS TO BE REBUILT AS OF                     *
      *----------------------------------------------------------*
           SELECT PARM-FILE ASSIGN TO './custasof_param.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

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
      *    ARCHLIST/ARCHIVE - ADDRESS ROWS THE RETENTION RUN HAS    *
      *    ROLLED OFF CUSTB STILL COUNT FOR A PAST DATE, SO EVERY    *
      *    ADDRESS ARCHIVE GENERATION IS PROBED AS CUST360 DOES      *
      *----------------------------------------------------------*
           SELECT ARCHLIST-FILE
               ASSIGN TO './result/retention-archives.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCHLIST-STATUS.

           SELECT ARCHIVE-FILE ASSIGN TO WS-ARCHIVE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCHIVE-STATUS.

      *----------------------------------------------------------*
      *    POSTARCH-FILE - POSTINGS THE YEAR-END CLOSE ARCHIVED     *
      *    ("POSTING" ON THE SAME LIST) STILL SPLIT AT THE DATE      *
      *    LIKE THE LIVE HISTORY                                     *
      *----------------------------------------------------------*
           SELECT POSTARCH-FILE ASSIGN TO WS-ARCHIVE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POSTARCH-STATUS.

           SELECT NAMEHIST-FILE ASSIGN TO './cust-name-history.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NAMEHIST-STATUS.

      *----------------------------------------------------------*
      *    JRNL-ARCHIVE - MAINT'S DATED CUMULATIVE JOURNAL; ITS     *
      *    BEFORE AND AFTER IMAGES ARE THE CUST-A RECORD AS IT       *
      *    STOOD EITHER SIDE OF EVERY CHANGE                         *
      *----------------------------------------------------------*
           SELECT JRNL-ARCHIVE
               ASSIGN TO './result/maint-journal-archive.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JRNL-ARCH-STATUS.

           SELECT BALANCE-FILE ASSIGN TO './cust-balance.txt'
               ORGANIZATION IS INDEXED
               RECORD KEY IS BAL-ID
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS WS-BALANCE-STATUS.

           SELECT HISTORY-FILE ASSIGN TO './cust-txn-history.txt'
               ORGANIZATION IS INDEXED
               RECORD KEY IS HIST-KEY
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS WS-HISTORY-STATUS.

      *----------------------------------------------------------*
      *    SNAP-FILE - ONE DATED BALSNAP GENERATION, PROBED DAY BY  *
      *    DAY OUT FROM THE AS-OF DATE THE WAY HOUSEKEEP PROBES      *
      *    ITS DATED FAMILIES                                        *
      *----------------------------------------------------------*
           SELECT SNAP-FILE ASSIGN TO WS-SNAP-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SNAP-STATUS.

      *----------------------------------------------------------*
      *    ACCESS-FILE - THE INQUIRY ACCESS LOG; A RECONSTRUCTION   *
      *    SHOWS THE CUSTOMER'S RECORD LIKE ANY OTHER INQUIRY        *
      *----------------------------------------------------------*
           SELECT ACCESS-FILE ASSIGN TO './result/access-log.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACCESS-STATUS.

           SELECT ASOF-REPORT ASSIGN TO './result/cust-asof.txt'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD PARM-FILE.
       01 PARM-REC.
           05 PARM-CUST-ID PIC X(5).
           05 PARM-ASOF-DATE PIC X(8).

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
               FIELD-ADDR-TYPE BY B-ADDR-TYPE
               FIELD-SEASON-FROM BY B-SEASON-FROM
               FIELD-SEASON-TO BY B-SEASON-TO.

       FD ARCHLIST-FILE.
       01 ARCHLIST-REC.
           05 ARCHL-TYPE PIC X(8).
           05 ARCHL-NAME PIC X(50).

       FD ARCHIVE-FILE.
       01 ARCH-B-REC PIC X(100).

       FD POSTARCH-FILE.
       01 POSTARCH-REC PIC X(104).

       FD NAMEHIST-FILE.
           COPY "namehistrec".

       FD JRNL-ARCHIVE.
       01 ARCH-JRNL-REC.
           05 JRNLA-DATE PIC X(8).
           05 JRNLA-SEQ PIC 9(5).
           05 JRNLA-TXN-ID PIC X(5).
           05 JRNLA-TXN-TYPE PIC X(1).
           05 JRNLA-KIND PIC X(8).
           05 JRNLA-IMAGE PIC X(78).
           05 JRNLA-OPERATOR PIC X(8).
           05 JRNLA-TIMESTAMP PIC X(14).

       FD BALANCE-FILE.
       01 BAL-REC.
           COPY "balrec" REPLACING FIELD-ID BY BAL-ID
               FIELD-AMOUNT BY BAL-AMOUNT
               FIELD-TXN-COUNT BY BAL-TXN-COUNT
               FIELD-LAST-DATE BY BAL-LAST-DATE
               FIELD-CREDIT-LIMIT BY BAL-CREDIT-LIMIT.

       FD HISTORY-FILE.
       01 HIST-REC.
           COPY "posthistrec" REPLACING FIELD-KEY BY HIST-KEY
               FIELD-ID BY HIST-ID FIELD-SEQ BY HIST-SEQ
               FIELD-TYPE BY HIST-TYPE FIELD-SIGN BY HIST-SIGN
               FIELD-AMOUNT BY HIST-AMOUNT FIELD-DATE BY HIST-DATE
               FIELD-OPEN-AMOUNT BY HIST-OPEN-AMOUNT
               FIELD-OPEN-STATUS BY HIST-OPEN-STATUS
               FIELD-TXN-ID BY HIST-TXN-ID
               FIELD-REV-FLAG BY HIST-REV-FLAG
               FIELD-ACCT-DATE BY HIST-ACCT-DATE
               FIELD-DISPUTE-FLAG BY HIST-DISPUTE-FLAG
               FIELD-DISPUTE-DATE BY HIST-DISPUTE-DATE
               FIELD-DISPUTE-REASON BY HIST-DISPUTE-REASON
               FIELD-INVOICE-NO BY HIST-INVOICE-NO.

       FD SNAP-FILE.
       01 SNAP-REC.
           05 SNAP-ID PIC X(5).
           05 SNAP-AMOUNT PIC S9(9)V99.

       FD ACCESS-FILE.
           COPY "accessrec".

       FD ASOF-REPORT.
       01 REPORT-REC PIC X(100).

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------*
      *    POINT-IN-TIME INQUIRY - THE CUSTOMER'S NAME, STATUS,     *
      *    COMPANY, ADDRESS AND BALANCE AS THEY STOOD ON A PAST      *
      *    DATE, EACH PRINTED WITH THE SOURCE IT WAS REBUILT FROM,   *
      *    FOR DISPUTES AND REGULATOR QUERIES THAT CUST360'S         *
      *    TODAY-ONLY VIEW CANNOT ANSWER                             *
      *----------------------------------------------------------*
       01 WS-PARM-STATUS PIC XX.
           88 PARM-FILE-OK VALUE '00'.
       01 WS-CUST-A-STATUS PIC XX.
           88 CUST-A-OK VALUE '00'.
       01 WS-CUST-B-STATUS PIC XX.
           88 CUST-B-OK VALUE '00'.
       01 WS-ARCHLIST-STATUS PIC XX.
           88 ARCHLIST-FILE-OK VALUE '00'.
       01 WS-ARCHIVE-STATUS PIC XX.
           88 ARCHIVE-FILE-OK VALUE '00'.
       01 WS-POSTARCH-STATUS PIC XX.
           88 POSTARCH-FILE-OK VALUE '00'.
       01 WS-NAMEHIST-STATUS PIC XX.
           88 NAMEHIST-FILE-OK VALUE '00'.
       01 WS-JRNL-ARCH-STATUS PIC XX.
           88 JRNL-ARCHIVE-OK VALUE '00'.
       01 WS-BALANCE-STATUS PIC XX.
           88 BALANCE-FILE-OK VALUE '00'.
       01 WS-HISTORY-STATUS PIC XX.
           88 HISTORY-FILE-OK VALUE '00'.
       01 WS-SNAP-STATUS PIC XX.
           88 SNAP-FILE-OK VALUE '00'.
       01 WS-ACCESS-STATUS PIC XX.
           88 ACCESS-FILE-OK VALUE '00'.

       01 WS-EOF PIC X.
       01 WS-INNER-EOF PIC X.
       01 WS-INQUIRY-ID PIC X(5) VALUE SPACES.
       01 WS-ASOF-DATE PIC X(8) VALUE SPACES.
       01 WS-ASOF-DATE-N REDEFINES WS-ASOF-DATE PIC 9(8).
       01 WS-ASOF-MONTH PIC 9(2).
       01 WS-RUN-DATE PIC X(8).
       01 WS-ARCHIVE-NAME PIC X(50).

      *----------------------------------------------------------*
      *    THE CUST-A RECORD AS OF THE DATE: TODAY'S MASTER ROW      *
      *    WHEN NOTHING HAS CHANGED SINCE, ELSE THE BEFORE-IMAGE OF  *
      *    THE FIRST MAINT CHANGE AFTER THE DATE                     *
      *----------------------------------------------------------*
       01 WS-ASOF-A-REC.
           COPY "custnamerec" REPLACING FIELD-ID BY WS-ASOF-ID
               FIELD-NAME BY WS-ASOF-NAME
               FIELD-STATUS BY WS-ASOF-STATUS
               FIELD-ADDR BY WS-ASOF-STANDBY
               FIELD-COMPANY BY WS-ASOF-COMPANY
               FIELD-PREF-NAME BY WS-ASOF-PREF-NAME.
       01 WS-A-ON-MASTER PIC X VALUE 'N'.
           88 A-ON-MASTER VALUE 'Y'.
       01 WS-A-KNOWN PIC X VALUE 'Y'.
           88 NOT-ON-FILE-AS-OF VALUE 'N'.
       01 WS-A-SOURCE PIC X(50).

       01 WS-LATER-FOUND PIC X VALUE 'N'.
           88 CHANGED-AFTER-ASOF VALUE 'Y'.
       01 WS-LATER-KIND PIC X(8).
       01 WS-LATER-IMAGE PIC X(78).
       01 WS-LATER-STAMP PIC X(14).
       01 WS-UPTO-FOUND PIC X VALUE 'N'.
           88 IMAGE-UP-TO-ASOF VALUE 'Y'.
       01 WS-UPTO-IMAGE PIC X(78).
       01 WS-UPTO-STAMP PIC X(14) VALUE LOW-VALUES.

      *----------------------------------------------------------*
      *    NAME HISTORY - THE FIRST CHANGE EFFECTIVE AFTER THE DATE  *
      *    GIVES THE NAME THEN IN FORCE AS ITS OLD NAME; FAILING     *
      *    THAT THE LAST CHANGE ON OR BEFORE THE DATE GIVES IT AS    *
      *    ITS NEW NAME                                              *
      *----------------------------------------------------------*
       01 WS-NH-LATER-EFF PIC X(8) VALUE HIGH-VALUES.
       01 WS-NH-LATER-NAME PIC X(20).
       01 WS-NH-EARLIER-EFF PIC X(8) VALUE LOW-VALUES.
       01 WS-NH-EARLIER-NAME PIC X(20).
       01 WS-R-NAME PIC X(20).
       01 WS-R-NAME-SOURCE PIC X(50).
       01 WS-R-COMPANY PIC X(2).

      *----------------------------------------------------------*
      *    ADDRESS - PROGRAM C'S AS-OF RULE OVER LIVE AND ARCHIVED   *
      *    ROWS: THE LATEST ORDINARY ROW EFFECTIVE ON OR BEFORE THE  *
      *    DATE, OUTRANKED BY A SEASONAL ROW IN SEASON THAT MONTH    *
      *----------------------------------------------------------*
       01 WS-B-ROW.
           COPY "custaddrrec" REPLACING FIELD-KEY BY WS-ROW-KEY
               FIELD-ID BY WS-ROW-ID FIELD-EFFDATE BY WS-ROW-EFFDATE
               FIELD-ADDR BY WS-ROW-ADDR FIELD-NAME BY WS-ROW-NAME
               FIELD-ADDR-TYPE BY WS-ROW-TYPE
               FIELD-SEASON-FROM BY WS-ROW-SEASON-FROM
               FIELD-SEASON-TO BY WS-ROW-SEASON-TO.
       01 WS-ROW-ARCHIVED PIC X.
           88 ROW-IS-ARCHIVED VALUE 'Y'.
       01 WS-SEASON-HIT PIC X.
           88 SEASON-COVERS-ASOF VALUE 'Y'.
       01 WS-ADDR-ROWS-SEEN PIC 9(5) VALUE 0.
       01 WS-BEST-FOUND PIC X VALUE 'N'.
           88 ORDINARY-ROW-FOUND VALUE 'Y'.
       01 WS-BEST-EFF PIC 9(8) VALUE 0.
       01 WS-BEST-ADDR PIC X(30).
       01 WS-BEST-ARCHIVED PIC X.
       01 WS-SEAS-FOUND PIC X VALUE 'N'.
           88 SEASONAL-ROW-FOUND VALUE 'Y'.
       01 WS-SEAS-EFF PIC 9(8) VALUE 0.
       01 WS-SEAS-ADDR PIC X(30).
       01 WS-SEAS-ARCHIVED PIC X.
       01 WS-R-ADDR PIC X(30).
       01 WS-R-ADDR-SOURCE PIC X(50).
       01 WS-ARCHIVE-TAG PIC X(11).
       01 WS-TAG-ARCHIVED PIC X.

      *----------------------------------------------------------*
      *    BALANCE - TODAY'S BALANCE LESS EVERYTHING POSTED UNDER    *
      *    A LATER ACCOUNTING DATE, SO HISTORY RETENTION HAS LONG    *
      *    PURGED DOES NOT SKEW IT; THE HISTORY'S OWN RUNNING TOTAL  *
      *    IS PRINTED ALONGSIDE                                      *
      *----------------------------------------------------------*
       01 WS-BAL-FOUND PIC X VALUE 'N'.
           88 BALANCE-ON-FILE VALUE 'Y'.
       01 WS-CURRENT-BAL PIC S9(9)V99 VALUE 0.
       01 WS-ROW-DATE PIC 9(8).
       01 WS-SIGNED-AMOUNT PIC S9(9)V99.
       01 WS-HIST-TO-DATE PIC S9(9)V99 VALUE 0.
       01 WS-HIST-AFTER PIC S9(9)V99 VALUE 0.
       01 WS-POSTS-TO-DATE PIC 9(7) VALUE 0.
       01 WS-POSTS-AFTER PIC 9(7) VALUE 0.
       01 WS-LAST-POST-DATE PIC 9(8) VALUE 0.
       01 WS-R-BALANCE PIC S9(9)V99 VALUE 0.
       01 WS-R-BAL-SOURCE PIC X(50).
       01 WS-DISP-AMOUNT PIC -(9)9.99.
       01 WS-DISP-COUNT PIC Z(6)9.

      *----------------------------------------------------------*
      *    NEAREST BALSNAP SNAPSHOT - PROBED OUT TO WS-PROBE-DAYS    *
      *    EITHER SIDE OF THE DATE, THE EARLIER SIDE FIRST ON A TIE  *
      *----------------------------------------------------------*
       01 WS-SNAP-NAME PIC X(50).
       01 WS-PROBE-DAYS PIC 9(3) VALUE 62.
       01 WS-DAY-OFFSET PIC 9(3).
       01 WS-ASOF-INT PIC 9(7).
       01 WS-PROBE-INT PIC 9(7).
       01 WS-PROBE-DATE PIC 9(8).
       01 WS-SNAP-FOUND PIC X VALUE 'N'.
           88 SNAPSHOT-FOUND VALUE 'Y'.
       01 WS-SNAP-DATE PIC 9(8).
       01 WS-SNAP-OFFSET PIC 9(3).
       01 WS-SNAP-SIDE PIC X(6).
       01 WS-SNAP-HIT PIC X VALUE 'N'.
           88 CUSTOMER-IN-SNAPSHOT VALUE 'Y'.
       01 WS-SNAP-AMOUNT PIC S9(9)V99.

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE.
           PERFORM 0100-LOAD-PARAMETERS.

           IF WS-INQUIRY-ID = SPACES
               DISPLAY "CUSTASOF - no customer ID supplied on "
                   "custasof_param.txt"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           IF WS-ASOF-DATE NOT NUMERIC
               DISPLAY "CUSTASOF - as-of date " WS-ASOF-DATE
                   " is not a YYYYMMDD date"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-ASOF-DATE-N) NOT = 0
               DISPLAY "CUSTASOF - as-of date " WS-ASOF-DATE
                   " is not a YYYYMMDD date"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM 0150-LOG-CUSTOMER-ACCESS.

           PERFORM 0200-REBUILD-CUST-A-RECORD.
           PERFORM 0300-REBUILD-NAME.
           PERFORM 0400-REBUILD-ADDRESS.
           PERFORM 0500-REBUILD-BALANCE.
           PERFORM 0600-FIND-NEAREST-SNAPSHOT.

           OPEN OUTPUT ASOF-REPORT.
           PERFORM 0800-WRITE-RECONSTRUCTION.
           CLOSE ASOF-REPORT.

           DISPLAY "CUSTASOF record rebuilt for " WS-INQUIRY-ID
               " as of " WS-ASOF-DATE.

           MOVE 0 TO RETURN-CODE.
           GOBACK.

      *----------------------------------------------------------*
      *    0100-LOAD-PARAMETERS - THE CUSTOMER AND THE DATE         *
      *----------------------------------------------------------*
       0100-LOAD-PARAMETERS.
           OPEN INPUT PARM-FILE.
           IF PARM-FILE-OK
               READ PARM-FILE
                   NOT AT END
                       MOVE PARM-CUST-ID TO WS-INQUIRY-ID
                       MOVE PARM-ASOF-DATE TO WS-ASOF-DATE
               END-READ
               CLOSE PARM-FILE
           END-IF.

      *----------------------------------------------------------*
      *    0150-LOG-CUSTOMER-ACCESS - ONE ACCESS-LOG ROW FOR THE    *
      *    INQUIRED CUSTOMER (OPERATOR SPACES - A BATCH INQUIRY)     *
      *----------------------------------------------------------*
       0150-LOG-CUSTOMER-ACCESS.
           OPEN EXTEND ACCESS-FILE.
           IF NOT ACCESS-FILE-OK
               OPEN OUTPUT ACCESS-FILE
           END-IF.
           MOVE SPACES TO ACC-OPERATOR.
           MOVE WS-INQUIRY-ID TO ACC-CUST-ID.
           MOVE "CUSTASOF" TO ACC-PROGRAM.
           MOVE FUNCTION CURRENT-DATE(1:14) TO ACC-TIMESTAMP.
           MOVE SPACES TO ACC-EVENT.
           WRITE ACCESS-RECORD.
           CLOSE ACCESS-FILE.

      *----------------------------------------------------------*
      *    0200-REBUILD-CUST-A-RECORD - TODAY'S MASTER ROW, THEN    *
      *    THE JOURNAL DECIDES WHETHER IT STILL STANDS FOR THE DATE  *
      *----------------------------------------------------------*
       0200-REBUILD-CUST-A-RECORD.
           MOVE SPACES TO WS-ASOF-A-REC.
           OPEN INPUT CUST-A.
           IF CUST-A-OK
               MOVE WS-INQUIRY-ID TO A-ID
               READ CUST-A
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET A-ON-MASTER TO TRUE
                       MOVE A-REC TO WS-ASOF-A-REC
               END-READ
               CLOSE CUST-A
           END-IF.

           PERFORM 0250-SCAN-MAINT-JOURNAL.

           MOVE SPACES TO WS-A-SOURCE.
           EVALUATE TRUE
               WHEN CHANGED-AFTER-ASOF AND WS-LATER-KIND = "A-NEW"
                   SET NOT-ON-FILE-AS-OF TO TRUE
                   MOVE SPACES TO WS-ASOF-A-REC
                   STRING "NOT YET ON FILE - MAINT ADDED IT "
                       WS-LATER-STAMP(1:8)
                       DELIMITED BY SIZE INTO WS-A-SOURCE
               WHEN CHANGED-AFTER-ASOF AND WS-LATER-KIND = "A-BEFORE"
                   MOVE WS-LATER-IMAGE TO WS-ASOF-A-REC
                   STRING "MAINT BEFORE-IMAGE " WS-LATER-STAMP
                       DELIMITED BY SIZE INTO WS-A-SOURCE
               WHEN A-ON-MASTER
                   MOVE "CUSTA MASTER - NO MAINT CHANGE SINCE"
                       TO WS-A-SOURCE
               WHEN IMAGE-UP-TO-ASOF
                   MOVE WS-UPTO-IMAGE TO WS-ASOF-A-REC
                   STRING "MAINT AFTER-IMAGE " WS-UPTO-STAMP
                       DELIMITED BY SIZE INTO WS-A-SOURCE
               WHEN OTHER
                   SET NOT-ON-FILE-AS-OF TO TRUE
                   MOVE "NOT ON CUSTA MASTER OR MAINT JOURNAL"
                       TO WS-A-SOURCE
           END-EVALUATE.

      *----------------------------------------------------------*
      *    0250-SCAN-MAINT-JOURNAL - THE EARLIEST CUST-A IMAGE      *
      *    STAMPED AFTER THE DATE AND THE LATEST RECORD IMAGE        *
      *    (A-AFTER OR A-NEW) STAMPED ON OR BEFORE IT                *
      *----------------------------------------------------------*
       0250-SCAN-MAINT-JOURNAL.
           OPEN INPUT JRNL-ARCHIVE.
           IF NOT JRNL-ARCHIVE-OK
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y'
               READ JRNL-ARCHIVE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF JRNLA-TXN-ID = WS-INQUIRY-ID
                               AND JRNLA-KIND(1:2) = "A-"
                           PERFORM 0260-JUDGE-JOURNAL-IMAGE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE JRNL-ARCHIVE.

       0260-JUDGE-JOURNAL-IMAGE.
           IF JRNLA-TIMESTAMP(1:8) > WS-ASOF-DATE
               IF NOT CHANGED-AFTER-ASOF
                       OR JRNLA-TIMESTAMP < WS-LATER-STAMP
                   SET CHANGED-AFTER-ASOF TO TRUE
                   MOVE JRNLA-KIND TO WS-LATER-KIND
                   MOVE JRNLA-IMAGE TO WS-LATER-IMAGE
                   MOVE JRNLA-TIMESTAMP TO WS-LATER-STAMP
               END-IF
           ELSE
               IF (JRNLA-KIND = "A-AFTER" OR JRNLA-KIND = "A-NEW")
                       AND JRNLA-TIMESTAMP >= WS-UPTO-STAMP
                   SET IMAGE-UP-TO-ASOF TO TRUE
                   MOVE JRNLA-IMAGE TO WS-UPTO-IMAGE
                   MOVE JRNLA-TIMESTAMP TO WS-UPTO-STAMP
               END-IF
           END-IF.

      *----------------------------------------------------------*
      *    0300-REBUILD-NAME - THE NAME HISTORY IS EFFECTIVE-DATED, *
      *    SO IT OUTRANKS THE JOURNAL IMAGE FOR THE NAME             *
      *----------------------------------------------------------*
       0300-REBUILD-NAME.
           MOVE WS-ASOF-NAME TO WS-R-NAME.
           MOVE WS-A-SOURCE TO WS-R-NAME-SOURCE.
           IF NOT-ON-FILE-AS-OF
               EXIT PARAGRAPH
           END-IF.

           OPEN INPUT NAMEHIST-FILE.
           IF NOT NAMEHIST-FILE-OK
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y'
               READ NAMEHIST-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF NHIST-CUST-ID = WS-INQUIRY-ID
                           PERFORM 0310-JUDGE-NAME-CHANGE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE NAMEHIST-FILE.

           MOVE SPACES TO WS-R-NAME-SOURCE.
           EVALUATE TRUE
               WHEN WS-NH-LATER-EFF NOT = HIGH-VALUES
                   MOVE WS-NH-LATER-NAME TO WS-R-NAME
                   STRING "NAME HISTORY - OLD NAME ON CHANGE OF "
                       WS-NH-LATER-EFF
                       DELIMITED BY SIZE INTO WS-R-NAME-SOURCE
               WHEN WS-NH-EARLIER-EFF NOT = LOW-VALUES
                   MOVE WS-NH-EARLIER-NAME TO WS-R-NAME
                   STRING "NAME HISTORY - CHANGE EFFECTIVE "
                       WS-NH-EARLIER-EFF
                       DELIMITED BY SIZE INTO WS-R-NAME-SOURCE
               WHEN OTHER
                   MOVE WS-A-SOURCE TO WS-R-NAME-SOURCE
           END-EVALUATE.

       0310-JUDGE-NAME-CHANGE.
           IF NHIST-EFFDATE > WS-ASOF-DATE
               IF NHIST-EFFDATE < WS-NH-LATER-EFF
                   MOVE NHIST-EFFDATE TO WS-NH-LATER-EFF
                   MOVE NHIST-OLD-NAME TO WS-NH-LATER-NAME
               END-IF
           ELSE
               IF NHIST-EFFDATE >= WS-NH-EARLIER-EFF
                   MOVE NHIST-EFFDATE TO WS-NH-EARLIER-EFF
                   MOVE NHIST-NEW-NAME TO WS-NH-EARLIER-NAME
               END-IF
           END-IF.

      *----------------------------------------------------------*
      *    0400-REBUILD-ADDRESS - EVERY LIVE CUSTB ROW FOR THE ID,  *
      *    THEN EVERY ARCHIVED ONE, THROUGH THE SAME JUDGEMENT       *
      *----------------------------------------------------------*
       0400-REBUILD-ADDRESS.
           MOVE WS-ASOF-DATE(5:2) TO WS-ASOF-MONTH.
           OPEN INPUT CUST-B.
           IF CUST-B-OK
               MOVE 'N' TO WS-EOF
               MOVE WS-INQUIRY-ID TO B-ID
               MOVE 0 TO B-EFFECTIVE-DATE
               START CUST-B KEY >= B-KEY
                   INVALID KEY
                       MOVE 'Y' TO WS-EOF
               END-START
               PERFORM UNTIL WS-EOF = 'Y'
                   READ CUST-B NEXT
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF B-ID NOT = WS-INQUIRY-ID
                               MOVE 'Y' TO WS-EOF
                           ELSE
                               MOVE B-REC TO WS-B-ROW
                               MOVE 'N' TO WS-ROW-ARCHIVED
                               PERFORM 0420-JUDGE-ADDRESS-ROW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CUST-B
           END-IF.

           PERFORM 0450-SCAN-ADDRESS-ARCHIVES.

           MOVE SPACES TO WS-R-ADDR.
           MOVE SPACES TO WS-R-ADDR-SOURCE.
           EVALUATE TRUE
               WHEN SEASONAL-ROW-FOUND
                   MOVE WS-SEAS-ADDR TO WS-R-ADDR
                   MOVE WS-SEAS-ARCHIVED TO WS-TAG-ARCHIVED
                   PERFORM 0470-SET-ARCHIVE-TAG
                   STRING "CUSTB SEASONAL ROW EFFECTIVE " WS-SEAS-EFF
                       WS-ARCHIVE-TAG
                       DELIMITED BY SIZE INTO WS-R-ADDR-SOURCE
               WHEN ORDINARY-ROW-FOUND
                   MOVE WS-BEST-ADDR TO WS-R-ADDR
                   MOVE WS-BEST-ARCHIVED TO WS-TAG-ARCHIVED
                   PERFORM 0470-SET-ARCHIVE-TAG
                   STRING "CUSTB ROW EFFECTIVE " WS-BEST-EFF
                       WS-ARCHIVE-TAG
                       DELIMITED BY SIZE INTO WS-R-ADDR-SOURCE
               WHEN WS-ADDR-ROWS-SEEN > 0
                   MOVE "NO CUSTB ROW YET EFFECTIVE ON THE DATE"
                       TO WS-R-ADDR-SOURCE
               WHEN OTHER
                   MOVE "NO CUSTB ROWS ON FILE, LIVE OR ARCHIVED"
                       TO WS-R-ADDR-SOURCE
           END-EVALUATE.

      *----------------------------------------------------------*
      *    0420-JUDGE-ADDRESS-ROW - AN EFFECTIVE ROW LANDS IN THE   *
      *    SEASONAL SLOT WHEN IT IS SEASONAL AND IN SEASON, OTHER-   *
      *    WISE IN THE LATEST-EFFECTIVE SLOT                         *
      *----------------------------------------------------------*
       0420-JUDGE-ADDRESS-ROW.
           ADD 1 TO WS-ADDR-ROWS-SEEN.
           IF WS-ROW-EFFDATE NOT NUMERIC
               EXIT PARAGRAPH
           END-IF.
           IF WS-ROW-EFFDATE > WS-ASOF-DATE-N
               EXIT PARAGRAPH
           END-IF.
           IF WS-ROW-TYPE = 'S'
               PERFORM 0430-CHECK-SEASON-RANGE
               IF SEASON-COVERS-ASOF
                       AND WS-ROW-EFFDATE >= WS-SEAS-EFF
                   SET SEASONAL-ROW-FOUND TO TRUE
                   MOVE WS-ROW-EFFDATE TO WS-SEAS-EFF
                   MOVE WS-ROW-ADDR TO WS-SEAS-ADDR
                   MOVE WS-ROW-ARCHIVED TO WS-SEAS-ARCHIVED
               END-IF
           ELSE
               IF WS-ROW-EFFDATE >= WS-BEST-EFF
                   SET ORDINARY-ROW-FOUND TO TRUE
                   MOVE WS-ROW-EFFDATE TO WS-BEST-EFF
                   MOVE WS-ROW-ADDR TO WS-BEST-ADDR
                   MOVE WS-ROW-ARCHIVED TO WS-BEST-ARCHIVED
               END-IF
           END-IF.

      *----------------------------------------------------------*
      *    0430-CHECK-SEASON-RANGE - INCLUSIVE MONTH RANGE, ALLOWED *
      *    TO WRAP YEAR-END; A ROW WITH NO USABLE RANGE NEVER COVERS *
      *----------------------------------------------------------*
       0430-CHECK-SEASON-RANGE.
           MOVE 'N' TO WS-SEASON-HIT.
           IF WS-ROW-SEASON-FROM NOT NUMERIC
                   OR WS-ROW-SEASON-TO NOT NUMERIC
                   OR WS-ROW-SEASON-FROM = 0
                   OR WS-ROW-SEASON-TO = 0
               EXIT PARAGRAPH
           END-IF.
           IF WS-ROW-SEASON-FROM <= WS-ROW-SEASON-TO
               IF WS-ASOF-MONTH >= WS-ROW-SEASON-FROM
                       AND WS-ASOF-MONTH <= WS-ROW-SEASON-TO
                   SET SEASON-COVERS-ASOF TO TRUE
               END-IF
           ELSE
               IF WS-ASOF-MONTH >= WS-ROW-SEASON-FROM
                       OR WS-ASOF-MONTH <= WS-ROW-SEASON-TO
                   SET SEASON-COVERS-ASOF TO TRUE
               END-IF
           END-IF.

      *----------------------------------------------------------*
      *    0450-SCAN-ADDRESS-ARCHIVES - EVERY ADDRESS ARCHIVE ON    *
      *    THE RETENTION LIST; ARCHIVED ROWS KEEP THE LIVE LAYOUT    *
      *----------------------------------------------------------*
       0450-SCAN-ADDRESS-ARCHIVES.
           OPEN INPUT ARCHLIST-FILE.
           IF NOT ARCHLIST-FILE-OK
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y'
               READ ARCHLIST-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF ARCHL-TYPE = "ADDRESS"
                           MOVE ARCHL-NAME TO WS-ARCHIVE-NAME
                           PERFORM 0460-PROBE-ONE-ARCHIVE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARCHLIST-FILE.

       0460-PROBE-ONE-ARCHIVE.
           OPEN INPUT ARCHIVE-FILE.
           IF NOT ARCHIVE-FILE-OK
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-INNER-EOF.
           PERFORM UNTIL WS-INNER-EOF = 'Y'
               READ ARCHIVE-FILE
                   AT END
                       MOVE 'Y' TO WS-INNER-EOF
                   NOT AT END
                       IF ARCH-B-REC(1:5) = WS-INQUIRY-ID
                           MOVE ARCH-B-REC TO WS-B-ROW
                           MOVE 'Y' TO WS-ROW-ARCHIVED
                           PERFORM 0420-JUDGE-ADDRESS-ROW
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARCHIVE-FILE.

       0470-SET-ARCHIVE-TAG.
           IF WS-TAG-ARCHIVED = 'Y'
               MOVE " (ARCHIVED)" TO WS-ARCHIVE-TAG
           ELSE
               MOVE SPACES TO WS-ARCHIVE-TAG
           END-IF.

      *----------------------------------------------------------*
      *    0500-REBUILD-BALANCE - THE CUSTOMER'S POSTING HISTORY,   *
      *    SPLIT AT THE DATE BY THE ACCOUNTING DATE EACH ROW POSTED  *
      *    UNDER                                                     *
      *----------------------------------------------------------*
       0500-REBUILD-BALANCE.
           OPEN INPUT BALANCE-FILE.
           IF BALANCE-FILE-OK
               MOVE WS-INQUIRY-ID TO BAL-ID
               READ BALANCE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET BALANCE-ON-FILE TO TRUE
                       MOVE BAL-AMOUNT TO WS-CURRENT-BAL
               END-READ
               CLOSE BALANCE-FILE
           END-IF.

           OPEN INPUT HISTORY-FILE.
           IF HISTORY-FILE-OK
               MOVE 'N' TO WS-EOF
               MOVE WS-INQUIRY-ID TO HIST-ID
               MOVE 0 TO HIST-SEQ
               START HISTORY-FILE KEY >= HIST-KEY
                   INVALID KEY
                       MOVE 'Y' TO WS-EOF
               END-START
               PERFORM UNTIL WS-EOF = 'Y'
                   READ HISTORY-FILE NEXT
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF HIST-ID NOT = WS-INQUIRY-ID
                               MOVE 'Y' TO WS-EOF
                           ELSE
                               PERFORM 0510-SPLIT-ONE-POSTING
                           END-IF
                   END-READ
               END-PERFORM
               PERFORM 0550-SCAN-POSTING-ARCHIVES
               CLOSE HISTORY-FILE
           END-IF.

           MOVE SPACES TO WS-R-BAL-SOURCE.
           MOVE WS-POSTS-AFTER TO WS-DISP-COUNT.
           EVALUATE TRUE
               WHEN BALANCE-ON-FILE
                   COMPUTE WS-R-BALANCE = WS-CURRENT-BAL
                       - WS-HIST-AFTER
                   STRING "BALANCE MASTER LESS "
                       FUNCTION TRIM(WS-DISP-COUNT)
                       " LATER POSTINGS"
                       DELIMITED BY SIZE INTO WS-R-BAL-SOURCE
               WHEN WS-POSTS-TO-DATE > 0
                   MOVE WS-HIST-TO-DATE TO WS-R-BALANCE
                   MOVE "POSTING HISTORY TO THE DATE"
                       TO WS-R-BAL-SOURCE
               WHEN OTHER
                   MOVE 0 TO WS-R-BALANCE
                   MOVE "NO BALANCE OR POSTINGS ON FILE"
                       TO WS-R-BAL-SOURCE
           END-EVALUATE.

      *----------------------------------------------------------*
      *    0510-SPLIT-ONE-POSTING - SIGNED BY THE RULES POST        *
      *    APPLIED AND DATED AS STMT DATES IT: THE ACCOUNTING DATE,  *
      *    OR THE ENTRY DATE ON OLDER ROWS WITHOUT ONE               *
      *----------------------------------------------------------*
       0510-SPLIT-ONE-POSTING.
           IF HIST-ACCT-DATE NUMERIC AND HIST-ACCT-DATE > 0
               MOVE HIST-ACCT-DATE TO WS-ROW-DATE
           ELSE
               MOVE HIST-DATE TO WS-ROW-DATE
           END-IF.

           MOVE HIST-AMOUNT TO WS-SIGNED-AMOUNT.
           IF HIST-TYPE = 'P' OR HIST-TYPE = 'W'
                   OR ((HIST-TYPE = 'J' OR HIST-TYPE = 'V'
                   OR HIST-TYPE = 'X') AND HIST-SIGN = '-')
               COMPUTE WS-SIGNED-AMOUNT = 0 - HIST-AMOUNT
           END-IF.
           IF HIST-TYPE = 'A'
               MOVE 0 TO WS-SIGNED-AMOUNT
           END-IF.

           IF WS-ROW-DATE > WS-ASOF-DATE-N
               ADD 1 TO WS-POSTS-AFTER
               ADD WS-SIGNED-AMOUNT TO WS-HIST-AFTER
           ELSE
               ADD 1 TO WS-POSTS-TO-DATE
               ADD WS-SIGNED-AMOUNT TO WS-HIST-TO-DATE
               IF WS-ROW-DATE > WS-LAST-POST-DATE
                   MOVE WS-ROW-DATE TO WS-LAST-POST-DATE
               END-IF
           END-IF.

      *----------------------------------------------------------*
      *    0550-SCAN-POSTING-ARCHIVES - EVERY POSTING ARCHIVE ON    *
      *    THE RETENTION LIST; ITS ROWS KEEP THE HISTORY LAYOUT AND  *
      *    ARE SPLIT THROUGH 0510 LIKE THE LIVE ONES                 *
      *----------------------------------------------------------*
       0550-SCAN-POSTING-ARCHIVES.
           OPEN INPUT ARCHLIST-FILE.
           IF NOT ARCHLIST-FILE-OK
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y'
               READ ARCHLIST-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF ARCHL-TYPE = "POSTING"
                           MOVE ARCHL-NAME TO WS-ARCHIVE-NAME
                           PERFORM 0560-PROBE-ONE-POSTING-ARCHIVE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARCHLIST-FILE.

       0560-PROBE-ONE-POSTING-ARCHIVE.
           OPEN INPUT POSTARCH-FILE.
           IF NOT POSTARCH-FILE-OK
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-INNER-EOF.
           PERFORM UNTIL WS-INNER-EOF = 'Y'
               READ POSTARCH-FILE
                   AT END
                       MOVE 'Y' TO WS-INNER-EOF
                   NOT AT END
                       IF POSTARCH-REC(1:5) = WS-INQUIRY-ID
                           MOVE POSTARCH-REC TO HIST-REC
                           PERFORM 0510-SPLIT-ONE-POSTING
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE POSTARCH-FILE.

      *----------------------------------------------------------*
      *    0600-FIND-NEAREST-SNAPSHOT - WALK OUT A DAY AT A TIME,   *
      *    THE DAY BEFORE AHEAD OF THE DAY AFTER                     *
      *----------------------------------------------------------*
       0600-FIND-NEAREST-SNAPSHOT.
           COMPUTE WS-ASOF-INT =
               FUNCTION INTEGER-OF-DATE(WS-ASOF-DATE-N).
           PERFORM VARYING WS-DAY-OFFSET FROM 0 BY 1
                   UNTIL WS-DAY-OFFSET > WS-PROBE-DAYS
                   OR SNAPSHOT-FOUND
               COMPUTE WS-PROBE-INT = WS-ASOF-INT - WS-DAY-OFFSET
               MOVE "BEFORE" TO WS-SNAP-SIDE
               PERFORM 0610-PROBE-SNAPSHOT
               IF NOT SNAPSHOT-FOUND AND WS-DAY-OFFSET > 0
                   COMPUTE WS-PROBE-INT = WS-ASOF-INT + WS-DAY-OFFSET
                   MOVE "AFTER" TO WS-SNAP-SIDE
                   PERFORM 0610-PROBE-SNAPSHOT
               END-IF
           END-PERFORM.

      *----------------------------------------------------------*
      *    0610-PROBE-SNAPSHOT - IF THAT DAY'S SNAPSHOT EXISTS, IT  *
      *    IS THE NEAREST; LOOK FOR THE CUSTOMER'S ROW IN IT         *
      *----------------------------------------------------------*
       0610-PROBE-SNAPSHOT.
           MOVE FUNCTION DATE-OF-INTEGER(WS-PROBE-INT)
               TO WS-PROBE-DATE.
           MOVE SPACES TO WS-SNAP-NAME.
           STRING "./result/balance-snapshot-" WS-PROBE-DATE ".txt"
               DELIMITED BY SIZE INTO WS-SNAP-NAME.
           OPEN INPUT SNAP-FILE.
           IF NOT SNAP-FILE-OK
               EXIT PARAGRAPH
           END-IF.
           SET SNAPSHOT-FOUND TO TRUE.
           MOVE WS-PROBE-DATE TO WS-SNAP-DATE.
           MOVE WS-DAY-OFFSET TO WS-SNAP-OFFSET.
           MOVE 'N' TO WS-INNER-EOF.
           PERFORM UNTIL WS-INNER-EOF = 'Y'
               READ SNAP-FILE
                   AT END
                       MOVE 'Y' TO WS-INNER-EOF
                   NOT AT END
                       IF SNAP-ID = WS-INQUIRY-ID
                           SET CUSTOMER-IN-SNAPSHOT TO TRUE
                           MOVE SNAP-AMOUNT TO WS-SNAP-AMOUNT
                           MOVE 'Y' TO WS-INNER-EOF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE SNAP-FILE.

      *----------------------------------------------------------*
      *    0800-WRITE-RECONSTRUCTION - ONE LINE PER FIELD, VALUE     *
      *    THEN SOURCE, THEN THE POSTING AND SNAPSHOT DETAIL         *
      *----------------------------------------------------------*
       0800-WRITE-RECONSTRUCTION.
           MOVE SPACES TO REPORT-REC.
           STRING "CUSTOMER " WS-INQUIRY-ID " AS OF " WS-ASOF-DATE
               " (REBUILT " WS-RUN-DATE ")"
               DELIMITED BY SIZE INTO REPORT-REC.
           WRITE REPORT-REC.

           IF NOT-ON-FILE-AS-OF
               MOVE SPACES TO REPORT-REC
               STRING "RECORD   " WS-A-SOURCE
                   DELIMITED BY SIZE INTO REPORT-REC
               WRITE REPORT-REC
           ELSE
               MOVE SPACES TO REPORT-REC
               STRING "NAME     " WS-R-NAME
                   " FROM " WS-R-NAME-SOURCE
                   DELIMITED BY SIZE INTO REPORT-REC
               WRITE REPORT-REC

               MOVE SPACES TO REPORT-REC
               STRING "STATUS   " WS-ASOF-STATUS
                   " FROM " WS-A-SOURCE
                   DELIMITED BY SIZE INTO REPORT-REC
               WRITE REPORT-REC

               MOVE WS-ASOF-COMPANY TO WS-R-COMPANY
               IF WS-R-COMPANY = SPACES
                   MOVE "01" TO WS-R-COMPANY
               END-IF
               MOVE SPACES TO REPORT-REC
               STRING "COMPANY  " WS-R-COMPANY
                   " FROM " WS-A-SOURCE
                   DELIMITED BY SIZE INTO REPORT-REC
               WRITE REPORT-REC
           END-IF.

           MOVE SPACES TO REPORT-REC.
           STRING "ADDRESS  " WS-R-ADDR
               " FROM " WS-R-ADDR-SOURCE
               DELIMITED BY SIZE INTO REPORT-REC.
           WRITE REPORT-REC.

           MOVE WS-R-BALANCE TO WS-DISP-AMOUNT.
           MOVE SPACES TO REPORT-REC.
           STRING "BALANCE  " WS-DISP-AMOUNT
               " FROM " WS-R-BAL-SOURCE
               DELIMITED BY SIZE INTO REPORT-REC.
           WRITE REPORT-REC.

           MOVE WS-HIST-TO-DATE TO WS-DISP-AMOUNT.
           MOVE SPACES TO REPORT-REC.
           STRING "POSTINGS TO THE DATE=" WS-POSTS-TO-DATE
               " LAST=" WS-LAST-POST-DATE
               " HISTORY TOTAL=" WS-DISP-AMOUNT
               " LATER=" WS-POSTS-AFTER
               DELIMITED BY SIZE INTO REPORT-REC.
           WRITE REPORT-REC.

           MOVE SPACES TO REPORT-REC.
           EVALUATE TRUE
               WHEN NOT SNAPSHOT-FOUND
                   STRING "NEAREST BALSNAP SNAPSHOT: NONE WITHIN "
                       WS-PROBE-DAYS " DAYS"
                       DELIMITED BY SIZE INTO REPORT-REC
               WHEN CUSTOMER-IN-SNAPSHOT
                   MOVE WS-SNAP-AMOUNT TO WS-DISP-AMOUNT
                   STRING "NEAREST BALSNAP SNAPSHOT " WS-SNAP-DATE
                       " (" WS-SNAP-OFFSET " DAYS "
                       FUNCTION TRIM(WS-SNAP-SIDE)
                       ") BALANCE=" WS-DISP-AMOUNT
                       DELIMITED BY SIZE INTO REPORT-REC
               WHEN OTHER
                   STRING "NEAREST BALSNAP SNAPSHOT " WS-SNAP-DATE
                       " (" WS-SNAP-OFFSET " DAYS "
                       FUNCTION TRIM(WS-SNAP-SIDE)
                       ") HAS NO ROW FOR THE CUSTOMER"
                       DELIMITED BY SIZE INTO REPORT-REC
           END-EVALUATE.
           WRITE REPORT-REC.
