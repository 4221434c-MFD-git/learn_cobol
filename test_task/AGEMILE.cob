       IDENTIFICATION DIVISION.
       PROGRAM-ID. AGEMILE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *----------------------------------------------------------*
      *    CUST-FEED - THE CUSTOMER FEED, THE ONLY PLACE THE DATE   *
      *    OF BIRTH IS HELD.  READ ONLY.                             *
      *----------------------------------------------------------*
           SELECT CUST-FEED ASSIGN TO './customer_feed.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FEED-STATUS.

      *----------------------------------------------------------*
      *    PARM-FILE - ONE ROW PER AGE MILESTONE: THE AGE (9(3)),   *
      *    HOW MANY DAYS AHEAD OF IT TO RAISE THE FOLLOW-UP (9(3)),  *
      *    AND A LABEL FOR THE REPORT.  A MISSING FILE LEAVES THE    *
      *    SHIPPED AGE-OF-MAJORITY AND PENSION-AGE ROWS IN FORCE.    *
      *----------------------------------------------------------*
           SELECT PARM-FILE ASSIGN TO './age_milestones.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT CUST-A ASSIGN TO './custA.txt'
               ORGANIZATION IS INDEXED
               RECORD KEY IS A-ID
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS WS-CUST-A-STATUS.

      *----------------------------------------------------------*
      *    CUST-B - THE DATED ADDRESS ROWS; THE REPORT SHOWS THE    *
      *    MAILING ADDRESS IN FORCE ON THE RUN DATE                  *
      *----------------------------------------------------------*
           SELECT CUST-B ASSIGN TO './custB.txt'
               ORGANIZATION IS INDEXED
               RECORD KEY IS B-KEY
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS WS-CUST-B-STATUS.

           SELECT PREF-FILE ASSIGN TO './cust_prefs.txt'
               ORGANIZATION IS INDEXED
               RECORD KEY IS PREF-CUST-ID
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS WS-PREF-STATUS.

      *----------------------------------------------------------*
      *    NOTES-FILE - READ ONLY, TO SEE WHETHER A MILESTONE'S     *
      *    FOLLOW-UP IS ALREADY ON THE CUSTOMER FROM AN EARLIER RUN  *
      *----------------------------------------------------------*
           SELECT NOTES-FILE ASSIGN TO './cust-notes.txt'
               ORGANIZATION IS INDEXED
               RECORD KEY IS NOTE-KEY
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS WS-NOTES-STATUS.

           SELECT MILESTONE-REPORT
               ASSIGN TO './result/age-milestones.txt'
               ORGANIZATION IS LINE SEQUENTIAL.

      *----------------------------------------------------------*
      *    TXN-FILE - THE SAME MAINT_TXN.TXT MAINT READS: EACH      *
      *    MILESTONE IS APPENDED AS AN 'M' MEMO-NOTE TRANSACTION SO  *
      *    THE FOLLOW-UP LANDS ON THE CUSTOMER THROUGH MAINT'S       *
      *    NORMAL EDIT, AUTHORITY AND AUDIT PATH.  ALSO READ FIRST   *
      *    SO A RERUN BEFORE MAINT HAS APPLIED THE LAST ONE DOES     *
      *    NOT QUEUE THE SAME MEMO TWICE.                            *
      *----------------------------------------------------------*
           SELECT TXN-FILE ASSIGN TO './maint_txn.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TXN-STATUS.

       DATA DIVISION.
       FILE SECTION.
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

       FD PARM-FILE.
       01 PARM-REC.
           05 PARM-AGE PIC 9(3).
           05 PARM-LEAD-DAYS PIC 9(3).
           05 PARM-LABEL PIC X(24).

       FD CUST-A.
       01 A-REC.
           COPY "custnamerec" REPLACING FIELD-ID BY A-ID
               FIELD-NAME BY A-NAME FIELD-STATUS BY A-STATUS
               FIELD-ADDR BY A-ADDR FIELD-COMPANY BY A-COMPANY.

       FD CUST-B.
       01 B-REC.
           COPY "custaddrrec" REPLACING FIELD-KEY BY B-KEY
               FIELD-ID BY B-ID FIELD-EFFDATE BY B-EFFECTIVE-DATE
               FIELD-ADDR BY B-ADDR FIELD-NAME BY B-NAME
               FIELD-ADDR-TYPE BY B-ADDR-TYPE
               FIELD-SEASON-FROM BY B-SEASON-FROM
               FIELD-SEASON-TO BY B-SEASON-TO.

       FD PREF-FILE.
           COPY "prefrec".

       FD NOTES-FILE.
           COPY "custnoterec".

       FD MILESTONE-REPORT.
       01 REPORT-REC PIC X(132).

       FD TXN-FILE.
       01 TXN-REC.
           05 TXN-ID PIC X(5).
           05 TXN-TYPE PIC X(1).
           05 TXN-VALUE PIC X(30).
           05 TXN-VALUE2 PIC X(30).

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------*
      *    AGE-MILESTONE EVENTS - EVERY FEED CUSTOMER WHOSE DATE OF *
      *    BIRTH CARRIES THEM ACROSS A CONFIGURED AGE (MAJORITY,     *
      *    PENSION AGE...) BETWEEN TODAY AND THAT MILESTONE'S LEAD   *
      *    DAYS AHEAD IS LISTED WITH THEIR CURRENT ADDRESS AND       *
      *    CONTACT PREFERENCES, AND GETS A MEMO-NOTE TRANSACTION     *
      *    FOR MAINT DUE ON THE MILESTONE DATE, SO THE FOLLOW-UP     *
      *    SITS ON THE CUSTOMER AND THE TICKLER, NOT JUST ON PAPER.  *
      *    AGES COME FROM SUB-AGE, THE SAME DERIVATION AGEBAND USES. *
      *----------------------------------------------------------*
       01 WS-FEED-STATUS PIC XX.
           88 FEED-FILE-OK VALUE '00'.
       01 WS-PARM-STATUS PIC XX.
           88 PARM-FILE-OK VALUE '00'.
       01 WS-CUST-A-STATUS PIC XX.
           88 CUST-A-OK VALUE '00'.
       01 WS-CUST-B-STATUS PIC XX.
           88 CUST-B-OK VALUE '00'.
       01 WS-PREF-STATUS PIC XX.
           88 PREF-FILE-OK VALUE '00'.
       01 WS-NOTES-STATUS PIC XX.
           88 NOTES-FILE-OK VALUE '00'.
       01 WS-TXN-STATUS PIC XX.
           88 TXN-FILE-OK VALUE '00'.
       01 WS-EOF PIC X VALUE 'N'.
       01 WS-CUST-DONE PIC X.

       01 WS-RUN-DATE PIC 9(8).
       01 WS-RUN-DAYS PIC 9(8).
       01 WS-DAY-BEFORE PIC X(8).
       01 WS-WORK-DATE PIC 9(8).

      *----------------------------------------------------------*
      *    THE MILESTONE TABLE - EACH ROW'S WINDOW END IS WORKED    *
      *    OUT ONCE, UP FRONT, FROM THE RUN DATE AND ITS LEAD DAYS   *
      *----------------------------------------------------------*
       01 WS-MILE-TABLE.
           05 WS-MILE-ENTRY OCCURS 20 TIMES.
               10 WS-MILE-AGE PIC 9(3).
               10 WS-MILE-LEAD PIC 9(3).
               10 WS-MILE-LABEL PIC X(24).
               10 WS-MILE-WINDOW-END PIC X(8).
       01 WS-MILE-COUNT PIC 9(2) VALUE 0.
       01 WS-MILE-IDX PIC 9(2).

      *----------------------------------------------------------*
      *    MEMO TRANSACTIONS ALREADY WAITING ON MAINT_TXN.TXT -     *
      *    THE CUSTOMER AND THE CATEGORY/DUE-DATE HALF OF VALUE2     *
      *----------------------------------------------------------*
       01 WS-QUEUED-TABLE.
           05 WS-QUEUED-ENTRY OCCURS 2000 TIMES.
               10 WS-QUEUED-ID PIC X(5).
               10 WS-QUEUED-KEY PIC X(16).
       01 WS-QUEUED-COUNT PIC 9(4) VALUE 0.
       01 WS-QUEUED-IDX PIC 9(4).

       01 WS-AGE-BEFORE PIC S9(5).
       01 WS-AGE-AT-END PIC S9(5).
       01 WS-DOB-RESULT PIC X(1).
           88 DOB-IS-VALID VALUE 'Y'.

       01 WS-XLINK-DIRECTION PIC X(1) VALUE 'F'.
       01 WS-XLINK-FEED-ID PIC X(4).
       01 WS-PIPE-ID PIC X(5).
       01 WS-XLINK-RESULT PIC X(1).
           88 LINK-FOUND VALUE 'Y'.

      *----------------------------------------------------------*
      *    ONE MILESTONE HIT - 0300 SETS THESE FOR THE REPORT AND   *
      *    THE MEMO TRANSACTION                                      *
      *----------------------------------------------------------*
       01 WS-MILE-DATE PIC 9(8).
       01 WS-MILE-YEAR PIC 9(4).
       01 WS-DOB-PARTS.
           05 WS-DOB-YEAR PIC 9(4).
           05 WS-DOB-MMDD PIC 9(4).
       01 WS-LEAP-QUOTIENT PIC 9(4).
       01 WS-LEAP-REM-4 PIC 9(4).
       01 WS-LEAP-REM-100 PIC 9(4).
       01 WS-LEAP-REM-400 PIC 9(4).
       01 WS-MEMO-KEY.
           05 WS-MEMO-CATEGORY PIC X(8).
           05 WS-MEMO-DUE PIC X(8).
       01 WS-AGE-DISPLAY PIC 9(3).
       01 WS-ALREADY-RAISED PIC X.
           88 MEMO-ALREADY-RAISED VALUE 'Y'.
       01 WS-CUST-NAME PIC X(20).
       01 WS-CUST-STATUS PIC X(1).
       01 WS-MAIL-ADDR PIC X(30).
       01 WS-MAILING-DATE PIC 9(8).
       01 WS-PREF-FLAGS.
           05 WS-PREF-DNM PIC X(1).
           05 WS-PREF-DNC PIC X(1).
           05 WS-PREF-EDL PIC X(1).

       01 WS-READ-COUNT PIC 9(10) VALUE 0.
       01 WS-NO-DOB-COUNT PIC 9(10) VALUE 0.
       01 WS-HIT-COUNT PIC 9(10) VALUE 0.
       01 WS-QUEUED-NEW PIC 9(10) VALUE 0.
       01 WS-DUP-COUNT PIC 9(10) VALUE 0.
       01 WS-UNLINKED-COUNT PIC 9(10) VALUE 0.
       01 WS-DECEASED-COUNT PIC 9(10) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE.
           MOVE FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
               TO WS-RUN-DAYS.
           COMPUTE WS-WORK-DATE = FUNCTION DATE-OF-INTEGER(
               WS-RUN-DAYS - 1).
           MOVE WS-WORK-DATE TO WS-DAY-BEFORE.
           PERFORM 0100-LOAD-MILESTONES.

           OPEN INPUT CUST-FEED.
           IF NOT FEED-FILE-OK
               DISPLAY "AGEMILE - customer_feed.txt not available, "
                   "status " WS-FEED-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM 0150-LOAD-QUEUED-MEMOS.

           OPEN INPUT CUST-A.
           OPEN INPUT CUST-B.
           OPEN INPUT PREF-FILE.
           OPEN INPUT NOTES-FILE.
           OPEN OUTPUT MILESTONE-REPORT.
           OPEN EXTEND TXN-FILE.
           IF NOT TXN-FILE-OK
               OPEN OUTPUT TXN-FILE
           END-IF.

           MOVE SPACES TO REPORT-REC.
           STRING "AGE-MILESTONE EVENTS - RUN DATE " WS-RUN-DATE
               DELIMITED BY SIZE INTO REPORT-REC.
           WRITE REPORT-REC.
           PERFORM VARYING WS-MILE-IDX FROM 1 BY 1
                   UNTIL WS-MILE-IDX > WS-MILE-COUNT
               MOVE SPACES TO REPORT-REC
               STRING "  MILESTONE AGE " WS-MILE-AGE(WS-MILE-IDX)
                   " " WS-MILE-LABEL(WS-MILE-IDX)
                   " - DUE THROUGH " WS-MILE-WINDOW-END(WS-MILE-IDX)
                   DELIMITED BY SIZE INTO REPORT-REC
               WRITE REPORT-REC
           END-PERFORM.

           PERFORM UNTIL WS-EOF = 'Y'
               READ CUST-FEED
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-READ-COUNT
                       PERFORM 0200-JUDGE-ONE-CUSTOMER
               END-READ
           END-PERFORM.

           MOVE SPACES TO REPORT-REC.
           STRING "FEED ROWS=" WS-READ-COUNT
               " NO VALID DOB=" WS-NO-DOB-COUNT
               " MILESTONES=" WS-HIT-COUNT
               " MEMOS QUEUED=" WS-QUEUED-NEW
               " ALREADY RAISED=" WS-DUP-COUNT
               " NOT LINKED=" WS-UNLINKED-COUNT
               " DECEASED=" WS-DECEASED-COUNT
               DELIMITED BY SIZE INTO REPORT-REC.
           WRITE REPORT-REC.

           CLOSE CUST-FEED.
           IF CUST-A-OK
               CLOSE CUST-A
           END-IF.
           IF CUST-B-OK
               CLOSE CUST-B
           END-IF.
           IF PREF-FILE-OK
               CLOSE PREF-FILE
           END-IF.
           IF NOTES-FILE-OK
               CLOSE NOTES-FILE
           END-IF.
           CLOSE MILESTONE-REPORT.
           CLOSE TXN-FILE.

           DISPLAY "AGEMILE feed rows read: " WS-READ-COUNT.
           DISPLAY "AGEMILE milestones in window: " WS-HIT-COUNT.
           DISPLAY "AGEMILE memo transactions queued for MAINT: "
               WS-QUEUED-NEW.
           DISPLAY "AGEMILE rows with no valid date of birth: "
               WS-NO-DOB-COUNT.
           DISPLAY "AGEMILE deceased customers passed over: "
               WS-DECEASED-COUNT.

           IF WS-UNLINKED-COUNT > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
           GOBACK.

      *----------------------------------------------------------*
      *    0100-LOAD-MILESTONES - THE CONFIGURED AGES AND LEAD      *
      *    DAYS; NO FILE (OR NO USABLE ROW) MEANS AGE 18 AND AGE 65, *
      *    EACH 30 DAYS AHEAD                                        *
      *----------------------------------------------------------*
       0100-LOAD-MILESTONES.
           OPEN INPUT PARM-FILE.
           IF PARM-FILE-OK
               PERFORM UNTIL WS-EOF = 'Y'
                   READ PARM-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           PERFORM 0110-TAKE-ONE-MILESTONE
                   END-READ
               END-PERFORM
               CLOSE PARM-FILE
           END-IF.
           MOVE 'N' TO WS-EOF.

           IF WS-MILE-COUNT = 0
               MOVE 018 TO PARM-AGE
               MOVE 030 TO PARM-LEAD-DAYS
               MOVE "AGE OF MAJORITY" TO PARM-LABEL
               PERFORM 0110-TAKE-ONE-MILESTONE
               MOVE 065 TO PARM-AGE
               MOVE 030 TO PARM-LEAD-DAYS
               MOVE "PENSION AGE" TO PARM-LABEL
               PERFORM 0110-TAKE-ONE-MILESTONE
           END-IF.

      *----------------------------------------------------------*
      *    0110-TAKE-ONE-MILESTONE - ONE PARAMETER ROW INTO THE     *
      *    TABLE WITH ITS WINDOW END DATE                            *
      *----------------------------------------------------------*
       0110-TAKE-ONE-MILESTONE.
           IF PARM-AGE NOT NUMERIC OR PARM-AGE = 0
               EXIT PARAGRAPH
           END-IF.
           IF WS-MILE-COUNT NOT < 20
               DISPLAY "AGEMILE - more than 20 milestones, age "
                   PARM-AGE " ignored"
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-MILE-COUNT.
           MOVE PARM-AGE TO WS-MILE-AGE(WS-MILE-COUNT).
           IF PARM-LEAD-DAYS NUMERIC
               MOVE PARM-LEAD-DAYS TO WS-MILE-LEAD(WS-MILE-COUNT)
           ELSE
               MOVE 30 TO WS-MILE-LEAD(WS-MILE-COUNT)
           END-IF.
           MOVE PARM-LABEL TO WS-MILE-LABEL(WS-MILE-COUNT).
           COMPUTE WS-WORK-DATE = FUNCTION DATE-OF-INTEGER(
               WS-RUN-DAYS + WS-MILE-LEAD(WS-MILE-COUNT)).
           MOVE WS-WORK-DATE TO WS-MILE-WINDOW-END(WS-MILE-COUNT).

      *----------------------------------------------------------*
      *    0150-LOAD-QUEUED-MEMOS - MEMO TRANSACTIONS ALREADY ON    *
      *    MAINT_TXN.TXT, WAITING FOR MAINT'S NEXT RUN               *
      *----------------------------------------------------------*
       0150-LOAD-QUEUED-MEMOS.
           OPEN INPUT TXN-FILE.
           IF NOT TXN-FILE-OK
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-EOF = 'Y'
               READ TXN-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF TXN-TYPE = 'M'
                               AND WS-QUEUED-COUNT < 2000
                           ADD 1 TO WS-QUEUED-COUNT
                           MOVE TXN-ID
                               TO WS-QUEUED-ID(WS-QUEUED-COUNT)
                           MOVE TXN-VALUE2(1:16)
                               TO WS-QUEUED-KEY(WS-QUEUED-COUNT)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE TXN-FILE.
           MOVE 'N' TO WS-EOF.

      *----------------------------------------------------------*
      *    0200-JUDGE-ONE-CUSTOMER - A MILESTONE IS CROSSED WHEN    *
      *    THE CUSTOMER IS STILL SHORT OF THE AGE AS OF YESTERDAY    *
      *    BUT HAS REACHED IT BY THE MILESTONE'S WINDOW END          *
      *----------------------------------------------------------*
       0200-JUDGE-ONE-CUSTOMER.
           CALL 'SUB-AGE' USING FEED-DOB WS-DAY-BEFORE
               WS-AGE-BEFORE WS-DOB-RESULT.
           IF NOT DOB-IS-VALID
               ADD 1 TO WS-NO-DOB-COUNT
               EXIT PARAGRAPH
           END-IF.

           PERFORM VARYING WS-MILE-IDX FROM 1 BY 1
                   UNTIL WS-MILE-IDX > WS-MILE-COUNT
               IF WS-AGE-BEFORE < WS-MILE-AGE(WS-MILE-IDX)
                   CALL 'SUB-AGE' USING FEED-DOB
                       WS-MILE-WINDOW-END(WS-MILE-IDX)
                       WS-AGE-AT-END WS-DOB-RESULT
                   IF DOB-IS-VALID
                           AND WS-AGE-AT-END
                           NOT < WS-MILE-AGE(WS-MILE-IDX)
                       PERFORM 0300-TAKE-ONE-MILESTONE
                   END-IF
               END-IF
           END-PERFORM.

      *----------------------------------------------------------*
      *    0300-TAKE-ONE-MILESTONE - WORK OUT THE MILESTONE DATE,   *
      *    RESOLVE THE CUSTOMER, REPORT THEM, AND QUEUE THE MEMO.    *
      *    A DECEASED CUSTOMER HAS NO MILESTONE TO REVIEW AND IS     *
      *    ONLY COUNTED                                              *
      *----------------------------------------------------------*
       0300-TAKE-ONE-MILESTONE.
           PERFORM 0310-MILESTONE-DATE.
           MOVE WS-MILE-AGE(WS-MILE-IDX) TO WS-AGE-DISPLAY.
           MOVE SPACES TO WS-MEMO-CATEGORY.
           STRING "AGE" WS-AGE-DISPLAY
               DELIMITED BY SIZE INTO WS-MEMO-CATEGORY.
           MOVE WS-MILE-DATE TO WS-MEMO-DUE.

           MOVE FEED-ID TO WS-XLINK-FEED-ID.
           MOVE SPACES TO WS-PIPE-ID.
           CALL 'XREFSUB' USING WS-XLINK-DIRECTION WS-XLINK-FEED-ID
               WS-PIPE-ID WS-XLINK-RESULT.
           PERFORM 0400-RESOLVE-CUSTOMER.
           IF WS-CUST-STATUS = 'D'
               ADD 1 TO WS-DECEASED-COUNT
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-HIT-COUNT.

           MOVE SPACES TO REPORT-REC.
           STRING WS-PIPE-ID " FEED " FEED-ID " " WS-CUST-NAME
               " ST " WS-CUST-STATUS
               " TURNS " WS-AGE-DISPLAY " ON " WS-MILE-DATE
               " " WS-MILE-LABEL(WS-MILE-IDX)
               DELIMITED BY SIZE INTO REPORT-REC.
           WRITE REPORT-REC.
           MOVE SPACES TO REPORT-REC.
           STRING "      ADDR " WS-MAIL-ADDR
               " PHONE " FEED-PHONE
               " DNM=" WS-PREF-DNM " DNC=" WS-PREF-DNC
               " EDEL=" WS-PREF-EDL
               " " FEED-EMAIL
               DELIMITED BY SIZE INTO REPORT-REC.
           WRITE REPORT-REC.

           IF NOT LINK-FOUND
               ADD 1 TO WS-UNLINKED-COUNT
               MOVE SPACES TO REPORT-REC
               STRING "      NO PIPELINE CUSTOMER FOR THIS FEED ID - "
                   "NO MEMO QUEUED"
                   DELIMITED BY SIZE INTO REPORT-REC
               WRITE REPORT-REC
               EXIT PARAGRAPH
           END-IF.

           PERFORM 0500-CHECK-ALREADY-RAISED.
           IF MEMO-ALREADY-RAISED
               ADD 1 TO WS-DUP-COUNT
               MOVE SPACES TO REPORT-REC
               STRING "      FOLLOW-UP ALREADY RAISED"
                   DELIMITED BY SIZE INTO REPORT-REC
               WRITE REPORT-REC
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-PIPE-ID TO TXN-ID.
           MOVE 'M' TO TXN-TYPE.
           MOVE SPACES TO TXN-VALUE.
           STRING "TURNS " WS-AGE-DISPLAY " ON " WS-MILE-DATE
               " REVIEW"
               DELIMITED BY SIZE INTO TXN-VALUE.
           MOVE SPACES TO TXN-VALUE2.
           MOVE WS-MEMO-KEY TO TXN-VALUE2(1:16).
           WRITE TXN-REC.
           ADD 1 TO WS-QUEUED-NEW.
           IF WS-QUEUED-COUNT < 2000
               ADD 1 TO WS-QUEUED-COUNT
               MOVE WS-PIPE-ID TO WS-QUEUED-ID(WS-QUEUED-COUNT)
               MOVE WS-MEMO-KEY TO WS-QUEUED-KEY(WS-QUEUED-COUNT)
           END-IF.

      *----------------------------------------------------------*
      *    0310-MILESTONE-DATE - THE BIRTHDAY IN THE MILESTONE      *
      *    YEAR; A 29 FEBRUARY BIRTHDAY IN A COMMON YEAR FALLS ON    *
      *    1 MARCH, THE DAY SUB-AGE ADDS THE YEAR                    *
      *----------------------------------------------------------*
       0310-MILESTONE-DATE.
           MOVE FEED-DOB TO WS-DOB-PARTS.
           COMPUTE WS-MILE-YEAR = WS-DOB-YEAR
               + WS-MILE-AGE(WS-MILE-IDX).
           COMPUTE WS-MILE-DATE = WS-MILE-YEAR * 10000
               + WS-DOB-MMDD.
           IF WS-DOB-MMDD = 0229
               DIVIDE WS-MILE-YEAR BY 4 GIVING WS-LEAP-QUOTIENT
                   REMAINDER WS-LEAP-REM-4
               DIVIDE WS-MILE-YEAR BY 100 GIVING WS-LEAP-QUOTIENT
                   REMAINDER WS-LEAP-REM-100
               DIVIDE WS-MILE-YEAR BY 400 GIVING WS-LEAP-QUOTIENT
                   REMAINDER WS-LEAP-REM-400
               IF WS-LEAP-REM-4 NOT = 0
                       OR (WS-LEAP-REM-100 = 0
                       AND WS-LEAP-REM-400 NOT = 0)
                   COMPUTE WS-MILE-DATE = WS-MILE-YEAR * 10000
                       + 0301
               END-IF
           END-IF.

      *----------------------------------------------------------*
      *    0400-RESOLVE-CUSTOMER - NAME AND STATUS FROM THE         *
      *    MASTER, THE MAILING ADDRESS IN FORCE TODAY (ELSE THE      *
      *    MASTER'S OWN, ELSE THE FEED'S), AND THE CONTACT           *
      *    PREFERENCES.  AN UNLINKED FEED ROW SHOWS FEED DATA ONLY.  *
      *----------------------------------------------------------*
       0400-RESOLVE-CUSTOMER.
           MOVE FEED-NAME TO WS-CUST-NAME.
           MOVE '?' TO WS-CUST-STATUS.
           MOVE SPACES TO WS-MAIL-ADDR.
           STRING FEED-STREET(1:15) FEED-CITY(1:10) FEED-STATE
               FEED-ZIP(1:3)
               DELIMITED BY SIZE INTO WS-MAIL-ADDR.
           MOVE "NNN" TO WS-PREF-FLAGS.
           IF NOT LINK-FOUND
               EXIT PARAGRAPH
           END-IF.

           IF CUST-A-OK OR WS-CUST-A-STATUS = '10'
                   OR WS-CUST-A-STATUS = '23'
               MOVE WS-PIPE-ID TO A-ID
               READ CUST-A
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE A-NAME TO WS-CUST-NAME
                       MOVE A-STATUS TO WS-CUST-STATUS
                       IF A-ADDR NOT = SPACES
                           MOVE A-ADDR TO WS-MAIL-ADDR
                       END-IF
               END-READ
           END-IF.

           IF PREF-FILE-OK OR WS-PREF-STATUS = '10'
                   OR WS-PREF-STATUS = '23'
               MOVE WS-PIPE-ID TO PREF-CUST-ID
               READ PREF-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF PREF-DO-NOT-MAIL = 'Y'
                           MOVE 'Y' TO WS-PREF-DNM
                       END-IF
                       IF PREF-DO-NOT-CALL = 'Y'
                           MOVE 'Y' TO WS-PREF-DNC
                       END-IF
                       IF PREF-E-DELIVERY = 'Y'
                           MOVE 'Y' TO WS-PREF-EDL
                       END-IF
               END-READ
           END-IF.

           IF NOT CUST-B-OK AND WS-CUST-B-STATUS NOT = '10'
                   AND WS-CUST-B-STATUS NOT = '23'
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO WS-MAILING-DATE.
           MOVE WS-PIPE-ID TO B-ID.
           MOVE 0 TO B-EFFECTIVE-DATE.
           MOVE 'N' TO WS-CUST-DONE.
           START CUST-B KEY >= B-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-CUST-DONE
           END-START.
           PERFORM UNTIL WS-CUST-DONE = 'Y'
               READ CUST-B NEXT
                   AT END
                       MOVE 'Y' TO WS-CUST-DONE
                   NOT AT END
                       IF B-ID NOT = WS-PIPE-ID
                           MOVE 'Y' TO WS-CUST-DONE
                       ELSE
                           PERFORM 0450-TAKE-ONE-ADDRESS
                       END-IF
               END-READ
           END-PERFORM.

      *----------------------------------------------------------*
      *    0450-TAKE-ONE-ADDRESS - KEEP THE LATEST MAILING ROW      *
      *    EFFECTIVE ON OR BEFORE THE RUN DATE                       *
      *----------------------------------------------------------*
       0450-TAKE-ONE-ADDRESS.
           IF B-EFFECTIVE-DATE > WS-RUN-DATE
               EXIT PARAGRAPH
           END-IF.
           IF B-ADDR-TYPE = 'M' OR B-ADDR-TYPE = SPACE
               IF B-EFFECTIVE-DATE NOT < WS-MAILING-DATE
                   MOVE B-EFFECTIVE-DATE TO WS-MAILING-DATE
                   MOVE B-ADDR TO WS-MAIL-ADDR
               END-IF
           END-IF.

      *----------------------------------------------------------*
      *    0500-CHECK-ALREADY-RAISED - THE SAME MILESTONE FOLLOW-UP *
      *    IS EITHER ALREADY A NOTE ON THE CUSTOMER OR ALREADY       *
      *    QUEUED FOR MAINT, SO A DAILY RUN RAISES IT ONLY ONCE      *
      *----------------------------------------------------------*
       0500-CHECK-ALREADY-RAISED.
           MOVE 'N' TO WS-ALREADY-RAISED.
           PERFORM VARYING WS-QUEUED-IDX FROM 1 BY 1
                   UNTIL WS-QUEUED-IDX > WS-QUEUED-COUNT
               IF WS-QUEUED-ID(WS-QUEUED-IDX) = WS-PIPE-ID
                       AND WS-QUEUED-KEY(WS-QUEUED-IDX) = WS-MEMO-KEY
                   SET MEMO-ALREADY-RAISED TO TRUE
               END-IF
           END-PERFORM.
           IF MEMO-ALREADY-RAISED
               EXIT PARAGRAPH
           END-IF.

           IF NOT NOTES-FILE-OK AND WS-NOTES-STATUS NOT = '10'
                   AND WS-NOTES-STATUS NOT = '23'
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-PIPE-ID TO NOTE-CUST-ID.
           MOVE LOW-VALUES TO NOTE-TIMESTAMP.
           MOVE 'N' TO WS-CUST-DONE.
           START NOTES-FILE KEY >= NOTE-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-CUST-DONE
           END-START.
           PERFORM UNTIL WS-CUST-DONE = 'Y'
               READ NOTES-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-CUST-DONE
                   NOT AT END
                       IF NOTE-CUST-ID NOT = WS-PIPE-ID
                           MOVE 'Y' TO WS-CUST-DONE
                       ELSE
                           IF NOTE-CATEGORY = WS-MEMO-CATEGORY
                                   AND NOTE-FOLLOWUP-DATE
                                   = WS-MEMO-DUE
                               SET MEMO-ALREADY-RAISED TO TRUE
                               MOVE 'Y' TO WS-CUST-DONE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
