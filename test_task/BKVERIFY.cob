       IDENTIFICATION DIVISION.
       PROGRAM-ID. BKVERIFY.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *----------------------------------------------------------*
      *    PARM-FILE - DAYS BETWEEN VERIFICATIONS (DEFAULT 7), THE  *
      *    OLDEST A VERIFIED BACKUP MAY BE BEFORE THE OPERATOR IS    *
      *    ALERTED (DEFAULT 8 DAYS), AND A FORCE BYTE ('Y' VERIFIES  *
      *    TONIGHT WHATEVER THE INTERVAL SAYS)                       *
      *----------------------------------------------------------*
           SELECT PARM-FILE ASSIGN TO './bkverify_param.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

      *----------------------------------------------------------*
      *    PROBE-FILE - OPENED UNDER EACH CANDIDATE BACKUP NAME TO  *
      *    FIND THE NEWEST GENERATION UNLOAD LEFT ON DISK            *
      *----------------------------------------------------------*
           SELECT PROBE-FILE ASSIGN TO WS-PROBE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROBE-STATUS.

      *----------------------------------------------------------*
      *    RELOAD-PARM / INTEG-PARM - WRITTEN FOR THE RELOAD AND    *
      *    INTEG CALLS, BOTH WITH THE 'S' TARGET SO THE BACKUP GOES  *
      *    INTO THE SCRATCH COPIES AND NEVER THE LIVE MASTERS        *
      *----------------------------------------------------------*
           SELECT RELOAD-PARM ASSIGN TO './reload_param.txt'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT INTEG-PARM ASSIGN TO './integ_param.txt'
               ORGANIZATION IS LINE SEQUENTIAL.

      *----------------------------------------------------------*
      *    JRNL-ARCHIVE - MAINT'S DATED CUMULATIVE JOURNAL; A       *
      *    CUSTOMER JOURNALED ON OR AFTER THE BACKUP DATE EXPLAINS   *
      *    ANY DIFFERENCE BETWEEN THE RESTORED COPY AND LIVE         *
      *----------------------------------------------------------*
           SELECT JRNL-ARCHIVE
               ASSIGN TO './result/maint-journal-archive.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JRNL-ARCH-STATUS.

           SELECT SCRATCH-A ASSIGN TO './result/custA-verify.txt'
               ORGANIZATION IS INDEXED
               RECORD KEY IS SA-ID
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS WS-SCRATCH-A-STATUS.

           SELECT SCRATCH-B ASSIGN TO './result/custB-verify.txt'
               ORGANIZATION IS INDEXED
               RECORD KEY IS SB-KEY
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS WS-SCRATCH-B-STATUS.

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
      *    HISTORY-FILE - ONE ROW PER VERIFICATION, PASS OR FAIL,   *
      *    KEPT FOR AS LONG AS THE BACKUPS ARE AUDITED               *
      *----------------------------------------------------------*
           SELECT HISTORY-FILE
               ASSIGN TO './result/backup-verify-history.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-STATUS.

           SELECT VERIFY-REPORT
               ASSIGN TO './result/backup-verify-report.txt'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ALERT-FILE
               ASSIGN TO './result/operator-alerts.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALERT-STATUS.

           SELECT ALERT-SEQ-FILE ASSIGN TO './result/alert-seq.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALERT-SEQ-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD PARM-FILE.
       01 PARM-REC.
           05 BKVP-INTERVAL-DAYS PIC X(3).
           05 BKVP-MAX-AGE-DAYS PIC X(3).
           05 BKVP-FORCE PIC X(1).

       FD PROBE-FILE.
       01 PROBE-REC PIC X(78).

       FD RELOAD-PARM.
       01 RELOAD-PARM-REC.
           05 RELOAD-FAMILY PIC X(1).
           05 RELOAD-DATE PIC X(8).
           05 RELOAD-TARGET PIC X(1).

       FD INTEG-PARM.
       01 INTEG-PARM-REC.
           05 INTEG-TARGET PIC X(1).

       FD JRNL-ARCHIVE.
       01 ARCH-JRNL-REC.
           05 JRNLA-DATE PIC X(8).
           05 JRNLA-BODY.
               10 JRNLA-SEQ PIC 9(5).
               10 JRNLA-TXN-ID PIC X(5).
               10 JRNLA-TXN-TYPE PIC X(1).
               10 JRNLA-KIND PIC X(8).
               10 JRNLA-IMAGE PIC X(78).
               10 JRNLA-OPERATOR PIC X(8).
               10 JRNLA-TIMESTAMP PIC X(14).

       FD SCRATCH-A.
       01 SA-REC.
           COPY "custnamerec" REPLACING FIELD-ID BY SA-ID
               FIELD-NAME BY SA-NAME FIELD-STATUS BY SA-STATUS
               FIELD-ADDR BY SA-ADDR FIELD-COMPANY BY SA-COMPANY
               FIELD-PREF-NAME BY SA-PREF-NAME.

       FD SCRATCH-B.
       01 SB-REC.
           COPY "custaddrrec" REPLACING FIELD-KEY BY SB-KEY
               FIELD-ID BY SB-ID FIELD-EFFDATE BY SB-EFFECTIVE-DATE
               FIELD-ADDR BY SB-ADDR FIELD-NAME BY SB-NAME
               FIELD-ADDR-TYPE BY SB-ADDR-TYPE
               FIELD-SEASON-FROM BY SB-SEASON-FROM
               FIELD-SEASON-TO BY SB-SEASON-TO.

       FD CUST-A.
       01 A-REC.
           COPY "custnamerec" REPLACING FIELD-ID BY A-ID
               FIELD-NAME BY A-NAME FIELD-STATUS BY A-STATUS
               FIELD-ADDR BY A-ADDR.

       FD CUST-B.
       01 B-REC.
           COPY "custaddrrec" REPLACING FIELD-KEY BY B-KEY
               FIELD-ID BY B-ID FIELD-EFFDATE BY B-EFFECTIVE-DATE
               FIELD-ADDR BY B-ADDR FIELD-NAME BY B-NAME
               FIELD-ADDR-TYPE BY B-ADDR-TYPE
               FIELD-SEASON-FROM BY B-SEASON-FROM
               FIELD-SEASON-TO BY B-SEASON-TO.

       FD HISTORY-FILE.
       01 HISTORY-REC.
           05 BVH-RUN-DATE PIC X(8).
           05 FILLER PIC X(1).
           05 BVH-GENERATION PIC X(8).
           05 FILLER PIC X(1).
           05 BVH-RESULT PIC X(4).
               88 BVH-PASSED VALUE 'PASS'.
           05 FILLER PIC X(1).
           05 BVH-A-COUNT PIC 9(10).
           05 FILLER PIC X(1).
           05 BVH-B-COUNT PIC 9(10).
           05 FILLER PIC X(1).
           05 BVH-UNEXPLAINED PIC 9(8).
           05 FILLER PIC X(1).
           05 BVH-REASON PIC X(40).

       FD VERIFY-REPORT.
       01 REPORT-REC PIC X(100).

       FD ALERT-FILE.
       01 ALERT-REC PIC X(100).

       FD ALERT-SEQ-FILE.
       01 ALERT-SEQ-REC.
           05 ALERT-SEQ-VALUE PIC 9(6).

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------*
      *    BACKUP RESTORE VERIFICATION - A BACKUP IS ONLY GOOD IF   *
      *    IT RESTORES.  ONCE A WEEK THE NEWEST UNLOAD GENERATION    *
      *    (BOTH CUSTA AND CUSTB BACKUPS FOR THE SAME DATE) IS       *
      *    RELOADED INTO SCRATCH COPIES, INTEG CHECKS THE COPIES,    *
      *    AND EACH COPY IS WALKED KEY BY KEY AGAINST THE LIVE       *
      *    MASTER COMPARING A CHECK HASH OF EVERY RECORD.  A KEY     *
      *    THAT DIFFERS IS EXPLAINED WHEN ITS CUSTOMER WAS JOURNALED *
      *    ON OR AFTER THE BACKUP DATE; ANYTHING ELSE FAILS THE      *
      *    GENERATION.  THE STEP RUNS NIGHTLY BUT ONLY VERIFIES WHEN *
      *    THE INTERVAL HAS PASSED; THE AGE OF THE NEWEST PASSING    *
      *    GENERATION IS CHECKED EVERY NIGHT AND AN OPERATOR ALERT   *
      *    RAISED WHEN IT IS OLDER THAN ALLOWED.                     *
      *----------------------------------------------------------*
       01 WS-PARM-STATUS PIC XX.
           88 PARM-FILE-OK VALUE '00'.
       01 WS-PROBE-STATUS PIC XX.
           88 PROBE-FILE-OK VALUE '00'.
       01 WS-JRNL-ARCH-STATUS PIC XX.
           88 JRNL-ARCHIVE-OK VALUE '00'.
       01 WS-SCRATCH-A-STATUS PIC XX.
           88 SCRATCH-A-OK VALUE '00'.
       01 WS-SCRATCH-B-STATUS PIC XX.
           88 SCRATCH-B-OK VALUE '00'.
       01 WS-CUST-A-STATUS PIC XX.
           88 CUST-A-OK VALUE '00'.
       01 WS-CUST-B-STATUS PIC XX.
           88 CUST-B-OK VALUE '00'.
       01 WS-HISTORY-STATUS PIC XX.
           88 HISTORY-FILE-OK VALUE '00'.
       01 WS-ALERT-STATUS PIC XX.
           88 ALERT-FILE-OK VALUE '00'.
       01 WS-ALERT-SEQ-STATUS PIC XX.
           88 ALERT-SEQ-FILE-OK VALUE '00'.
       01 WS-EOF PIC X VALUE 'N'.

       01 WS-INTERVAL-DAYS PIC 9(3) VALUE 7.
       01 WS-MAX-AGE-DAYS PIC 9(3) VALUE 8.
       01 WS-FORCE PIC X(1) VALUE 'N'.
           88 FORCE-VERIFY VALUE 'Y'.
      *    HOW FAR BACK THE GENERATION SEARCH LOOKS FOR A BACKUP
       01 WS-PROBE-LIMIT PIC 9(3) VALUE 62.

       01 WS-TIMESTAMP PIC X(21).
       01 WS-TODAY PIC X(8).
       01 WS-TODAY-INT PIC 9(8).
       01 WS-WORK-DATE PIC 9(8).
       01 WS-WORK-INT PIC 9(8).
       01 WS-DAYS-BACK PIC 9(3).
       01 WS-DAYS-SINCE PIC 9(5).
       01 WS-AGE-DAYS PIC 9(5).
       01 WS-PROBE-NAME PIC X(50).
       01 WS-PROBE-FOUND PIC X(1).

       01 WS-LAST-RUN-DATE PIC X(8) VALUE SPACES.
       01 WS-LAST-PASS-GEN PIC X(8) VALUE SPACES.
       01 WS-GENERATION PIC X(8) VALUE SPACES.
       01 WS-VERIFY-DUE PIC X(1) VALUE 'Y'.
           88 VERIFY-IS-DUE VALUE 'Y'.
       01 WS-RESULT PIC X(4) VALUE SPACES.
           88 RESULT-PASSED VALUE 'PASS'.
       01 WS-REASON PIC X(40) VALUE SPACES.

       01 WS-RESTORE-FAMILY PIC X(1).
       01 WS-STEP-RC PIC 9(4).
       01 WS-RESTORE-RC PIC 9(4) VALUE 0.
       01 WS-INTEG-RC PIC 9(4) VALUE 0.
       01 WS-ALERT-SEQ PIC 9(6).

      *----------------------------------------------------------*
      *    CUSTOMERS JOURNALED SINCE THE BACKUP DATE                *
      *----------------------------------------------------------*
       01 WS-JRNL-TABLE.
           05 WS-JRNL-CUST OCCURS 5000 TIMES PIC X(5).
       01 WS-JRNL-COUNT PIC 9(5) VALUE 0.
       01 WS-JRNL-OVERFLOW PIC 9(8) VALUE 0.
       01 WS-JRNL-IDX PIC 9(5).
       01 WS-JRNL-FOUND PIC X(1).
       01 WS-LOOK-CUST PIC X(5).

      *----------------------------------------------------------*
      *    KEY-BY-KEY COMPARISON: THE RECORD CHECK HASH IS THE      *
      *    SAME FOLD SUB-FPRINT USES - EACH BYTE'S CODE TIMES ITS    *
      *    POSITION, SUMMED MODULO 10**15                            *
      *----------------------------------------------------------*
       01 WS-COMPARE-FAMILY PIC X(5).
           88 COMPARING-CUST-A VALUE 'CUSTA'.
       01 WS-SCRATCH-KEY PIC X(13).
       01 WS-LIVE-KEY PIC X(13).
       01 WS-DIFF-KEY PIC X(13).
       01 WS-DIFF-KIND PIC X(12).
       01 WS-HASH-IMAGE PIC X(78).
       01 WS-HASH-LEN PIC 9(3).
       01 WS-BYTE-POS PIC 9(3).
       01 WS-HASH-WORK PIC 9(18).
       01 WS-HASH-MODULUS PIC 9(16) VALUE 1000000000000000.
       01 WS-SCRATCH-HASH PIC 9(15).
       01 WS-LIVE-HASH PIC 9(15).
       01 WS-SCRATCH-FILE-HASH PIC 9(15).
       01 WS-LIVE-FILE-HASH PIC 9(15).
       01 WS-SCRATCH-COUNT PIC 9(10).
       01 WS-LIVE-COUNT PIC 9(10).
       01 WS-MATCHED-COUNT PIC 9(10).
       01 WS-EXPLAINED-COUNT PIC 9(10).
       01 WS-FAMILY-UNEXPLAINED PIC 9(8).
       01 WS-A-SCRATCH-COUNT PIC 9(10) VALUE 0.
       01 WS-B-SCRATCH-COUNT PIC 9(10) VALUE 0.
       01 WS-UNEXPLAINED-COUNT PIC 9(8) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           PERFORM 0100-LOAD-PARAMETERS.
           PERFORM 0150-READ-HISTORY.

           OPEN OUTPUT VERIFY-REPORT.
           MOVE SPACES TO REPORT-REC.
           STRING "BACKUP RESTORE VERIFICATION RUN " WS-TODAY
               DELIMITED BY SIZE INTO REPORT-REC.
           WRITE REPORT-REC.

           IF VERIFY-IS-DUE
               PERFORM 0200-VERIFY-NEWEST-GENERATION
           ELSE
               MOVE SPACES TO REPORT-REC
               STRING "NOT DUE - LAST VERIFICATION " WS-LAST-RUN-DATE
                   ", EVERY " WS-INTERVAL-DAYS " DAY(S)"
                   DELIMITED BY SIZE INTO REPORT-REC
               WRITE REPORT-REC
               DISPLAY "BKVERIFY not due - last verified "
                   WS-LAST-RUN-DATE
           END-IF.

           PERFORM 0900-CHECK-BACKUP-AGE.
           CLOSE VERIFY-REPORT.

           EVALUATE TRUE
               WHEN VERIFY-IS-DUE AND NOT RESULT-PASSED
                   MOVE 8 TO RETURN-CODE
               WHEN WS-AGE-DAYS > WS-MAX-AGE-DAYS
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE.
           GOBACK.

      *----------------------------------------------------------*
      *    0100-LOAD-PARAMETERS - INTERVAL, ALLOWED AGE AND FORCE;  *
      *    ANY VALUE MISSING OR NOT NUMERIC KEEPS ITS DEFAULT        *
      *----------------------------------------------------------*
       0100-LOAD-PARAMETERS.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP.
           MOVE WS-TIMESTAMP(1:8) TO WS-TODAY.
           MOVE WS-TODAY TO WS-WORK-DATE.
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-WORK-DATE).

           OPEN INPUT PARM-FILE.
           IF PARM-FILE-OK
               READ PARM-FILE
                   NOT AT END
                       IF BKVP-INTERVAL-DAYS NUMERIC
                           MOVE BKVP-INTERVAL-DAYS TO WS-INTERVAL-DAYS
                       END-IF
                       IF BKVP-MAX-AGE-DAYS NUMERIC
                           MOVE BKVP-MAX-AGE-DAYS TO WS-MAX-AGE-DAYS
                       END-IF
                       IF BKVP-FORCE = 'Y'
                           SET FORCE-VERIFY TO TRUE
                       END-IF
               END-READ
               CLOSE PARM-FILE
           END-IF.

      *----------------------------------------------------------*
      *    0150-READ-HISTORY - THE LAST VERIFICATION RUN AND THE    *
      *    NEWEST GENERATION THAT EVER PASSED; THE RUN IS DUE WHEN   *
      *    FORCED, WHEN THERE IS NO HISTORY, OR WHEN THE INTERVAL    *
      *    HAS PASSED SINCE THE LAST RUN                             *
      *----------------------------------------------------------*
       0150-READ-HISTORY.
           OPEN INPUT HISTORY-FILE.
           IF HISTORY-FILE-OK
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ HISTORY-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF BVH-RUN-DATE NUMERIC
                               MOVE BVH-RUN-DATE TO WS-LAST-RUN-DATE
                           END-IF
                           IF BVH-PASSED
                                   AND BVH-GENERATION NUMERIC
                                   AND (WS-LAST-PASS-GEN = SPACES
                                   OR BVH-GENERATION > WS-LAST-PASS-GEN)
                               MOVE BVH-GENERATION TO WS-LAST-PASS-GEN
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HISTORY-FILE
           END-IF.

           MOVE 'Y' TO WS-VERIFY-DUE.
           IF FORCE-VERIFY OR WS-LAST-RUN-DATE = SPACES
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-LAST-RUN-DATE TO WS-WORK-DATE.
           COMPUTE WS-DAYS-SINCE = WS-TODAY-INT
               - FUNCTION INTEGER-OF-DATE(WS-WORK-DATE).
           IF WS-DAYS-SINCE < WS-INTERVAL-DAYS
               MOVE 'N' TO WS-VERIFY-DUE
           END-IF.

      *----------------------------------------------------------*
      *    0200-VERIFY-NEWEST-GENERATION - FIND, RESTORE, CHECK,    *
      *    COMPARE, AND RECORD THE OUTCOME IN THE HISTORY            *
      *----------------------------------------------------------*
       0200-VERIFY-NEWEST-GENERATION.
           MOVE "FAIL" TO WS-RESULT.
           PERFORM 0250-FIND-GENERATION.
           IF WS-GENERATION = SPACES
               MOVE "NO COMPLETE BACKUP GENERATION ON DISK"
                   TO WS-REASON
               PERFORM 0800-RECORD-OUTCOME
               EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO REPORT-REC.
           STRING "GENERATION VERIFIED: " WS-GENERATION
               DELIMITED BY SIZE INTO REPORT-REC.
           WRITE REPORT-REC.

           MOVE 'A' TO WS-RESTORE-FAMILY.
           PERFORM 0300-RESTORE-ONE-FAMILY.
           MOVE 'B' TO WS-RESTORE-FAMILY.
           PERFORM 0300-RESTORE-ONE-FAMILY.
           IF WS-RESTORE-RC > 0
               MOVE "BACKUP DID NOT RELOAD CLEANLY" TO WS-REASON
               PERFORM 0800-RECORD-OUTCOME
               EXIT PARAGRAPH
           END-IF.

           PERFORM 0400-CHECK-WITH-INTEG.
           PERFORM 0500-LOAD-JOURNALED-CUSTOMERS.
           PERFORM 0600-COMPARE-CUST-A.
           PERFORM 0700-COMPARE-CUST-B.

           EVALUATE TRUE
               WHEN WS-INTEG-RC > 0
                   MOVE "INTEG FOUND CONDITIONS ON RESTORED COPY"
                       TO WS-REASON
               WHEN WS-UNEXPLAINED-COUNT > 0
                   MOVE "UNEXPLAINED DIFFERENCES FROM LIVE MASTER"
                       TO WS-REASON
               WHEN OTHER
                   MOVE "PASS" TO WS-RESULT
                   MOVE "RESTORED AND MATCHED LIVE" TO WS-REASON
                   MOVE WS-GENERATION TO WS-LAST-PASS-GEN
           END-EVALUATE.
           PERFORM 0800-RECORD-OUTCOME.

      *----------------------------------------------------------*
      *    0250-FIND-GENERATION - STEP BACK A DAY AT A TIME FROM    *
      *    TODAY UNTIL BOTH BACKUPS FOR ONE DATE ARE ON DISK         *
      *----------------------------------------------------------*
       0250-FIND-GENERATION.
           MOVE SPACES TO WS-GENERATION.
           PERFORM VARYING WS-DAYS-BACK FROM 0 BY 1
                   UNTIL WS-DAYS-BACK > WS-PROBE-LIMIT
                   OR WS-GENERATION NOT = SPACES
               COMPUTE WS-WORK-INT = WS-TODAY-INT - WS-DAYS-BACK
               COMPUTE WS-WORK-DATE =
                   FUNCTION DATE-OF-INTEGER(WS-WORK-INT)
               MOVE SPACES TO WS-PROBE-NAME
               STRING "./result/custA-backup-" WS-WORK-DATE ".txt"
                   DELIMITED BY SIZE INTO WS-PROBE-NAME
               PERFORM 0260-PROBE-ONE-FILE
               IF WS-PROBE-FOUND = 'Y'
                   MOVE SPACES TO WS-PROBE-NAME
                   STRING "./result/custB-backup-" WS-WORK-DATE
                       ".txt" DELIMITED BY SIZE INTO WS-PROBE-NAME
                   PERFORM 0260-PROBE-ONE-FILE
                   IF WS-PROBE-FOUND = 'Y'
                       MOVE WS-WORK-DATE TO WS-GENERATION
                   END-IF
               END-IF
           END-PERFORM.

      *----------------------------------------------------------*
      *    0260-PROBE-ONE-FILE - IS WS-PROBE-NAME ON DISK           *
      *----------------------------------------------------------*
       0260-PROBE-ONE-FILE.
           MOVE 'N' TO WS-PROBE-FOUND.
           OPEN INPUT PROBE-FILE.
           IF PROBE-FILE-OK
               MOVE 'Y' TO WS-PROBE-FOUND
               CLOSE PROBE-FILE
           END-IF.

      *----------------------------------------------------------*
      *    0300-RESTORE-ONE-FAMILY - ONE RELOAD CALL INTO THE       *
      *    SCRATCH COPY FOR THE FAMILY IN WS-RESTORE-FAMILY,         *
      *    KEEPING THE WORST RETURN CODE SEEN                        *
      *----------------------------------------------------------*
       0300-RESTORE-ONE-FAMILY.
           OPEN OUTPUT RELOAD-PARM.
           MOVE WS-RESTORE-FAMILY TO RELOAD-FAMILY.
           MOVE WS-GENERATION TO RELOAD-DATE.
           MOVE 'S' TO RELOAD-TARGET.
           WRITE RELOAD-PARM-REC.
           CLOSE RELOAD-PARM.

           DISPLAY "BKVERIFY reloading family " WS-RESTORE-FAMILY
               " from the " WS-GENERATION
               " backup into the scratch copy...".
           CALL 'RELOAD'.
           MOVE RETURN-CODE TO WS-STEP-RC.
           CANCEL 'RELOAD'.
           MOVE SPACES TO REPORT-REC.
           STRING "RESTORE TO SCRATCH (RELOAD " WS-RESTORE-FAMILY
               ") RC=" WS-STEP-RC
               DELIMITED BY SIZE INTO REPORT-REC.
           WRITE REPORT-REC.
           IF WS-STEP-RC > WS-RESTORE-RC
               MOVE WS-STEP-RC TO WS-RESTORE-RC
           END-IF.
           MOVE 0 TO RETURN-CODE.

      *----------------------------------------------------------*
      *    0400-CHECK-WITH-INTEG - THE CHAIN'S INTEGRITY PASS, RUN  *
      *    AGAINST THE SCRATCH COPIES; THE TARGET FILE IS CLEARED    *
      *    AGAIN AFTERWARDS SO THE NEXT INTEG RUN CHECKS LIVE        *
      *----------------------------------------------------------*
       0400-CHECK-WITH-INTEG.
           OPEN OUTPUT INTEG-PARM.
           MOVE 'S' TO INTEG-TARGET.
           WRITE INTEG-PARM-REC.
           CLOSE INTEG-PARM.

           DISPLAY "BKVERIFY checking the restored copy through "
               "INTEG...".
           CALL 'INTEG'
               ON EXCEPTION
                   DISPLAY "BKVERIFY - INTEG not available for "
                       "verification"
                   MOVE 8 TO RETURN-CODE
           END-CALL.
           MOVE RETURN-CODE TO WS-INTEG-RC.
           CANCEL 'INTEG'.
           OPEN OUTPUT INTEG-PARM.
           CLOSE INTEG-PARM.

           MOVE SPACES TO REPORT-REC.
           STRING "INTEGRITY CHECK OF COPY (INTEG) RC=" WS-INTEG-RC
               " - SEE INTEGRITY-VERIFY.TXT"
               DELIMITED BY SIZE INTO REPORT-REC.
           WRITE REPORT-REC.
           MOVE 0 TO RETURN-CODE.

      *----------------------------------------------------------*
      *    0500-LOAD-JOURNALED-CUSTOMERS - EVERY CUSTOMER MAINT     *
      *    JOURNALED ON OR AFTER THE BACKUP DATE; THE BACKUP DAY     *
      *    ITSELF COUNTS, AS ITS CHANGES MAY FALL EITHER SIDE OF     *
      *    THE UNLOAD                                                *
      *----------------------------------------------------------*
       0500-LOAD-JOURNALED-CUSTOMERS.
           MOVE 0 TO WS-JRNL-COUNT.
           OPEN INPUT JRNL-ARCHIVE.
           IF NOT JRNL-ARCHIVE-OK
               MOVE SPACES TO REPORT-REC
               STRING "NO JOURNAL ARCHIVE ON FILE - NO CHANGES "
                   "SINCE THE BACKUP CAN BE EXPLAINED"
                   DELIMITED BY SIZE INTO REPORT-REC
               WRITE REPORT-REC
               EXIT PARAGRAPH
           END-IF.

           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y'
               READ JRNL-ARCHIVE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF JRNLA-DATE >= WS-GENERATION
                           MOVE JRNLA-IMAGE(1:5) TO WS-LOOK-CUST
                           PERFORM 0550-ADD-JOURNALED-CUSTOMER
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE JRNL-ARCHIVE.

           MOVE SPACES TO REPORT-REC.
           STRING "CUSTOMERS JOURNALED SINCE BACKUP=" WS-JRNL-COUNT
               DELIMITED BY SIZE INTO REPORT-REC.
           WRITE REPORT-REC.
           IF WS-JRNL-OVERFLOW > 0
               MOVE SPACES TO REPORT-REC
               STRING "JOURNALED CUSTOMER TABLE FULL - "
                   WS-JRNL-OVERFLOW " NOT HELD, THEIR CHANGES "
                   "WILL SHOW AS UNEXPLAINED"
                   DELIMITED BY SIZE INTO REPORT-REC
               WRITE REPORT-REC
           END-IF.

      *----------------------------------------------------------*
      *    0550-ADD-JOURNALED-CUSTOMER - ONCE PER CUSTOMER           *
      *----------------------------------------------------------*
       0550-ADD-JOURNALED-CUSTOMER.
           PERFORM 0560-FIND-JOURNALED-CUSTOMER.
           IF WS-JRNL-FOUND = 'Y'
               EXIT PARAGRAPH
           END-IF.
           IF WS-JRNL-COUNT >= 5000
               ADD 1 TO WS-JRNL-OVERFLOW
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-JRNL-COUNT.
           MOVE WS-LOOK-CUST TO WS-JRNL-CUST(WS-JRNL-COUNT).

      *----------------------------------------------------------*
      *    0560-FIND-JOURNALED-CUSTOMER - IS WS-LOOK-CUST IN THE    *
      *    TABLE                                                     *
      *----------------------------------------------------------*
       0560-FIND-JOURNALED-CUSTOMER.
           MOVE 'N' TO WS-JRNL-FOUND.
           PERFORM VARYING WS-JRNL-IDX FROM 1 BY 1
                   UNTIL WS-JRNL-IDX > WS-JRNL-COUNT
                   OR WS-JRNL-FOUND = 'Y'
               IF WS-JRNL-CUST(WS-JRNL-IDX) = WS-LOOK-CUST
                   MOVE 'Y' TO WS-JRNL-FOUND
               END-IF
           END-PERFORM.

      *----------------------------------------------------------*
      *    0600-COMPARE-CUST-A - WALK THE RESTORED COPY AND THE     *
      *    LIVE NAME MASTER TOGETHER IN KEY ORDER                    *
      *----------------------------------------------------------*
       0600-COMPARE-CUST-A.
           MOVE "CUSTA" TO WS-COMPARE-FAMILY.
           PERFORM 0680-RESET-FAMILY-COUNTS.
           OPEN INPUT SCRATCH-A.
           OPEN INPUT CUST-A.
           IF NOT SCRATCH-A-OK OR NOT CUST-A-OK
               ADD 1 TO WS-UNEXPLAINED-COUNT
               MOVE SPACES TO REPORT-REC
               STRING "CUSTA COMPARISON NOT POSSIBLE - COPY STATUS="
                   WS-SCRATCH-A-STATUS " LIVE STATUS="
                   WS-CUST-A-STATUS
                   DELIMITED BY SIZE INTO REPORT-REC
               WRITE REPORT-REC
               IF SCRATCH-A-OK
                   CLOSE SCRATCH-A
               END-IF
               IF CUST-A-OK
                   CLOSE CUST-A
               END-IF
               EXIT PARAGRAPH
           END-IF.

           PERFORM 0610-READ-SCRATCH-A.
           PERFORM 0620-READ-LIVE-A.
           PERFORM UNTIL WS-SCRATCH-KEY = HIGH-VALUES
                   AND WS-LIVE-KEY = HIGH-VALUES
               EVALUATE TRUE
                   WHEN WS-SCRATCH-KEY = WS-LIVE-KEY
                       MOVE SA-REC TO WS-HASH-IMAGE
                       MOVE 78 TO WS-HASH-LEN
                       PERFORM 0690-HASH-RECORD
                       MOVE WS-HASH-WORK TO WS-SCRATCH-HASH
                       MOVE A-REC TO WS-HASH-IMAGE
                       PERFORM 0690-HASH-RECORD
                       MOVE WS-HASH-WORK TO WS-LIVE-HASH
                       IF WS-SCRATCH-HASH = WS-LIVE-HASH
                           ADD 1 TO WS-MATCHED-COUNT
                       ELSE
                           MOVE "CHANGED" TO WS-DIFF-KIND
                           MOVE WS-SCRATCH-KEY TO WS-DIFF-KEY
                           PERFORM 0650-CLASSIFY-DIFFERENCE
                       END-IF
                       PERFORM 0610-READ-SCRATCH-A
                       PERFORM 0620-READ-LIVE-A
                   WHEN WS-SCRATCH-KEY < WS-LIVE-KEY
                       MOVE "BACKUP ONLY" TO WS-DIFF-KIND
                       MOVE WS-SCRATCH-KEY TO WS-DIFF-KEY
                       PERFORM 0650-CLASSIFY-DIFFERENCE
                       PERFORM 0610-READ-SCRATCH-A
                   WHEN OTHER
                       MOVE "LIVE ONLY" TO WS-DIFF-KIND
                       MOVE WS-LIVE-KEY TO WS-DIFF-KEY
                       PERFORM 0650-CLASSIFY-DIFFERENCE
                       PERFORM 0620-READ-LIVE-A
               END-EVALUATE
           END-PERFORM.
           CLOSE SCRATCH-A.
           CLOSE CUST-A.

           MOVE WS-SCRATCH-COUNT TO WS-A-SCRATCH-COUNT.
           PERFORM 0670-WRITE-FAMILY-TOTALS.

      *----------------------------------------------------------*
      *    0610-READ-SCRATCH-A / 0620-READ-LIVE-A - NEXT RECORD,    *
      *    HIGH-VALUES AS THE KEY AT END                             *
      *----------------------------------------------------------*
       0610-READ-SCRATCH-A.
           READ SCRATCH-A NEXT
               AT END
                   MOVE HIGH-VALUES TO WS-SCRATCH-KEY
               NOT AT END
                   MOVE SA-ID TO WS-SCRATCH-KEY
                   PERFORM 0685-ADD-SCRATCH-RECORD
           END-READ.

       0620-READ-LIVE-A.
           READ CUST-A NEXT
               AT END
                   MOVE HIGH-VALUES TO WS-LIVE-KEY
               NOT AT END
                   MOVE A-ID TO WS-LIVE-KEY
                   ADD 1 TO WS-LIVE-COUNT
                   MOVE A-REC TO WS-HASH-IMAGE
                   MOVE 78 TO WS-HASH-LEN
                   PERFORM 0690-HASH-RECORD
                   COMPUTE WS-LIVE-FILE-HASH = FUNCTION MOD(
                       WS-LIVE-FILE-HASH + WS-HASH-WORK,
                       WS-HASH-MODULUS)
           END-READ.

      *----------------------------------------------------------*
      *    0650-CLASSIFY-DIFFERENCE - A KEY THAT DIFFERS FROM LIVE  *
      *    IS EXPLAINED WHEN ITS CUSTOMER WAS JOURNALED SINCE THE    *
      *    BACKUP; OTHERWISE IT IS REPORTED AND FAILS THE RUN        *
      *----------------------------------------------------------*
       0650-CLASSIFY-DIFFERENCE.
           MOVE WS-DIFF-KEY(1:5) TO WS-LOOK-CUST.
           PERFORM 0560-FIND-JOURNALED-CUSTOMER.
           IF WS-JRNL-FOUND = 'Y'
               ADD 1 TO WS-EXPLAINED-COUNT
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-FAMILY-UNEXPLAINED.
           ADD 1 TO WS-UNEXPLAINED-COUNT.
           MOVE SPACES TO REPORT-REC.
           STRING "UNEXPLAINED " WS-COMPARE-FAMILY " " WS-DIFF-KIND
               " KEY " WS-DIFF-KEY
               " - NOT JOURNALED SINCE THE BACKUP"
               DELIMITED BY SIZE INTO REPORT-REC.
           WRITE REPORT-REC.

      *----------------------------------------------------------*
      *    0670-WRITE-FAMILY-TOTALS - COUNTS AND FILE HASH TOTALS   *
      *    FOR THE FAMILY JUST COMPARED                              *
      *----------------------------------------------------------*
       0670-WRITE-FAMILY-TOTALS.
           MOVE SPACES TO REPORT-REC.
           STRING WS-COMPARE-FAMILY " COPY RECORDS=" WS-SCRATCH-COUNT
               " LIVE RECORDS=" WS-LIVE-COUNT
               " MATCHED=" WS-MATCHED-COUNT
               DELIMITED BY SIZE INTO REPORT-REC.
           WRITE REPORT-REC.
           MOVE SPACES TO REPORT-REC.
           STRING "      EXPLAINED BY JOURNAL=" WS-EXPLAINED-COUNT
               " UNEXPLAINED=" WS-FAMILY-UNEXPLAINED
               DELIMITED BY SIZE INTO REPORT-REC.
           WRITE REPORT-REC.
           MOVE SPACES TO REPORT-REC.
           STRING "      COPY HASH=" WS-SCRATCH-FILE-HASH
               " LIVE HASH=" WS-LIVE-FILE-HASH
               DELIMITED BY SIZE INTO REPORT-REC.
           WRITE REPORT-REC.

      *----------------------------------------------------------*
      *    0680-RESET-FAMILY-COUNTS - BEFORE EACH FAMILY'S WALK     *
      *----------------------------------------------------------*
       0680-RESET-FAMILY-COUNTS.
           MOVE 0 TO WS-SCRATCH-COUNT.
           MOVE 0 TO WS-LIVE-COUNT.
           MOVE 0 TO WS-MATCHED-COUNT.
           MOVE 0 TO WS-EXPLAINED-COUNT.
           MOVE 0 TO WS-FAMILY-UNEXPLAINED.
           MOVE 0 TO WS-SCRATCH-FILE-HASH.
           MOVE 0 TO WS-LIVE-FILE-HASH.

      *----------------------------------------------------------*
      *    0685-ADD-SCRATCH-RECORD - COUNT AND HASH TOTAL FOR A     *
      *    RESTORED RECORD OF THE FAMILY BEING COMPARED              *
      *----------------------------------------------------------*
       0685-ADD-SCRATCH-RECORD.
           ADD 1 TO WS-SCRATCH-COUNT.
           IF COMPARING-CUST-A
               MOVE SA-REC TO WS-HASH-IMAGE
               MOVE 78 TO WS-HASH-LEN
           ELSE
               MOVE SB-REC TO WS-HASH-IMAGE
               MOVE 68 TO WS-HASH-LEN
           END-IF.
           PERFORM 0690-HASH-RECORD.
           COMPUTE WS-SCRATCH-FILE-HASH = FUNCTION MOD(
               WS-SCRATCH-FILE-HASH + WS-HASH-WORK, WS-HASH-MODULUS).

      *----------------------------------------------------------*
      *    0690-HASH-RECORD - FOLD WS-HASH-LEN BYTES OF             *
      *    WS-HASH-IMAGE INTO WS-HASH-WORK                           *
      *----------------------------------------------------------*
       0690-HASH-RECORD.
           MOVE 0 TO WS-HASH-WORK.
           PERFORM VARYING WS-BYTE-POS FROM 1 BY 1
                   UNTIL WS-BYTE-POS > WS-HASH-LEN
               COMPUTE WS-HASH-WORK = FUNCTION MOD(WS-HASH-WORK
                   + FUNCTION ORD(WS-HASH-IMAGE(WS-BYTE-POS:1))
                   * WS-BYTE-POS, WS-HASH-MODULUS)
           END-PERFORM.

      *----------------------------------------------------------*
      *    0700-COMPARE-CUST-B - THE SAME WALK FOR THE ADDRESS      *
      *    MASTER, KEYED ON CUSTOMER AND EFFECTIVE DATE              *
      *----------------------------------------------------------*
       0700-COMPARE-CUST-B.
           MOVE "CUSTB" TO WS-COMPARE-FAMILY.
           PERFORM 0680-RESET-FAMILY-COUNTS.
           OPEN INPUT SCRATCH-B.
           OPEN INPUT CUST-B.
           IF NOT SCRATCH-B-OK OR NOT CUST-B-OK
               ADD 1 TO WS-UNEXPLAINED-COUNT
               MOVE SPACES TO REPORT-REC
               STRING "CUSTB COMPARISON NOT POSSIBLE - COPY STATUS="
                   WS-SCRATCH-B-STATUS " LIVE STATUS="
                   WS-CUST-B-STATUS
                   DELIMITED BY SIZE INTO REPORT-REC
               WRITE REPORT-REC
               IF SCRATCH-B-OK
                   CLOSE SCRATCH-B
               END-IF
               IF CUST-B-OK
                   CLOSE CUST-B
               END-IF
               EXIT PARAGRAPH
           END-IF.

           PERFORM 0710-READ-SCRATCH-B.
           PERFORM 0720-READ-LIVE-B.
           PERFORM UNTIL WS-SCRATCH-KEY = HIGH-VALUES
                   AND WS-LIVE-KEY = HIGH-VALUES
               EVALUATE TRUE
                   WHEN WS-SCRATCH-KEY = WS-LIVE-KEY
                       MOVE SB-REC TO WS-HASH-IMAGE
                       MOVE 68 TO WS-HASH-LEN
                       PERFORM 0690-HASH-RECORD
                       MOVE WS-HASH-WORK TO WS-SCRATCH-HASH
                       MOVE B-REC TO WS-HASH-IMAGE
                       PERFORM 0690-HASH-RECORD
                       MOVE WS-HASH-WORK TO WS-LIVE-HASH
                       IF WS-SCRATCH-HASH = WS-LIVE-HASH
                           ADD 1 TO WS-MATCHED-COUNT
                       ELSE
                           MOVE "CHANGED" TO WS-DIFF-KIND
                           MOVE WS-SCRATCH-KEY TO WS-DIFF-KEY
                           PERFORM 0650-CLASSIFY-DIFFERENCE
                       END-IF
                       PERFORM 0710-READ-SCRATCH-B
                       PERFORM 0720-READ-LIVE-B
                   WHEN WS-SCRATCH-KEY < WS-LIVE-KEY
                       MOVE "BACKUP ONLY" TO WS-DIFF-KIND
                       MOVE WS-SCRATCH-KEY TO WS-DIFF-KEY
                       PERFORM 0650-CLASSIFY-DIFFERENCE
                       PERFORM 0710-READ-SCRATCH-B
                   WHEN OTHER
                       MOVE "LIVE ONLY" TO WS-DIFF-KIND
                       MOVE WS-LIVE-KEY TO WS-DIFF-KEY
                       PERFORM 0650-CLASSIFY-DIFFERENCE
                       PERFORM 0720-READ-LIVE-B
               END-EVALUATE
           END-PERFORM.
           CLOSE SCRATCH-B.
           CLOSE CUST-B.

           MOVE WS-SCRATCH-COUNT TO WS-B-SCRATCH-COUNT.
           PERFORM 0670-WRITE-FAMILY-TOTALS.

      *----------------------------------------------------------*
      *    0710-READ-SCRATCH-B / 0720-READ-LIVE-B - NEXT RECORD,    *
      *    HIGH-VALUES AS THE KEY AT END                             *
      *----------------------------------------------------------*
       0710-READ-SCRATCH-B.
           READ SCRATCH-B NEXT
               AT END
                   MOVE HIGH-VALUES TO WS-SCRATCH-KEY
               NOT AT END
                   MOVE SB-KEY TO WS-SCRATCH-KEY
                   PERFORM 0685-ADD-SCRATCH-RECORD
           END-READ.

       0720-READ-LIVE-B.
           READ CUST-B NEXT
               AT END
                   MOVE HIGH-VALUES TO WS-LIVE-KEY
               NOT AT END
                   MOVE B-KEY TO WS-LIVE-KEY
                   ADD 1 TO WS-LIVE-COUNT
                   MOVE B-REC TO WS-HASH-IMAGE
                   MOVE 68 TO WS-HASH-LEN
                   PERFORM 0690-HASH-RECORD
                   COMPUTE WS-LIVE-FILE-HASH = FUNCTION MOD(
                       WS-LIVE-FILE-HASH + WS-HASH-WORK,
                       WS-HASH-MODULUS)
           END-READ.

      *----------------------------------------------------------*
      *    0800-RECORD-OUTCOME - ONE HISTORY ROW AND THE RESULT     *
      *    LINE ON THE REPORT                                        *
      *----------------------------------------------------------*
       0800-RECORD-OUTCOME.
           OPEN EXTEND HISTORY-FILE.
           IF NOT HISTORY-FILE-OK
               OPEN OUTPUT HISTORY-FILE
           END-IF.
           MOVE SPACES TO HISTORY-REC.
           MOVE WS-TODAY TO BVH-RUN-DATE.
           MOVE WS-GENERATION TO BVH-GENERATION.
           MOVE WS-RESULT TO BVH-RESULT.
           MOVE WS-A-SCRATCH-COUNT TO BVH-A-COUNT.
           MOVE WS-B-SCRATCH-COUNT TO BVH-B-COUNT.
           MOVE WS-UNEXPLAINED-COUNT TO BVH-UNEXPLAINED.
           MOVE WS-REASON TO BVH-REASON.
           WRITE HISTORY-REC.
           CLOSE HISTORY-FILE.

           MOVE SPACES TO REPORT-REC.
           STRING "RESULT: " WS-RESULT " - " WS-REASON
               DELIMITED BY SIZE INTO REPORT-REC.
           WRITE REPORT-REC.

           DISPLAY "BKVERIFY generation: " WS-GENERATION.
           DISPLAY "BKVERIFY result: " WS-RESULT " " WS-REASON.
           DISPLAY "BKVERIFY unexplained differences: "
               WS-UNEXPLAINED-COUNT.

      *----------------------------------------------------------*
      *    0900-CHECK-BACKUP-AGE - EVERY NIGHT, VERIFIED OR NOT:    *
      *    THE NEWEST GENERATION KNOWN TO RESTORE MUST BE NO OLDER   *
      *    THAN THE ALLOWED AGE, OR THE OPERATOR IS ALERTED          *
      *----------------------------------------------------------*
       0900-CHECK-BACKUP-AGE.
           IF WS-LAST-PASS-GEN = SPACES
               MOVE 99999 TO WS-AGE-DAYS
           ELSE
               MOVE WS-LAST-PASS-GEN TO WS-WORK-DATE
               COMPUTE WS-AGE-DAYS = WS-TODAY-INT
                   - FUNCTION INTEGER-OF-DATE(WS-WORK-DATE)
           END-IF.

           MOVE SPACES TO REPORT-REC.
           IF WS-LAST-PASS-GEN = SPACES
               STRING "NEWEST GOOD BACKUP: NONE EVER VERIFIED"
                   DELIMITED BY SIZE INTO REPORT-REC
           ELSE
               STRING "NEWEST GOOD BACKUP: " WS-LAST-PASS-GEN
                   " AGE " WS-AGE-DAYS " DAY(S), ALLOWED "
                   WS-MAX-AGE-DAYS
                   DELIMITED BY SIZE INTO REPORT-REC
           END-IF.
           WRITE REPORT-REC.

           IF WS-AGE-DAYS NOT > WS-MAX-AGE-DAYS
               EXIT PARAGRAPH
           END-IF.

           PERFORM 0950-NEXT-ALERT-SEQ.
           OPEN EXTEND ALERT-FILE.
           IF NOT ALERT-FILE-OK
               OPEN OUTPUT ALERT-FILE
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP.
           MOVE SPACES TO ALERT-REC.
           IF WS-LAST-PASS-GEN = SPACES
               STRING "ALERT " WS-ALERT-SEQ " " WS-TIMESTAMP(1:14)
                   " NO CUSTOMER BACKUP HAS EVER PASSED A RESTORE "
                   "VERIFICATION"
                   DELIMITED BY SIZE INTO ALERT-REC
           ELSE
               STRING "ALERT " WS-ALERT-SEQ " " WS-TIMESTAMP(1:14)
                   " NEWEST VERIFIED CUSTOMER BACKUP " WS-LAST-PASS-GEN
                   " IS " WS-AGE-DAYS " DAY(S) OLD"
                   DELIMITED BY SIZE INTO ALERT-REC
           END-IF.
           WRITE ALERT-REC.
           CLOSE ALERT-FILE.
           DISPLAY "BKVERIFY newest good backup older than "
               WS-MAX-AGE-DAYS " day(s) - operator alerted".

      *----------------------------------------------------------*
      *    0950-NEXT-ALERT-SEQ - TAKE THE NEXT ALERT NUMBER FROM    *
      *    THE SHARED ALERT SEQUENCE                                 *
      *----------------------------------------------------------*
       0950-NEXT-ALERT-SEQ.
           MOVE 0 TO WS-ALERT-SEQ.
           OPEN INPUT ALERT-SEQ-FILE.
           IF ALERT-SEQ-FILE-OK
               READ ALERT-SEQ-FILE
                   NOT AT END
                       IF ALERT-SEQ-VALUE NUMERIC
                           MOVE ALERT-SEQ-VALUE TO WS-ALERT-SEQ
                       END-IF
               END-READ
               CLOSE ALERT-SEQ-FILE
           END-IF.
           ADD 1 TO WS-ALERT-SEQ.
           OPEN OUTPUT ALERT-SEQ-FILE.
           MOVE WS-ALERT-SEQ TO ALERT-SEQ-VALUE.
           WRITE ALERT-SEQ-REC.
           CLOSE ALERT-SEQ-FILE.
