       IDENTIFICATION DIVISION.
       PROGRAM-ID. FRAUDCHK.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *----------------------------------------------------------*
      *    PARM-FILE - THE RULE LIMITS: HOW MANY ADDRESS CHANGES    *
      *    (9(2)) ARE ALLOWED INSIDE THE VELOCITY WINDOW (9(3)       *
      *    DAYS), HOW MANY DAYS AFTER A CHANGE (9(3)) A REFUND OR    *
      *    WRITE-OFF IS SUSPICIOUS, AND HOW FAR BACK (9(3) DAYS) THE *
      *    REFUNDS AND WRITE-OFFS ARE EXAMINED.  A MISSING FILE      *
      *    MEANS MORE THAN 2 CHANGES IN 30 DAYS, 30 DAYS AFTER A     *
      *    CHANGE AND A 90-DAY LOOKBACK.                             *
      *----------------------------------------------------------*
           SELECT PARM-FILE ASSIGN TO './fraudchk_param.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT CUST-A ASSIGN TO './custA.txt'
               ORGANIZATION IS INDEXED
               RECORD KEY IS A-ID
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS WS-CUST-A-STATUS.

      *----------------------------------------------------------*
      *    CUST-B - THE DATED ADDRESS ROWS.  EVERY ROW AFTER A      *
      *    CUSTOMER'S FIRST IS AN ADDRESS CHANGE, HOWEVER IT WAS     *
      *    MADE - MAINT, BULKADDR OR THE RETURNED-MAIL RUN.          *
      *----------------------------------------------------------*
           SELECT CUST-B ASSIGN TO './custB.txt'
               ORGANIZATION IS INDEXED
               RECORD KEY IS B-KEY
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS WS-CUST-B-STATUS.

      *----------------------------------------------------------*
      *    HISTORY-FILE - READ ONLY, FOR THE 'F' REFUND ROWS POST   *
      *    HAS POSTED                                                *
      *----------------------------------------------------------*
           SELECT HISTORY-FILE ASSIGN TO './cust-txn-history.txt'
               ORGANIZATION IS INDEXED
               RECORD KEY IS HIST-KEY
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS WS-HISTORY-STATUS.

      *----------------------------------------------------------*
      *    REGISTER-FILE - READ ONLY, FOR CREDIT-BALANCE REFUNDS    *
      *    APPROVED BUT NOT YET ISSUED, SO A HIT STOPS THE CHEQUE    *
      *----------------------------------------------------------*
           SELECT REGISTER-FILE
               ASSIGN TO './result/refund-register.txt'
               ORGANIZATION IS INDEXED
               RECORD KEY IS RFD-CUST-ID
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS WS-REGISTER-STATUS.

           SELECT QUEUE-FILE ASSIGN TO './result/fraud-queue.txt'
               ORGANIZATION IS INDEXED
               RECORD KEY IS FRQ-KEY
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS WS-QUEUE-STATUS.

      *----------------------------------------------------------*
      *    AUDIT-FILE - READ FIRST FOR MAINT'S CHANGES AND POST'S   *
      *    WRITE-OFFS, EACH WITH THE OPERATOR WHO MADE IT; THEN      *
      *    EXTENDED WITH ONE ROW PER ALERT RAISED                    *
      *----------------------------------------------------------*
           SELECT AUDIT-FILE ASSIGN TO './result/audit-trail.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT REPORT-FILE ASSIGN TO './result/fraud-alerts.txt'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RUNID-FILE ASSIGN TO './result/run-id.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNID-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD PARM-FILE.
       01 PARM-REC.
           05 PARM-VEL-COUNT PIC 9(2).
           05 PARM-VEL-DAYS PIC 9(3).
           05 PARM-AFTER-DAYS PIC 9(3).
           05 PARM-LOOKBACK PIC 9(3).

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

       FD REGISTER-FILE.
           COPY "refundrec".

       FD QUEUE-FILE.
           COPY "fraudqrec".

       FD AUDIT-FILE.
           COPY "auditrec".

       FD REPORT-FILE.
       01 REPORT-REC PIC X(100).

       FD RUNID-FILE.
       01 RUNID-REC.
           05 RUNID-VALUE PIC X(8).

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------*
      *    NIGHTLY FRAUD RULES OVER THE AUDIT TRAIL, THE CUSTB      *
      *    EFFECTIVE DATES AND THE POSTING HISTORY:                  *
      *      V - MORE ADDRESS CHANGES THAN ALLOWED INSIDE THE        *
      *          VELOCITY WINDOW ENDING TODAY                        *
      *      R - A REFUND POSTED, OR A CREDIT-BALANCE REFUND         *
      *          APPROVED, WITHIN THE WINDOW AFTER AN ADDRESS OR     *
      *          NAME CHANGE                                         *
      *      W - A WRITE-OFF POSTED BY THE SAME OPERATOR WHO         *
      *          CHANGED THE ACCOUNT WITHIN THE WINDOW BEFORE IT     *
      *    EACH HIT GOES ON THE FRAUD QUEUE OPEN, WHERE IT HOLDS THE *
      *    CUSTOMER'S REFUNDS IN POST AND REFUND UNTIL A REVIEWER    *
      *    CLEARS IT THROUGH CONSOLE.                                *
      *----------------------------------------------------------*
       01 WS-PARM-STATUS PIC XX.
           88 PARM-FILE-OK VALUE '00'.
       01 WS-CUST-A-STATUS PIC XX.
           88 CUST-A-OK VALUE '00'.
       01 WS-CUST-B-STATUS PIC XX.
           88 CUST-B-OK VALUE '00'.
       01 WS-HISTORY-STATUS PIC XX.
           88 HISTORY-FILE-OK VALUE '00'.
       01 WS-REGISTER-STATUS PIC XX.
           88 REGISTER-FILE-OK VALUE '00'.
       01 WS-QUEUE-STATUS PIC XX.
           88 QUEUE-FILE-OK VALUE '00'.
       01 WS-AUDIT-STATUS PIC XX.
           88 AUDIT-FILE-OK VALUE '00'.
       01 WS-RUNID-STATUS PIC XX.
           88 RUNID-FILE-OK VALUE '00'.
       01 WS-EOF PIC X.

       01 WS-RUN-DATE PIC 9(8).
       01 WS-RUN-DAYNUM PIC 9(8).
       01 WS-RUN-ID PIC X(8) VALUE SPACES.
       01 WS-VEL-COUNT PIC 9(2) VALUE 2.
       01 WS-VEL-DAYS PIC 9(3) VALUE 30.
       01 WS-AFTER-DAYS PIC 9(3) VALUE 30.
       01 WS-LOOKBACK PIC 9(3) VALUE 90.
       01 WS-EVENT-FLOOR PIC 9(8).
       01 WS-CHANGE-FLOOR PIC 9(8).
       01 WS-VEL-FLOOR PIC 9(8).

      *----------------------------------------------------------*
      *    EVERY CHANGE TO A CUSTOMER RECENT ENOUGH TO MATTER:      *
      *    KIND 'A' ADDRESS, 'N' NAME, 'O' ANY OTHER MAINTENANCE.    *
      *    THE OPERATOR IS SPACES FOR A CUSTB ROW, WHICH DOES NOT    *
      *    SAY WHO MADE IT.                                          *
      *----------------------------------------------------------*
       01 WS-CHG-TABLE.
           05 WS-CHG-ENTRY OCCURS 5000 TIMES.
               10 WS-CHG-CUST PIC X(5).
               10 WS-CHG-DATE PIC 9(8).
               10 WS-CHG-DAYNUM PIC 9(8).
               10 WS-CHG-OPER PIC X(8).
               10 WS-CHG-KIND PIC X(1).
       01 WS-CHG-COUNT PIC 9(5) VALUE 0.
       01 WS-CHG-IDX PIC 9(5).
       01 WS-CHG-OVERFLOW PIC 9(5) VALUE 0.

      *----------------------------------------------------------*
      *    WRITE-OFFS POST HAS AUDITED, WITH THE OPERATOR ON FILE   *
      *    FOR THE POSTING RUN                                       *
      *----------------------------------------------------------*
       01 WS-WO-TABLE.
           05 WS-WO-ENTRY OCCURS 2000 TIMES.
               10 WS-WO-CUST PIC X(5).
               10 WS-WO-DATE PIC 9(8).
               10 WS-WO-DAYNUM PIC 9(8).
               10 WS-WO-OPER PIC X(8).
       01 WS-WO-COUNT PIC 9(4) VALUE 0.
       01 WS-WO-IDX PIC 9(4).

      *----------------------------------------------------------*
      *    THE ROW BEING CLASSIFIED, THE CUSTOMER'S CUSTB ROWS AS   *
      *    THEY ARE WALKED, AND THE HIT BEING RAISED                 *
      *----------------------------------------------------------*
       01 WS-WORK-DATE PIC 9(8).
       01 WS-WORK-DAYNUM PIC 9(8).
       01 WS-DATE-OK PIC X.
           88 DATE-IS-VALID VALUE 'Y'.
       01 WS-NEW-KIND PIC X(1).
       01 WS-B-PREV-ID PIC X(5) VALUE SPACES.
       01 WS-B-ROWS PIC 9(5).
       01 WS-B-RECENT PIC 9(5).
       01 WS-B-LATEST PIC 9(8).
       01 WS-EVENT-CUST PIC X(5).
       01 WS-EVENT-DATE PIC 9(8).
       01 WS-EVENT-DAYNUM PIC 9(8).
       01 WS-EVENT-OPER PIC X(8).
       01 WS-BEST-IDX PIC 9(5).
       01 WS-DAYS-AFTER PIC S9(8).
       01 WS-DAYS-DISPLAY PIC ZZ9.
       01 WS-COUNT-DISPLAY PIC Z9.
       01 WS-KIND-TEXT PIC X(7).
       01 WS-HIT-RULE PIC X(1).
       01 WS-HIT-DETAIL PIC X(40).
       01 WS-HIT-OPER PIC X(8).
       01 WS-ACTION PIC X(20).

       01 WS-AUDIT-READ PIC 9(7) VALUE 0.
       01 WS-REFUNDS-SEEN PIC 9(7) VALUE 0.
       01 WS-VEL-HITS PIC 9(7) VALUE 0.
       01 WS-REFUND-HITS PIC 9(7) VALUE 0.
       01 WS-WO-HITS PIC 9(7) VALUE 0.
       01 WS-RAISED-COUNT PIC 9(7) VALUE 0.
       01 WS-ON-QUEUE-COUNT PIC 9(7) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE.
           COMPUTE WS-RUN-DAYNUM =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE).
           PERFORM 0050-LOAD-RUN-ID.
           PERFORM 0100-LOAD-PARAMETERS.

           OPEN I-O QUEUE-FILE.
           IF WS-QUEUE-STATUS = '35'
               OPEN OUTPUT QUEUE-FILE
               CLOSE QUEUE-FILE
               OPEN I-O QUEUE-FILE
           END-IF.
           IF NOT QUEUE-FILE-OK
               DISPLAY "FRAUDCHK - fraud queue not available, status "
                   WS-QUEUE-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT CUST-A.

           PERFORM 0200-LOAD-AUDIT-TRAIL.

           OPEN EXTEND AUDIT-FILE.
           IF NOT AUDIT-FILE-OK
               OPEN OUTPUT AUDIT-FILE
           END-IF.
           OPEN OUTPUT REPORT-FILE.
           MOVE SPACES TO REPORT-REC.
           MOVE WS-VEL-COUNT TO WS-COUNT-DISPLAY.
           STRING "FRAUD RULES - RUN DATE " WS-RUN-DATE
               " VELOCITY >" WS-COUNT-DISPLAY " IN " WS-VEL-DAYS
               " DAYS, PAYOUT/WRITE-OFF WITHIN " WS-AFTER-DAYS
               " DAYS, LOOKBACK " WS-LOOKBACK
               DELIMITED BY SIZE INTO REPORT-REC.
           WRITE REPORT-REC.
           MOVE SPACES TO REPORT-REC.
           STRING "CUST  RULE EVENT    DETAIL"
               "                                   ACTION"
               DELIMITED BY SIZE INTO REPORT-REC.
           WRITE REPORT-REC.

           PERFORM 0300-SCAN-ADDRESS-ROWS.
           PERFORM 0400-SCAN-POSTED-REFUNDS.
           PERFORM 0450-SCAN-APPROVED-REFUNDS.
           PERFORM 0500-CHECK-WRITE-OFFS.

           PERFORM 0800-WRITE-TOTALS.

           CLOSE QUEUE-FILE.
           CLOSE AUDIT-FILE.
           CLOSE REPORT-FILE.
           CLOSE CUST-A.

           DISPLAY "FRAUDCHK changes examined: " WS-CHG-COUNT.
           DISPLAY "FRAUDCHK address-velocity hits: " WS-VEL-HITS.
           DISPLAY "FRAUDCHK refund-after-change hits: "
               WS-REFUND-HITS.
           DISPLAY "FRAUDCHK same-operator write-off hits: "
               WS-WO-HITS.
           DISPLAY "FRAUDCHK new alerts queued: " WS-RAISED-COUNT.
           DISPLAY "FRAUDCHK hits already on the queue: "
               WS-ON-QUEUE-COUNT.

           IF WS-RAISED-COUNT > 0 OR WS-CHG-OVERFLOW > 0
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
      *    0100-LOAD-PARAMETERS - THE RULE LIMITS, KEEPING EACH     *
      *    DEFAULT WHERE THE FILE IS MISSING OR NOT NUMERIC, THEN    *
      *    THE DAY NUMBERS THE WINDOWS START FROM                    *
      *----------------------------------------------------------*
       0100-LOAD-PARAMETERS.
           OPEN INPUT PARM-FILE.
           IF PARM-FILE-OK
               READ PARM-FILE
                   NOT AT END
                       IF PARM-VEL-COUNT NUMERIC
                               AND PARM-VEL-COUNT > 0
                           MOVE PARM-VEL-COUNT TO WS-VEL-COUNT
                       END-IF
                       IF PARM-VEL-DAYS NUMERIC
                               AND PARM-VEL-DAYS > 0
                           MOVE PARM-VEL-DAYS TO WS-VEL-DAYS
                       END-IF
                       IF PARM-AFTER-DAYS NUMERIC
                               AND PARM-AFTER-DAYS > 0
                           MOVE PARM-AFTER-DAYS TO WS-AFTER-DAYS
                       END-IF
                       IF PARM-LOOKBACK NUMERIC
                               AND PARM-LOOKBACK > 0
                           MOVE PARM-LOOKBACK TO WS-LOOKBACK
                       END-IF
               END-READ
               CLOSE PARM-FILE
           END-IF.

           COMPUTE WS-EVENT-FLOOR = WS-RUN-DAYNUM - WS-LOOKBACK.
           COMPUTE WS-CHANGE-FLOOR = WS-EVENT-FLOOR - WS-AFTER-DAYS.
           COMPUTE WS-VEL-FLOOR = WS-RUN-DAYNUM - WS-VEL-DAYS.
           IF WS-VEL-FLOOR < WS-CHANGE-FLOOR
               MOVE WS-VEL-FLOOR TO WS-CHANGE-FLOOR
           END-IF.

      *----------------------------------------------------------*
      *    0150-CHECK-DATE - WS-WORK-DATE AS A DAY NUMBER, WHEN IT  *
      *    IS A REAL DATE                                            *
      *----------------------------------------------------------*
       0150-CHECK-DATE.
           MOVE 'N' TO WS-DATE-OK.
           MOVE 0 TO WS-WORK-DAYNUM.
           IF WS-WORK-DATE NUMERIC
                   AND WS-WORK-DATE > 16010101
                   AND WS-WORK-DATE(5:2) >= "01"
                   AND WS-WORK-DATE(5:2) <= "12"
                   AND WS-WORK-DATE(7:2) >= "01"
                   AND WS-WORK-DATE(7:2) <= "31"
               COMPUTE WS-WORK-DAYNUM =
                   FUNCTION INTEGER-OF-DATE(WS-WORK-DATE)
               IF WS-WORK-DAYNUM > 0
                   SET DATE-IS-VALID TO TRUE
               END-IF
           END-IF.

      *----------------------------------------------------------*
      *    0200-LOAD-AUDIT-TRAIL - MAINT'S CHANGES AND POST'S       *
      *    WRITE-OFFS, EACH WITH ITS OPERATOR.  NOTES ARE NOT        *
      *    CHANGES TO THE ACCOUNT AND ARE LEFT OUT.  NO TRAIL ON     *
      *    FILE LEAVES ONLY THE CUSTB AND HISTORY RULES TO RUN.      *
      *----------------------------------------------------------*
       0200-LOAD-AUDIT-TRAIL.
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
                       ADD 1 TO WS-AUDIT-READ
                       PERFORM 0210-CLASSIFY-AUDIT-ROW
               END-READ
           END-PERFORM.
           CLOSE AUDIT-FILE.

      *----------------------------------------------------------*
      *    0210-CLASSIFY-AUDIT-ROW - A MAINT CHANGE GOES TO THE     *
      *    CHANGE TABLE, A POST WRITE-OFF BY A NAMED OPERATOR TO     *
      *    THE WRITE-OFF TABLE; ANYTHING OLDER THAN THE WINDOWS      *
      *    REACH IS IGNORED                                          *
      *----------------------------------------------------------*
       0210-CLASSIFY-AUDIT-ROW.
           MOVE AUDIT-TIMESTAMP(1:8) TO WS-WORK-DATE.
           PERFORM 0150-CHECK-DATE.
           IF NOT DATE-IS-VALID
               EXIT PARAGRAPH
           END-IF.

           IF AUDIT-PROGRAM = "MAINT"
               IF WS-WORK-DAYNUM < WS-CHANGE-FLOOR
                       OR AUDIT-ACTION = "NOTE-ADD"
                   EXIT PARAGRAPH
               END-IF
               EVALUATE AUDIT-ACTION
                   WHEN "ADDR-CHG"
                       MOVE 'A' TO WS-NEW-KIND
                   WHEN "NAME-CHG"
                       MOVE 'N' TO WS-NEW-KIND
                   WHEN OTHER
                       MOVE 'O' TO WS-NEW-KIND
               END-EVALUATE
               MOVE AUDIT-KEY(1:5) TO WS-EVENT-CUST
               MOVE AUDIT-OPERATOR TO WS-EVENT-OPER
               PERFORM 0250-TABLE-ONE-CHANGE
               EXIT PARAGRAPH
           END-IF.

           IF AUDIT-PROGRAM = "POST" AND AUDIT-ACTION = "WRITE-OFF"
                   AND AUDIT-OPERATOR NOT = SPACES
                   AND WS-WORK-DAYNUM >= WS-EVENT-FLOOR
                   AND WS-WO-COUNT < 2000
               ADD 1 TO WS-WO-COUNT
               MOVE AUDIT-KEY(1:5) TO WS-WO-CUST(WS-WO-COUNT)
               MOVE WS-WORK-DATE TO WS-WO-DATE(WS-WO-COUNT)
               MOVE WS-WORK-DAYNUM TO WS-WO-DAYNUM(WS-WO-COUNT)
               MOVE AUDIT-OPERATOR TO WS-WO-OPER(WS-WO-COUNT)
           END-IF.

      *----------------------------------------------------------*
      *    0250-TABLE-ONE-CHANGE - ONE CHANGE OF WS-NEW-KIND ON     *
      *    WS-WORK-DATE BY WS-EVENT-OPER TO WS-EVENT-CUST            *
      *----------------------------------------------------------*
       0250-TABLE-ONE-CHANGE.
           IF WS-CHG-COUNT NOT < 5000
               ADD 1 TO WS-CHG-OVERFLOW
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-CHG-COUNT.
           MOVE WS-EVENT-CUST TO WS-CHG-CUST(WS-CHG-COUNT).
           MOVE WS-WORK-DATE TO WS-CHG-DATE(WS-CHG-COUNT).
           MOVE WS-WORK-DAYNUM TO WS-CHG-DAYNUM(WS-CHG-COUNT).
           MOVE WS-EVENT-OPER TO WS-CHG-OPER(WS-CHG-COUNT).
           MOVE WS-NEW-KIND TO WS-CHG-KIND(WS-CHG-COUNT).

      *----------------------------------------------------------*
      *    0300-SCAN-ADDRESS-ROWS - WALK CUSTB IN KEY ORDER (EACH   *
      *    CUSTOMER'S ROWS OLDEST FIRST).  EVERY ROW AFTER THE       *
      *    FIRST IS A CHANGE: TABLED FOR THE REFUND RULE, AND        *
      *    COUNTED FOR VELOCITY WHEN IT TOOK EFFECT INSIDE THE       *
      *    WINDOW ENDING TODAY.                                      *
      *----------------------------------------------------------*
       0300-SCAN-ADDRESS-ROWS.
           OPEN INPUT CUST-B.
           IF NOT CUST-B-OK
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO WS-B-PREV-ID.
           MOVE 0 TO WS-B-ROWS.
           MOVE 0 TO WS-B-RECENT.
           MOVE 0 TO WS-B-LATEST.
           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y'
               READ CUST-B NEXT
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF B-ID NOT = WS-B-PREV-ID
                           PERFORM 0350-CHECK-VELOCITY
                           MOVE B-ID TO WS-B-PREV-ID
                           MOVE 0 TO WS-B-ROWS
                           MOVE 0 TO WS-B-RECENT
                           MOVE 0 TO WS-B-LATEST
                       END-IF
                       ADD 1 TO WS-B-ROWS
                       IF WS-B-ROWS > 1
                           PERFORM 0310-ONE-ADDRESS-CHANGE
                       END-IF
               END-READ
           END-PERFORM.
           PERFORM 0350-CHECK-VELOCITY.
           CLOSE CUST-B.

      *----------------------------------------------------------*
      *    0310-ONE-ADDRESS-CHANGE - A ROW FUTURE-DATED BEYOND      *
      *    TODAY HAS NOT HAPPENED YET AND IS LEFT FOR A LATER RUN    *
      *----------------------------------------------------------*
       0310-ONE-ADDRESS-CHANGE.
           MOVE B-EFFECTIVE-DATE TO WS-WORK-DATE.
           PERFORM 0150-CHECK-DATE.
           IF NOT DATE-IS-VALID OR WS-WORK-DAYNUM > WS-RUN-DAYNUM
               EXIT PARAGRAPH
           END-IF.
           IF WS-WORK-DAYNUM >= WS-CHANGE-FLOOR
               MOVE 'A' TO WS-NEW-KIND
               MOVE B-ID TO WS-EVENT-CUST
               MOVE SPACES TO WS-EVENT-OPER
               PERFORM 0250-TABLE-ONE-CHANGE
           END-IF.
           IF WS-WORK-DAYNUM > WS-VEL-FLOOR
               ADD 1 TO WS-B-RECENT
               IF WS-WORK-DATE > WS-B-LATEST
                   MOVE WS-WORK-DATE TO WS-B-LATEST
               END-IF
           END-IF.

      *----------------------------------------------------------*
      *    0350-CHECK-VELOCITY - AT THE END OF A CUSTOMER'S ROWS,   *
      *    MORE RECENT CHANGES THAN ALLOWED IS A HIT DATED BY THE    *
      *    LATEST OF THEM                                            *
      *----------------------------------------------------------*
       0350-CHECK-VELOCITY.
           IF WS-B-PREV-ID = SPACES OR WS-B-RECENT <= WS-VEL-COUNT
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-VEL-HITS.
           MOVE WS-B-PREV-ID TO WS-EVENT-CUST.
           MOVE WS-B-LATEST TO WS-EVENT-DATE.
           MOVE 'V' TO WS-HIT-RULE.
           MOVE SPACES TO WS-HIT-OPER.
           MOVE WS-B-RECENT TO WS-DAYS-DISPLAY.
           MOVE SPACES TO WS-HIT-DETAIL.
           STRING FUNCTION TRIM(WS-DAYS-DISPLAY) " ADDRESS CHANGES IN "
               WS-VEL-DAYS " DAYS"
               DELIMITED BY SIZE INTO WS-HIT-DETAIL.
           PERFORM 0600-RAISE-ALERT.

      *----------------------------------------------------------*
      *    0400-SCAN-POSTED-REFUNDS - EVERY 'F' ROW IN THE POSTING  *
      *    HISTORY INSIDE THE LOOKBACK, NOT SINCE REVERSED           *
      *----------------------------------------------------------*
       0400-SCAN-POSTED-REFUNDS.
           OPEN INPUT HISTORY-FILE.
           IF NOT HISTORY-FILE-OK
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y'
               READ HISTORY-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF HIST-TYPE = 'F' AND HIST-REV-FLAG NOT = 'V'
                           MOVE HIST-DATE TO WS-WORK-DATE
                           MOVE HIST-ID TO WS-EVENT-CUST
                           PERFORM 0410-CHECK-ONE-REFUND
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE HISTORY-FILE.

      *----------------------------------------------------------*
      *    0410-CHECK-ONE-REFUND - THE LATEST ADDRESS OR NAME       *
      *    CHANGE ON OR BEFORE THE REFUND AND NO MORE THAN THE       *
      *    WINDOW BEFORE IT MAKES A HIT DATED BY THE REFUND          *
      *----------------------------------------------------------*
       0410-CHECK-ONE-REFUND.
           PERFORM 0150-CHECK-DATE.
           IF NOT DATE-IS-VALID OR WS-WORK-DAYNUM < WS-EVENT-FLOOR
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-REFUNDS-SEEN.
           MOVE WS-WORK-DATE TO WS-EVENT-DATE.
           MOVE WS-WORK-DAYNUM TO WS-EVENT-DAYNUM.
           MOVE 0 TO WS-BEST-IDX.
           PERFORM VARYING WS-CHG-IDX FROM 1 BY 1
                   UNTIL WS-CHG-IDX > WS-CHG-COUNT
               IF WS-CHG-CUST(WS-CHG-IDX) = WS-EVENT-CUST
                       AND (WS-CHG-KIND(WS-CHG-IDX) = 'A'
                           OR WS-CHG-KIND(WS-CHG-IDX) = 'N')
                       AND WS-CHG-DAYNUM(WS-CHG-IDX) <= WS-EVENT-DAYNUM
                       AND WS-EVENT-DAYNUM - WS-CHG-DAYNUM(WS-CHG-IDX)
                           <= WS-AFTER-DAYS
                   IF WS-BEST-IDX = 0
                       MOVE WS-CHG-IDX TO WS-BEST-IDX
                   ELSE
                       IF WS-CHG-DAYNUM(WS-CHG-IDX)
                               > WS-CHG-DAYNUM(WS-BEST-IDX)
                               OR (WS-CHG-DAYNUM(WS-CHG-IDX)
                                   = WS-CHG-DAYNUM(WS-BEST-IDX)
                               AND WS-CHG-OPER(WS-BEST-IDX) = SPACES)
                           MOVE WS-CHG-IDX TO WS-BEST-IDX
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-BEST-IDX = 0
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WS-REFUND-HITS.
           COMPUTE WS-DAYS-AFTER =
               WS-EVENT-DAYNUM - WS-CHG-DAYNUM(WS-BEST-IDX).
           MOVE WS-DAYS-AFTER TO WS-DAYS-DISPLAY.
           IF WS-CHG-KIND(WS-BEST-IDX) = 'N'
               MOVE "NAME" TO WS-KIND-TEXT
           ELSE
               MOVE "ADDRESS" TO WS-KIND-TEXT
           END-IF.
           MOVE 'R' TO WS-HIT-RULE.
           MOVE WS-CHG-OPER(WS-BEST-IDX) TO WS-HIT-OPER.
           MOVE SPACES TO WS-HIT-DETAIL.
           STRING "REFUND " FUNCTION TRIM(WS-DAYS-DISPLAY)
               " DAYS AFTER " FUNCTION TRIM(WS-KIND-TEXT)
               " CHANGE " WS-CHG-DATE(WS-BEST-IDX)
               DELIMITED BY SIZE INTO WS-HIT-DETAIL.
           PERFORM 0600-RAISE-ALERT.

      *----------------------------------------------------------*
      *    0450-SCAN-APPROVED-REFUNDS - A CREDIT-BALANCE REFUND     *
      *    APPROVED BUT NOT YET ISSUED COUNTS AS PAID OUT ON THE     *
      *    DAY IT WAS APPROVED, SO A HIT STOPS THE CHEQUE            *
      *----------------------------------------------------------*
       0450-SCAN-APPROVED-REFUNDS.
           OPEN INPUT REGISTER-FILE.
           IF NOT REGISTER-FILE-OK
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y'
               READ REGISTER-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF RFD-IS-APPROVED
                           MOVE RFD-DECIDED TO WS-WORK-DATE
                           MOVE RFD-CUST-ID TO WS-EVENT-CUST
                           PERFORM 0410-CHECK-ONE-REFUND
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE REGISTER-FILE.

      *----------------------------------------------------------*
      *    0500-CHECK-WRITE-OFFS - A WRITE-OFF WHOSE OPERATOR MADE  *
      *    A CHANGE TO THE SAME ACCOUNT ON OR BEFORE IT, WITHIN THE  *
      *    WINDOW                                                    *
      *----------------------------------------------------------*
       0500-CHECK-WRITE-OFFS.
           PERFORM VARYING WS-WO-IDX FROM 1 BY 1
                   UNTIL WS-WO-IDX > WS-WO-COUNT
               PERFORM 0510-CHECK-ONE-WRITE-OFF
           END-PERFORM.

      *----------------------------------------------------------*
      *    0510-CHECK-ONE-WRITE-OFF - THE OPERATOR'S LATEST CHANGE  *
      *    TO THE ACCOUNT BEFORE THE WRITE-OFF                       *
      *----------------------------------------------------------*
       0510-CHECK-ONE-WRITE-OFF.
           MOVE WS-WO-CUST(WS-WO-IDX) TO WS-EVENT-CUST.
           MOVE WS-WO-DATE(WS-WO-IDX) TO WS-EVENT-DATE.
           MOVE WS-WO-DAYNUM(WS-WO-IDX) TO WS-EVENT-DAYNUM.
           MOVE 0 TO WS-BEST-IDX.
           PERFORM VARYING WS-CHG-IDX FROM 1 BY 1
                   UNTIL WS-CHG-IDX > WS-CHG-COUNT
               IF WS-CHG-CUST(WS-CHG-IDX) = WS-EVENT-CUST
                       AND WS-CHG-OPER(WS-CHG-IDX)
                           = WS-WO-OPER(WS-WO-IDX)
                       AND WS-CHG-DAYNUM(WS-CHG-IDX) <= WS-EVENT-DAYNUM
                       AND WS-EVENT-DAYNUM - WS-CHG-DAYNUM(WS-CHG-IDX)
                           <= WS-AFTER-DAYS
                   IF WS-BEST-IDX = 0
                       MOVE WS-CHG-IDX TO WS-BEST-IDX
                   ELSE
                       IF WS-CHG-DAYNUM(WS-CHG-IDX)
                               > WS-CHG-DAYNUM(WS-BEST-IDX)
                           MOVE WS-CHG-IDX TO WS-BEST-IDX
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-BEST-IDX = 0
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WS-WO-HITS.
           EVALUATE WS-CHG-KIND(WS-BEST-IDX)
               WHEN 'A'
                   MOVE "ADDRESS" TO WS-KIND-TEXT
               WHEN 'N'
                   MOVE "NAME" TO WS-KIND-TEXT
               WHEN OTHER
                   MOVE "STATUS" TO WS-KIND-TEXT
           END-EVALUATE.
           MOVE 'W' TO WS-HIT-RULE.
           MOVE WS-WO-OPER(WS-WO-IDX) TO WS-HIT-OPER.
           MOVE SPACES TO WS-HIT-DETAIL.
           STRING "WRITE-OFF BY " FUNCTION TRIM(WS-HIT-OPER)
               " AFTER OWN " FUNCTION TRIM(WS-KIND-TEXT)
               " CHANGE " WS-CHG-DATE(WS-BEST-IDX)
               DELIMITED BY SIZE INTO WS-HIT-DETAIL.
           PERFORM 0600-RAISE-ALERT.

      *----------------------------------------------------------*
      *    0600-RAISE-ALERT - A HIT NOT YET ON THE QUEUE GOES ON    *
      *    OPEN, WITH AN AUDIT ROW.  ONE ALREADY THERE KEEPS         *
      *    WHATEVER THE REVIEWER DECIDED - A CLEARED HIT IS NOT      *
      *    RAISED AGAIN FOR THE SAME EVENT.                          *
      *----------------------------------------------------------*
       0600-RAISE-ALERT.
           MOVE WS-EVENT-CUST TO FRQ-CUST-ID.
           MOVE WS-HIT-RULE TO FRQ-RULE.
           MOVE WS-EVENT-DATE TO FRQ-EVENT-DATE.
           READ QUEUE-FILE
               INVALID KEY
                   MOVE WS-RUN-DATE TO FRQ-RAISED
                   MOVE WS-HIT-DETAIL TO FRQ-DETAIL
                   MOVE WS-HIT-OPER TO FRQ-CHANGE-OPERATOR
                   MOVE 'O' TO FRQ-STATUS
                   MOVE SPACES TO FRQ-DECIDED
                   MOVE SPACES TO FRQ-OPERATOR
                   MOVE SPACES TO FRQ-NOTE
                   WRITE FRQ-RECORD
                       INVALID KEY
                           EXIT PARAGRAPH
                   END-WRITE
                   ADD 1 TO WS-RAISED-COUNT
                   MOVE "QUEUED - NEW" TO WS-ACTION
                   PERFORM 0950-WRITE-AUDIT
               NOT INVALID KEY
                   ADD 1 TO WS-ON-QUEUE-COUNT
                   MOVE SPACES TO WS-ACTION
                   EVALUATE TRUE
                       WHEN FRQ-IS-OPEN
                           MOVE "STILL OPEN" TO WS-ACTION
                       WHEN FRQ-IS-CONFIRMED
                           STRING "CONFIRMED " FRQ-DECIDED
                               DELIMITED BY SIZE INTO WS-ACTION
                       WHEN OTHER
                           STRING "CLEARED " FRQ-DECIDED
                               DELIMITED BY SIZE INTO WS-ACTION
                   END-EVALUATE
           END-READ.

           MOVE SPACES TO REPORT-REC.
           STRING WS-EVENT-CUST " " WS-HIT-RULE "    " WS-EVENT-DATE
               " " WS-HIT-DETAIL " " WS-ACTION
               DELIMITED BY SIZE INTO REPORT-REC.
           WRITE REPORT-REC.

      *----------------------------------------------------------*
      *    0800-WRITE-TOTALS - THE RUN'S COUNTS                     *
      *----------------------------------------------------------*
       0800-WRITE-TOTALS.
           MOVE SPACES TO REPORT-REC.
           WRITE REPORT-REC.
           MOVE SPACES TO REPORT-REC.
           STRING "AUDIT ROWS READ=" WS-AUDIT-READ
               " CHANGES=" WS-CHG-COUNT
               " WRITE-OFFS=" WS-WO-COUNT
               " REFUNDS=" WS-REFUNDS-SEEN
               DELIMITED BY SIZE INTO REPORT-REC.
           WRITE REPORT-REC.
           MOVE SPACES TO REPORT-REC.
           STRING "HITS VELOCITY=" WS-VEL-HITS
               " REFUND=" WS-REFUND-HITS
               " WRITE-OFF=" WS-WO-HITS
               " NEW=" WS-RAISED-COUNT
               " ALREADY QUEUED=" WS-ON-QUEUE-COUNT
               DELIMITED BY SIZE INTO REPORT-REC.
           WRITE REPORT-REC.
           IF WS-CHG-OVERFLOW > 0
               MOVE SPACES TO REPORT-REC
               STRING "  ** " WS-CHG-OVERFLOW " CHANGE(S) OVER THE "
                   "TABLE LIMIT WERE NOT EXAMINED **"
                   DELIMITED BY SIZE INTO REPORT-REC
               WRITE REPORT-REC
           END-IF.

      *----------------------------------------------------------*
      *    0950-WRITE-AUDIT - ONE AUDIT ROW PER ALERT QUEUED        *
      *----------------------------------------------------------*
       0950-WRITE-AUDIT.
           MOVE "FRAUDCHK" TO AUDIT-PROGRAM.
           MOVE SPACES TO AUDIT-KEY.
           STRING FRQ-CUST-ID "-" FRQ-RULE "-" FRQ-EVENT-DATE
               DELIMITED BY SIZE INTO AUDIT-KEY.
           MOVE "FRAUD-HIT" TO AUDIT-ACTION.
           MOVE WS-RUN-ID TO AUDIT-RUN-ID.
           MOVE SPACES TO AUDIT-OPERATOR.
           MOVE FUNCTION CURRENT-DATE TO AUDIT-TIMESTAMP.
           MOVE SPACES TO AUDIT-COMPANY.
           IF CUST-A-OK OR WS-CUST-A-STATUS = '10'
                   OR WS-CUST-A-STATUS = '23'
               MOVE FRQ-CUST-ID TO A-ID
               READ CUST-A
                   NOT INVALID KEY
                       MOVE A-COMPANY TO AUDIT-COMPANY
               END-READ
           END-IF.
           WRITE AUDIT-RECORD.
