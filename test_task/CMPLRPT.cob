       IDENTIFICATION DIVISION.
       PROGRAM-ID. CMPLRPT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *----------------------------------------------------------*
      *    CMPL-FILE - THE COMPLAINT CASE MASTER CONSOLE OPENS AND  *
      *    WORKS (CMPLREC).  READ ONLY HERE.                         *
      *----------------------------------------------------------*
           SELECT CMPL-FILE ASSIGN TO './cust-complaints.txt'
               ORGANIZATION IS INDEXED
               RECORD KEY IS CMP-CASE-NO
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS WS-CMPL-STATUS.

      *----------------------------------------------------------*
      *    CODES-FILE - THE COMPLAINT CATEGORIES ('C') AND ROOT-    *
      *    CAUSE CODES ('R').  EVERY CATEGORY ON IT APPEARS ON THE   *
      *    QUARTERLY SUMMARY EVEN WITH NOTHING AGAINST IT, SO THE    *
      *    REGULATOR SEES THE WHOLE LIST EVERY QUARTER.              *
      *----------------------------------------------------------*
           SELECT CODES-FILE ASSIGN TO './complaint_codes.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CODES-STATUS.

      *----------------------------------------------------------*
      *    CALENDAR-FILE - THE HOLIDAY LIST, SO THE WARNING WINDOW  *
      *    IS COUNTED IN BUSINESS DAYS AS THE DEADLINES WERE SET.    *
      *----------------------------------------------------------*
           SELECT CALENDAR-FILE ASSIGN TO './business_calendar.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CALENDAR-STATUS.

      *----------------------------------------------------------*
      *    PARM-FILE - AN OPTIONAL QUARTER (YYYYQN) TO SUMMARISE.   *
      *    MISSING OR NOT IN THAT FORM: THE LAST COMPLETED QUARTER.  *
      *----------------------------------------------------------*
           SELECT PARM-FILE ASSIGN TO './cmplrpt_param.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT DEADLINE-REPORT
               ASSIGN TO './result/complaint-deadlines.txt'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SUMMARY-REPORT ASSIGN TO WS-SUMMARY-NAME
               ORGANIZATION IS LINE SEQUENTIAL.

      *----------------------------------------------------------*
      *    DEADLINE-WORK ORDERS THE CASES TO BE CHASED BY DUE DATE, *
      *    SO THE LONGEST OVERDUE HEADS THE LIST                     *
      *----------------------------------------------------------*
           SELECT DEADLINE-WORK ASSIGN TO DEADLINE-WORK.

       DATA DIVISION.
       FILE SECTION.

       FD CMPL-FILE.
           COPY "cmplrec".

       FD CODES-FILE.
       01 CODES-REC.
           05 CODE-TYPE PIC X(1).
           05 CODE-VALUE PIC X(8).
           05 CODE-DESC PIC X(30).

       FD CALENDAR-FILE.
       01 CALENDAR-REC.
           05 CAL-DATE PIC X(8).
           05 CAL-TYPE PIC X(1).

       FD PARM-FILE.
       01 PARM-REC.
           05 PARM-QUARTER PIC X(6).

       FD DEADLINE-REPORT.
       01 DEADLINE-REC PIC X(100).

       FD SUMMARY-REPORT.
       01 SUMMARY-REC PIC X(100).

       SD DEADLINE-WORK.
       01 DW-REC.
           05 DW-DUE-DATE PIC 9(8).
           05 DW-CASE-NO PIC 9(7).
           05 DW-CUST-ID PIC X(5).
           05 DW-CATEGORY PIC X(8).
           05 DW-OWNER PIC X(8).
           05 DW-RECEIVED-DATE PIC 9(8).

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------*
      *    DAILY COMPLAINT DEADLINE RUN - EVERY OPEN CASE PAST ITS  *
      *    FINAL-RESPONSE DEADLINE OR DUE WITHIN THE NEXT FIVE       *
      *    BUSINESS DAYS, LONGEST OVERDUE FIRST, WITH ITS OWNER; AND *
      *    THE QUARTERLY SUMMARY BY CATEGORY THE REGULATOR ASKS FOR  *
      *    (RECEIVED, CLOSED IN AND OUT OF TIME, STILL OPEN AND PAST *
      *    DEADLINE AT QUARTER END, ROOT CAUSES OF THE CLOSURES).    *
      *    THE SUMMARY IS REWRITTEN ON EVERY RUN FOR THE LAST        *
      *    COMPLETED QUARTER.  RC 4 WHEN ANY CASE IS PAST DEADLINE.  *
      *----------------------------------------------------------*
       01 WS-CMPL-STATUS PIC XX.
           88 CMPL-FILE-OK VALUE '00'.
       01 WS-CODES-STATUS PIC XX.
           88 CODES-FILE-OK VALUE '00'.
       01 WS-CALENDAR-STATUS PIC XX.
           88 CALENDAR-FILE-OK VALUE '00'.
       01 WS-PARM-STATUS PIC XX.
           88 PARM-FILE-OK VALUE '00'.
       01 WS-SUMMARY-NAME PIC X(60).

       01 WS-EOF PIC X.
       01 WS-SORT-EOF PIC X VALUE 'N'.
       01 WS-TODAY PIC 9(8).
       01 WS-TODAY-PARTS REDEFINES WS-TODAY.
           05 WS-TODAY-YYYY PIC 9(4).
           05 WS-TODAY-MM PIC 9(2).
           05 WS-TODAY-DD PIC 9(2).
       01 WS-WARN-DAYS PIC 9(2) VALUE 5.
       01 WS-WARN-DATE PIC 9(8).
       01 WS-BIZ-COUNTED PIC 9(2).
       01 WS-DAY-NO PIC 9(8).

      *----------------------------------------------------------*
      *    BUSINESS-DAY CALENDAR STATE - THE SAME RULE SCHEDULER    *
      *    APPLIES                                                   *
      *----------------------------------------------------------*
       01 WS-CALENDAR-EOF PIC X.
       01 WS-HOLIDAY-TABLE.
           05 WS-HOLIDAY-DATE OCCURS 100 TIMES PIC X(8).
       01 WS-HOLIDAY-COUNT PIC 9(3) VALUE 0.
       01 WS-HOLIDAY-IDX PIC 9(3).
       01 WS-JUDGE-DATE PIC 9(8).
       01 WS-JUDGE-DAYS PIC 9(8).
       01 WS-JUDGE-DOW PIC 9(1).
       01 WS-BIZ-VERDICT PIC X.
           88 DATE-IS-BUSINESS-DAY VALUE 'Y'.

      *----------------------------------------------------------*
      *    DEADLINE LIST COUNTS                                      *
      *----------------------------------------------------------*
       01 WS-OPEN-COUNT PIC 9(6) VALUE 0.
       01 WS-OVERDUE-COUNT PIC 9(6) VALUE 0.
       01 WS-DUE-SOON-COUNT PIC 9(6) VALUE 0.
       01 WS-DAYS-OVER PIC 9(4).
       01 WS-DUE-FLAG PIC X(9).

      *----------------------------------------------------------*
      *    QUARTER BEING SUMMARISED, AND ITS FIRST AND LAST DAYS    *
      *----------------------------------------------------------*
       01 WS-QUARTER PIC X(6).
       01 WS-QTR-YEAR PIC 9(4).
       01 WS-QTR-NO PIC 9(1).
       01 WS-QTR-START PIC 9(8).
       01 WS-QTR-START-PARTS REDEFINES WS-QTR-START.
           05 WS-QTR-START-YYYY PIC 9(4).
           05 WS-QTR-START-MM PIC 9(2).
           05 WS-QTR-START-DD PIC 9(2).
       01 WS-QTR-NEXT PIC 9(8).
       01 WS-QTR-NEXT-PARTS REDEFINES WS-QTR-NEXT.
           05 WS-QTR-NEXT-YYYY PIC 9(4).
           05 WS-QTR-NEXT-MM PIC 9(2).
           05 WS-QTR-NEXT-DD PIC 9(2).
       01 WS-QTR-END PIC 9(8).

      *----------------------------------------------------------*
      *    PER-CATEGORY AND PER-ROOT-CAUSE TALLIES FOR THE QUARTER  *
      *----------------------------------------------------------*
       01 WS-CAT-TABLE.
           05 WS-CAT-ENTRY OCCURS 50 TIMES.
               10 WS-CAT-CODE PIC X(8).
               10 WS-CAT-RECEIVED PIC 9(6).
               10 WS-CAT-CLOSED PIC 9(6).
               10 WS-CAT-IN-TIME PIC 9(6).
               10 WS-CAT-LATE PIC 9(6).
               10 WS-CAT-OPEN-END PIC 9(6).
               10 WS-CAT-PAST-END PIC 9(6).
       01 WS-CAT-COUNT PIC 9(2) VALUE 0.
       01 WS-CAT-IDX PIC 9(2).
       01 WS-CAT-FOUND PIC 9(2).
       01 WS-RC-TABLE.
           05 WS-RC-ENTRY OCCURS 50 TIMES.
               10 WS-RC-CODE PIC X(8).
               10 WS-RC-CLOSED PIC 9(6).
       01 WS-RC-COUNT PIC 9(2) VALUE 0.
       01 WS-RC-IDX PIC 9(2).
       01 WS-RC-FOUND PIC 9(2).
       01 WS-LOOK-CODE PIC X(8).

       01 WS-TOT-RECEIVED PIC 9(6) VALUE 0.
       01 WS-TOT-CLOSED PIC 9(6) VALUE 0.
       01 WS-TOT-IN-TIME PIC 9(6) VALUE 0.
       01 WS-TOT-LATE PIC 9(6) VALUE 0.
       01 WS-TOT-OPEN-END PIC 9(6) VALUE 0.
       01 WS-TOT-PAST-END PIC 9(6) VALUE 0.

       01 WS-ED-1 PIC Z(11)9.
       01 WS-ED-2 PIC Z(11)9.
       01 WS-ED-3 PIC Z(11)9.
       01 WS-ED-4 PIC Z(11)9.
       01 WS-ED-5 PIC Z(11)9.
       01 WS-ED-6 PIC Z(11)9.

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
           PERFORM 0030-LOAD-CALENDAR.
           PERFORM 0050-SET-WARNING-DATE.
           PERFORM 0100-RESOLVE-QUARTER.
           PERFORM 0150-LOAD-CODES.

           OPEN OUTPUT DEADLINE-REPORT.
           MOVE SPACES TO DEADLINE-REC.
           STRING "COMPLAINT FINAL-RESPONSE DEADLINES AS OF " WS-TODAY
               " - WARNING WINDOW " WS-WARN-DAYS
               " BUSINESS DAYS TO " WS-WARN-DATE
               DELIMITED BY SIZE INTO DEADLINE-REC.
           WRITE DEADLINE-REC.

           SORT DEADLINE-WORK
               ON ASCENDING KEY DW-DUE-DATE DW-CASE-NO
               INPUT PROCEDURE IS 0200-FEED-CASES
               OUTPUT PROCEDURE IS 0400-WRITE-DEADLINES.

           MOVE SPACES TO DEADLINE-REC.
           STRING "OPEN CASES=" WS-OPEN-COUNT
               " PAST DEADLINE=" WS-OVERDUE-COUNT
               " DUE WITHIN WINDOW=" WS-DUE-SOON-COUNT
               DELIMITED BY SIZE INTO DEADLINE-REC.
           WRITE DEADLINE-REC.
           CLOSE DEADLINE-REPORT.

           PERFORM 0500-WRITE-SUMMARY.

           DISPLAY "CMPLRPT open cases: " WS-OPEN-COUNT.
           DISPLAY "CMPLRPT past deadline: " WS-OVERDUE-COUNT.
           DISPLAY "CMPLRPT due within window: " WS-DUE-SOON-COUNT.
           DISPLAY "CMPLRPT quarter summarised: " WS-QUARTER.

           IF WS-OVERDUE-COUNT > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
           GOBACK.

      *----------------------------------------------------------*
      *    0030-LOAD-CALENDAR - THE HOLIDAY LIST; NO FILE MEANS     *
      *    EVERY WEEKDAY IS A BUSINESS DAY                           *
      *----------------------------------------------------------*
       0030-LOAD-CALENDAR.
           MOVE 'N' TO WS-CALENDAR-EOF.
           OPEN INPUT CALENDAR-FILE.
           IF CALENDAR-FILE-OK
               PERFORM UNTIL WS-CALENDAR-EOF = 'Y'
                   READ CALENDAR-FILE
                       AT END
                           MOVE 'Y' TO WS-CALENDAR-EOF
                       NOT AT END
                           IF CAL-TYPE = 'H'
                                   AND WS-HOLIDAY-COUNT < 100
                               ADD 1 TO WS-HOLIDAY-COUNT
                               MOVE CAL-DATE TO
                                   WS-HOLIDAY-DATE(WS-HOLIDAY-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CALENDAR-FILE
           END-IF.

      *----------------------------------------------------------*
      *    0038-JUDGE-ONE-DATE - A BUSINESS DAY IS A WEEKDAY THAT   *
      *    IS NOT ON THE HOLIDAY LIST (DAY NUMBER 1601-01-01 WAS A   *
      *    MONDAY, SO MOD 7 OF 6 IS SATURDAY AND 0 IS SUNDAY)        *
      *----------------------------------------------------------*
       0038-JUDGE-ONE-DATE.
           MOVE 'N' TO WS-BIZ-VERDICT.
           MOVE FUNCTION INTEGER-OF-DATE(WS-JUDGE-DATE)
               TO WS-JUDGE-DAYS.
           IF WS-JUDGE-DAYS = 0
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-JUDGE-DOW = FUNCTION MOD(WS-JUDGE-DAYS, 7).
           IF WS-JUDGE-DOW = 6 OR WS-JUDGE-DOW = 0
               EXIT PARAGRAPH
           END-IF.
           SET DATE-IS-BUSINESS-DAY TO TRUE.
           PERFORM VARYING WS-HOLIDAY-IDX FROM 1 BY 1
                   UNTIL WS-HOLIDAY-IDX > WS-HOLIDAY-COUNT
               IF WS-HOLIDAY-DATE(WS-HOLIDAY-IDX)
                       = WS-JUDGE-DATE
                   MOVE 'N' TO WS-BIZ-VERDICT
               END-IF
           END-PERFORM.

      *----------------------------------------------------------*
      *    0050-SET-WARNING-DATE - THE FIFTH BUSINESS DAY AFTER     *
      *    TODAY; AN OPEN CASE DUE ON OR BEFORE IT IS LISTED         *
      *----------------------------------------------------------*
       0050-SET-WARNING-DATE.
           MOVE FUNCTION INTEGER-OF-DATE(WS-TODAY) TO WS-DAY-NO.
           MOVE 0 TO WS-BIZ-COUNTED.
           PERFORM UNTIL WS-BIZ-COUNTED >= WS-WARN-DAYS
               ADD 1 TO WS-DAY-NO
               MOVE FUNCTION DATE-OF-INTEGER(WS-DAY-NO)
                   TO WS-JUDGE-DATE
               PERFORM 0038-JUDGE-ONE-DATE
               IF DATE-IS-BUSINESS-DAY
                   ADD 1 TO WS-BIZ-COUNTED
               END-IF
           END-PERFORM.
           MOVE WS-JUDGE-DATE TO WS-WARN-DATE.

      *----------------------------------------------------------*
      *    0100-RESOLVE-QUARTER - THE QUARTER ON THE PARAMETER      *
      *    FILE, ELSE THE LAST ONE TO HAVE ENDED BEFORE TODAY, AND   *
      *    ITS FIRST AND LAST DAYS                                   *
      *----------------------------------------------------------*
       0100-RESOLVE-QUARTER.
           MOVE WS-TODAY-YYYY TO WS-QTR-YEAR.
           COMPUTE WS-QTR-NO = (WS-TODAY-MM - 1) / 3.
           IF WS-QTR-NO = 0
               SUBTRACT 1 FROM WS-QTR-YEAR
               MOVE 4 TO WS-QTR-NO
           END-IF.

           OPEN INPUT PARM-FILE.
           IF PARM-FILE-OK
               READ PARM-FILE
                   NOT AT END
                       IF PARM-QUARTER(1:4) NUMERIC
                               AND PARM-QUARTER(5:1) = 'Q'
                               AND PARM-QUARTER(6:1) >= '1'
                               AND PARM-QUARTER(6:1) <= '4'
                           MOVE PARM-QUARTER(1:4) TO WS-QTR-YEAR
                           MOVE PARM-QUARTER(6:1) TO WS-QTR-NO
                       END-IF
               END-READ
               CLOSE PARM-FILE
           END-IF.

           MOVE SPACES TO WS-QUARTER.
           STRING WS-QTR-YEAR "Q" WS-QTR-NO
               DELIMITED BY SIZE INTO WS-QUARTER.
           MOVE WS-QTR-YEAR TO WS-QTR-START-YYYY.
           COMPUTE WS-QTR-START-MM = WS-QTR-NO * 3 - 2.
           MOVE 1 TO WS-QTR-START-DD.
           IF WS-QTR-NO = 4
               COMPUTE WS-QTR-NEXT-YYYY = WS-QTR-YEAR + 1
               MOVE 1 TO WS-QTR-NEXT-MM
           ELSE
               MOVE WS-QTR-YEAR TO WS-QTR-NEXT-YYYY
               COMPUTE WS-QTR-NEXT-MM = WS-QTR-START-MM + 3
           END-IF.
           MOVE 1 TO WS-QTR-NEXT-DD.
           COMPUTE WS-DAY-NO =
               FUNCTION INTEGER-OF-DATE(WS-QTR-NEXT) - 1.
           MOVE FUNCTION DATE-OF-INTEGER(WS-DAY-NO) TO WS-QTR-END.

      *----------------------------------------------------------*
      *    0150-LOAD-CODES - SEED THE SUMMARY TABLES WITH EVERY     *
      *    CATEGORY AND ROOT CAUSE ON FILE, IN FILE ORDER            *
      *----------------------------------------------------------*
       0150-LOAD-CODES.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT CODES-FILE.
           IF NOT CODES-FILE-OK
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-EOF = 'Y'
               READ CODES-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       MOVE CODE-VALUE TO WS-LOOK-CODE
                       IF CODE-TYPE = 'C'
                           PERFORM 0310-FIND-CATEGORY
                       END-IF
                       IF CODE-TYPE = 'R'
                           PERFORM 0320-FIND-ROOT-CAUSE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CODES-FILE.

      *----------------------------------------------------------*
      *    0200-FEED-CASES - EVERY CASE IS COUNTED FOR THE QUARTER; *
      *    AN OPEN CASE DUE BY THE WARNING DATE IS RELEASED FOR THE  *
      *    DEADLINE LIST                                             *
      *----------------------------------------------------------*
       0200-FEED-CASES.
           OPEN INPUT CMPL-FILE.
           IF NOT CMPL-FILE-OK
               DISPLAY "CMPLRPT - no complaint cases on file"
               EXIT PARAGRAPH
           END-IF.

           MOVE 'N' TO WS-EOF.
           MOVE 0 TO CMP-CASE-NO.
           START CMPL-FILE KEY >= CMP-CASE-NO
               INVALID KEY
                   MOVE 'Y' TO WS-EOF
           END-START.
           PERFORM UNTIL WS-EOF = 'Y'
               READ CMPL-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM 0300-COUNT-FOR-QUARTER
                       IF CMP-IS-OPEN
                           ADD 1 TO WS-OPEN-COUNT
                           IF CMP-DUE-DATE <= WS-WARN-DATE
                               MOVE CMP-DUE-DATE TO DW-DUE-DATE
                               MOVE CMP-CASE-NO TO DW-CASE-NO
                               MOVE CMP-CUST-ID TO DW-CUST-ID
                               MOVE CMP-CATEGORY TO DW-CATEGORY
                               MOVE CMP-OWNER TO DW-OWNER
                               MOVE CMP-RECEIVED-DATE
                                   TO DW-RECEIVED-DATE
                               RELEASE DW-REC
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CMPL-FILE.

      *----------------------------------------------------------*
      *    0300-COUNT-FOR-QUARTER - RECEIVED IN THE QUARTER; CLOSED *
      *    IN IT, IN TIME OR LATE (AND BY ROOT CAUSE); STILL OPEN AT *
      *    ITS LAST DAY, AND OF THOSE THE ONES ALREADY PAST DEADLINE *
      *----------------------------------------------------------*
       0300-COUNT-FOR-QUARTER.
           IF CMP-RECEIVED-DATE > WS-QTR-END
               EXIT PARAGRAPH
           END-IF.
           MOVE CMP-CATEGORY TO WS-LOOK-CODE.
           PERFORM 0310-FIND-CATEGORY.
           IF WS-CAT-FOUND = 0
               EXIT PARAGRAPH
           END-IF.

           IF CMP-RECEIVED-DATE >= WS-QTR-START
               ADD 1 TO WS-CAT-RECEIVED(WS-CAT-FOUND)
               ADD 1 TO WS-TOT-RECEIVED
           END-IF.

           IF CMP-IS-CLOSED
                   AND CMP-CLOSED-DATE >= WS-QTR-START
                   AND CMP-CLOSED-DATE <= WS-QTR-END
               ADD 1 TO WS-CAT-CLOSED(WS-CAT-FOUND)
               ADD 1 TO WS-TOT-CLOSED
               IF CMP-CLOSED-DATE <= CMP-DUE-DATE
                   ADD 1 TO WS-CAT-IN-TIME(WS-CAT-FOUND)
                   ADD 1 TO WS-TOT-IN-TIME
               ELSE
                   ADD 1 TO WS-CAT-LATE(WS-CAT-FOUND)
                   ADD 1 TO WS-TOT-LATE
               END-IF
               MOVE CMP-ROOT-CAUSE TO WS-LOOK-CODE
               PERFORM 0320-FIND-ROOT-CAUSE
               IF WS-RC-FOUND > 0
                   ADD 1 TO WS-RC-CLOSED(WS-RC-FOUND)
               END-IF
           END-IF.

           IF CMP-IS-OPEN OR CMP-CLOSED-DATE > WS-QTR-END
               ADD 1 TO WS-CAT-OPEN-END(WS-CAT-FOUND)
               ADD 1 TO WS-TOT-OPEN-END
               IF CMP-DUE-DATE < WS-QTR-END
                   ADD 1 TO WS-CAT-PAST-END(WS-CAT-FOUND)
                   ADD 1 TO WS-TOT-PAST-END
               END-IF
           END-IF.

      *----------------------------------------------------------*
      *    0310-FIND-CATEGORY - WS-LOOK-CODE'S SLOT IN THE CATEGORY *
      *    TABLE, ADDED IF NEW; 0 ONLY WHEN THE TABLE IS FULL        *
      *----------------------------------------------------------*
       0310-FIND-CATEGORY.
           MOVE 0 TO WS-CAT-FOUND.
           PERFORM VARYING WS-CAT-IDX FROM 1 BY 1
                   UNTIL WS-CAT-IDX > WS-CAT-COUNT
                   OR WS-CAT-FOUND > 0
               IF WS-CAT-CODE(WS-CAT-IDX) = WS-LOOK-CODE
                   MOVE WS-CAT-IDX TO WS-CAT-FOUND
               END-IF
           END-PERFORM.
           IF WS-CAT-FOUND = 0 AND WS-CAT-COUNT < 50
               ADD 1 TO WS-CAT-COUNT
               MOVE WS-CAT-COUNT TO WS-CAT-FOUND
               MOVE WS-LOOK-CODE TO WS-CAT-CODE(WS-CAT-FOUND)
               MOVE 0 TO WS-CAT-RECEIVED(WS-CAT-FOUND)
               MOVE 0 TO WS-CAT-CLOSED(WS-CAT-FOUND)
               MOVE 0 TO WS-CAT-IN-TIME(WS-CAT-FOUND)
               MOVE 0 TO WS-CAT-LATE(WS-CAT-FOUND)
               MOVE 0 TO WS-CAT-OPEN-END(WS-CAT-FOUND)
               MOVE 0 TO WS-CAT-PAST-END(WS-CAT-FOUND)
           END-IF.

      *----------------------------------------------------------*
      *    0320-FIND-ROOT-CAUSE - THE SAME FOR THE ROOT CAUSES      *
      *----------------------------------------------------------*
       0320-FIND-ROOT-CAUSE.
           MOVE 0 TO WS-RC-FOUND.
           PERFORM VARYING WS-RC-IDX FROM 1 BY 1
                   UNTIL WS-RC-IDX > WS-RC-COUNT
                   OR WS-RC-FOUND > 0
               IF WS-RC-CODE(WS-RC-IDX) = WS-LOOK-CODE
                   MOVE WS-RC-IDX TO WS-RC-FOUND
               END-IF
           END-PERFORM.
           IF WS-RC-FOUND = 0 AND WS-RC-COUNT < 50
               ADD 1 TO WS-RC-COUNT
               MOVE WS-RC-COUNT TO WS-RC-FOUND
               MOVE WS-LOOK-CODE TO WS-RC-CODE(WS-RC-FOUND)
               MOVE 0 TO WS-RC-CLOSED(WS-RC-FOUND)
           END-IF.

      *----------------------------------------------------------*
      *    0400-WRITE-DEADLINES - ONE LINE PER CASE IN DUE-DATE     *
      *    ORDER                                                     *
      *----------------------------------------------------------*
       0400-WRITE-DEADLINES.
           PERFORM UNTIL WS-SORT-EOF = 'Y'
               RETURN DEADLINE-WORK
                   AT END
                       MOVE 'Y' TO WS-SORT-EOF
                   NOT AT END
                       PERFORM 0450-WRITE-ONE-DEADLINE
               END-RETURN
           END-PERFORM.

      *----------------------------------------------------------*
      *    0450-WRITE-ONE-DEADLINE - PAST DUE (WITH THE DAYS OVER), *
      *    DUE TODAY, OR DUE SOON                                    *
      *----------------------------------------------------------*
       0450-WRITE-ONE-DEADLINE.
           MOVE 0 TO WS-DAYS-OVER.
           EVALUATE TRUE
               WHEN DW-DUE-DATE < WS-TODAY
                   MOVE "PAST DUE" TO WS-DUE-FLAG
                   COMPUTE WS-DAYS-OVER =
                       FUNCTION INTEGER-OF-DATE(WS-TODAY)
                       - FUNCTION INTEGER-OF-DATE(DW-DUE-DATE)
                   ADD 1 TO WS-OVERDUE-COUNT
               WHEN DW-DUE-DATE = WS-TODAY
                   MOVE "DUE TODAY" TO WS-DUE-FLAG
                   ADD 1 TO WS-DUE-SOON-COUNT
               WHEN OTHER
                   MOVE "DUE SOON" TO WS-DUE-FLAG
                   ADD 1 TO WS-DUE-SOON-COUNT
           END-EVALUATE.

           MOVE SPACES TO DEADLINE-REC.
           STRING "  " WS-DUE-FLAG
               " DUE " DW-DUE-DATE
               " CASE " DW-CASE-NO
               " CUSTOMER " DW-CUST-ID
               " " DW-CATEGORY
               " OWNER " DW-OWNER
               " RECEIVED " DW-RECEIVED-DATE
               " DAYS OVER " WS-DAYS-OVER
               DELIMITED BY SIZE INTO DEADLINE-REC.
           WRITE DEADLINE-REC.

      *----------------------------------------------------------*
      *    0500-WRITE-SUMMARY - THE QUARTER'S FIGURES BY CATEGORY,  *
      *    THE TOTALS, THEN THE ROOT CAUSES OF THE CLOSURES          *
      *----------------------------------------------------------*
       0500-WRITE-SUMMARY.
           MOVE SPACES TO WS-SUMMARY-NAME.
           STRING "./result/complaint-summary-" WS-QUARTER ".txt"
               DELIMITED BY SIZE INTO WS-SUMMARY-NAME.
           OPEN OUTPUT SUMMARY-REPORT.
           MOVE SPACES TO SUMMARY-REC.
           STRING "COMPLAINTS SUMMARY FOR QUARTER " WS-QUARTER
               " (" WS-QTR-START " TO " WS-QTR-END ")"
               " RUN DATE=" WS-TODAY
               DELIMITED BY SIZE INTO SUMMARY-REC.
           WRITE SUMMARY-REC.
           MOVE SPACES TO SUMMARY-REC.
           STRING "CATEGORY" "    RECEIVED" "      CLOSED"
               "     IN TIME" "        LATE" " OPEN AT END"
               " OVERDUE END"
               DELIMITED BY SIZE INTO SUMMARY-REC.
           WRITE SUMMARY-REC.

           PERFORM VARYING WS-CAT-IDX FROM 1 BY 1
                   UNTIL WS-CAT-IDX > WS-CAT-COUNT
               MOVE WS-CAT-RECEIVED(WS-CAT-IDX) TO WS-ED-1
               MOVE WS-CAT-CLOSED(WS-CAT-IDX) TO WS-ED-2
               MOVE WS-CAT-IN-TIME(WS-CAT-IDX) TO WS-ED-3
               MOVE WS-CAT-LATE(WS-CAT-IDX) TO WS-ED-4
               MOVE WS-CAT-OPEN-END(WS-CAT-IDX) TO WS-ED-5
               MOVE WS-CAT-PAST-END(WS-CAT-IDX) TO WS-ED-6
               MOVE SPACES TO SUMMARY-REC
               STRING WS-CAT-CODE(WS-CAT-IDX) WS-ED-1 WS-ED-2
                   WS-ED-3 WS-ED-4 WS-ED-5 WS-ED-6
                   DELIMITED BY SIZE INTO SUMMARY-REC
               WRITE SUMMARY-REC
           END-PERFORM.

           MOVE WS-TOT-RECEIVED TO WS-ED-1.
           MOVE WS-TOT-CLOSED TO WS-ED-2.
           MOVE WS-TOT-IN-TIME TO WS-ED-3.
           MOVE WS-TOT-LATE TO WS-ED-4.
           MOVE WS-TOT-OPEN-END TO WS-ED-5.
           MOVE WS-TOT-PAST-END TO WS-ED-6.
           MOVE SPACES TO SUMMARY-REC.
           STRING "TOTAL   " WS-ED-1 WS-ED-2
               WS-ED-3 WS-ED-4 WS-ED-5 WS-ED-6
               DELIMITED BY SIZE INTO SUMMARY-REC.
           WRITE SUMMARY-REC.

           MOVE SPACES TO SUMMARY-REC.
           STRING "ROOT CAUSES OF CASES CLOSED IN THE QUARTER"
               DELIMITED BY SIZE INTO SUMMARY-REC.
           WRITE SUMMARY-REC.
           PERFORM VARYING WS-RC-IDX FROM 1 BY 1
                   UNTIL WS-RC-IDX > WS-RC-COUNT
               MOVE WS-RC-CLOSED(WS-RC-IDX) TO WS-ED-1
               MOVE SPACES TO SUMMARY-REC
               STRING WS-RC-CODE(WS-RC-IDX) WS-ED-1
                   DELIMITED BY SIZE INTO SUMMARY-REC
               WRITE SUMMARY-REC
           END-PERFORM.
           CLOSE SUMMARY-REPORT.
