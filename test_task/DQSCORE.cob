       IDENTIFICATION DIVISION.
       PROGRAM-ID. DQSCORE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUST-A ASSIGN TO './custA.txt'
               ORGANIZATION IS INDEXED
               RECORD KEY IS A-ID
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS WS-CUST-A-STATUS.

      *----------------------------------------------------------*
      *    CUST-B - THE DATED ADDRESS ROWS; THE ADDRESS CHECKED IS  *
      *    THE MAILING ADDRESS IN FORCE ON THE RUN DATE              *
      *----------------------------------------------------------*
           SELECT CUST-B ASSIGN TO './custB.txt'
               ORGANIZATION IS INDEXED
               RECORD KEY IS B-KEY
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS WS-CUST-B-STATUS.

      *----------------------------------------------------------*
      *    CUST-FEED - THE CUSTOMER FEED, THE ONLY PLACE PHONE,     *
      *    EMAIL AND DATE OF BIRTH ARE HELD.  READ ONLY.             *
      *----------------------------------------------------------*
           SELECT CUST-FEED ASSIGN TO './customer_feed.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FEED-STATUS.

      *----------------------------------------------------------*
      *    STATE-REF-FILE - VALID STATE CODES WITH THEIR 3-DIGIT    *
      *    ZIP RANGES, THE SAME REFERENCE PROGRAM C VALIDATES WITH   *
      *----------------------------------------------------------*
           SELECT STATE-REF-FILE ASSIGN TO './state_codes.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATE-REF-STATUS.

      *----------------------------------------------------------*
      *    HISTORY-FILE - ONE ROW PER RUN, APPENDED, READ FIRST SO  *
      *    THIS RUN CAN BE COMPARED WITH THE ONE BEFORE IT AND BY    *
      *    MONTHEND FOR THE MONTH-ON-MONTH TREND                     *
      *----------------------------------------------------------*
           SELECT HISTORY-FILE ASSIGN TO './result/dq-history.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-STATUS.

           SELECT SCORECARD-FILE
               ASSIGN TO './result/dq-scorecard.txt'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

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

       FD STATE-REF-FILE.
       01 STATE-REF-REC.
           05 REF-STATE PIC X(2).
           05 REF-ZIP-LOW PIC X(3).
           05 REF-ZIP-HIGH PIC X(3).

       FD HISTORY-FILE.
           COPY "dqhistrec".

       FD SCORECARD-FILE.
       01 REPORT-LINE PIC X(132).

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------*
      *    CUSTOMER DATA-QUALITY SCORECARD - EVERY CUSTOMER ON THE  *
      *    MASTER IS PUT THROUGH SEVEN CHECKS (SEE DQHISTREC) USING  *
      *    ITS NAME FROM CUSTA, ITS ADDRESS IN FORCE FROM CUSTB, AND *
      *    ITS CONTACT DETAIL AND DATE OF BIRTH FROM THE LINKED FEED *
      *    ROW.  EACH CUSTOMER GETS A COMPLETENESS SCORE (CHECKS     *
      *    PASSED AS A PERCENTAGE), EACH CHECK GETS A FAILURE RATE,  *
      *    THE WORST RECORDS ARE LISTED FOR CLEAN-UP, AND THE RUN'S  *
      *    FIGURES ARE APPENDED TO THE HISTORY FILE.  A DECEASED     *
      *    CUSTOMER IS NOT CHASED FOR BETTER DATA AND IS NOT SCORED. *
      *    RC 4 WHEN THE AVERAGE SCORE FELL SINCE THE LAST RUN.      *
      *----------------------------------------------------------*
       01 WS-CUST-A-STATUS PIC XX.
           88 CUST-A-OK VALUE '00'.
       01 WS-CUST-B-STATUS PIC XX.
           88 CUST-B-OK VALUE '00'.
       01 WS-FEED-STATUS PIC XX.
           88 FEED-FILE-OK VALUE '00'.
       01 WS-STATE-REF-STATUS PIC XX.
           88 STATE-REF-OK VALUE '00'.
       01 WS-HISTORY-STATUS PIC XX.
           88 HISTORY-FILE-OK VALUE '00'.
       01 WS-EOF PIC X VALUE 'N'.
       01 WS-CUST-DONE PIC X.

       01 WS-RUN-DATE PIC X(8).

      *----------------------------------------------------------*
      *    STATE REFERENCE TABLE - AS PROGRAM C; NO FILE MEANS THE  *
      *    STATE/ZIP CHECK PASSES EVERYBODY                          *
      *----------------------------------------------------------*
       01 WS-STATE-CHECK PIC X VALUE 'N'.
           88 ADDR-CHECK-ARMED VALUE 'Y'.
       01 WS-STATE-TABLE.
           05 WS-STATE-ENTRY OCCURS 60 TIMES.
               10 WS-ST-CODE PIC X(2).
               10 WS-ST-ZIP-LOW PIC X(3).
               10 WS-ST-ZIP-HIGH PIC X(3).
       01 WS-STATE-COUNT PIC 9(2) VALUE 0.
       01 WS-STATE-IDX PIC 9(2).

      *----------------------------------------------------------*
      *    LINKED FEED ROWS, TABLED BY PIPELINE ID SO EACH MASTER   *
      *    CUSTOMER FINDS ITS CONTACT DETAIL WITHOUT A FILE SCAN     *
      *----------------------------------------------------------*
       01 WS-FEED-TABLE.
           05 WS-FEED-ENTRY OCCURS 3000 TIMES.
               10 WS-FT-PIPE-ID PIC X(5).
               10 WS-FT-STREET PIC X(20).
               10 WS-FT-CITY PIC X(15).
               10 WS-FT-STATE PIC X(2).
               10 WS-FT-ZIP PIC X(10).
               10 WS-FT-PHONE PIC X(15).
               10 WS-FT-EMAIL PIC X(30).
               10 WS-FT-DOB PIC X(8).
       01 WS-FEED-COUNT PIC 9(4) VALUE 0.
       01 WS-FEED-IDX PIC 9(4).
       01 WS-FEED-FOUND PIC 9(4).
       01 WS-FEED-ROWS PIC 9(7) VALUE 0.
       01 WS-FEED-UNLINKED PIC 9(7) VALUE 0.

       01 WS-XLINK-DIRECTION PIC X(1) VALUE 'F'.
       01 WS-XLINK-FEED-ID PIC X(4).
       01 WS-PIPE-ID PIC X(5).
       01 WS-XLINK-RESULT PIC X(1).
           88 LINK-FOUND VALUE 'Y'.

      *----------------------------------------------------------*
      *    ONE CUSTOMER'S CHECKS.  WS-FAIL-FLAGS CARRIES ONE BYTE   *
      *    PER CHECK IN DQHISTREC ORDER - THE CHECK'S LETTER WHEN    *
      *    IT FAILED, '.' WHEN IT PASSED - FOR THE WORST-RECORDS     *
      *    LIST.                                                     *
      *----------------------------------------------------------*
       01 WS-CHECK-COUNT PIC 9(1) VALUE 7.
       01 WS-CHECK-IDX PIC 9(1).
       01 WS-CHECK-LETTERS PIC X(7) VALUE "NPEDASX".
       01 WS-FAIL-FLAGS PIC X(7).
       01 WS-PASSED PIC 9(1).
       01 WS-SCORE PIC 9(3)V9.
       01 WS-MAIL-ADDR PIC X(30).
       01 WS-MAILING-DATE PIC 9(8).
       01 WS-ADDR-PARTS.
           05 WS-ADDR-STREET PIC X(15).
           05 WS-ADDR-CITY PIC X(10).
           05 WS-ADDR-STATE PIC X(2).
           05 WS-ADDR-ZIP PIC X(3).
       01 WS-ADDR-VALID PIC X.
           88 ADDRESS-IS-VALID VALUE 'Y'.
       01 WS-PHONE-RESULT PIC X(1).
           88 PHONE-IS-VALID VALUE 'Y'.
       01 WS-EMAIL-RESULT PIC X(1).
           88 EMAIL-IS-VALID VALUE 'Y'.
       01 WS-AGE PIC S9(5).
       01 WS-DOB-RESULT PIC X(1).
           88 DOB-IS-VALID VALUE 'Y'.

      *----------------------------------------------------------*
      *    RUN TOTALS - CUSTOMERS SCORED, SUM OF SCORES, AND        *
      *    FAILURES PER CHECK                                        *
      *----------------------------------------------------------*
       01 WS-SCORED-COUNT PIC 9(7) VALUE 0.
       01 WS-DECEASED-COUNT PIC 9(7) VALUE 0.
       01 WS-PERFECT-COUNT PIC 9(7) VALUE 0.
       01 WS-SCORE-TOTAL PIC 9(9)V9 VALUE 0.
       01 WS-FAIL-TABLE.
           05 WS-FAIL-COUNT OCCURS 7 TIMES PIC 9(7) VALUE 0.
       01 WS-AVG-SCORE PIC 9(3)V9 VALUE 0.
       01 WS-FAIL-RATE PIC 9(3)V9.
       01 WS-RATE-TABLE.
           05 WS-RUN-RATE OCCURS 7 TIMES PIC 9(3)V9 VALUE 0.

      *----------------------------------------------------------*
      *    THE WORST RECORDS, KEPT IN ASCENDING SCORE ORDER AS THE  *
      *    MASTER IS READ; A NEW RECORD ONLY DISPLACES THE BEST OF   *
      *    THE LIST WHEN IT SCORES STRICTLY LOWER                    *
      *----------------------------------------------------------*
       01 WS-WORST-MAX PIC 9(2) VALUE 25.
       01 WS-WORST-TABLE.
           05 WS-WORST-ENTRY OCCURS 25 TIMES.
               10 WS-WORST-ID PIC X(5).
               10 WS-WORST-NAME PIC X(20).
               10 WS-WORST-SCORE PIC 9(3)V9.
               10 WS-WORST-FLAGS PIC X(7).
       01 WS-WORST-COUNT PIC 9(2) VALUE 0.
       01 WS-WORST-IDX PIC 9(2).
       01 WS-WORST-SLOT PIC 9(2).

      *----------------------------------------------------------*
      *    THE PREVIOUS RUN, FROM THE LAST ROW OF THE HISTORY FILE  *
      *----------------------------------------------------------*
       01 WS-PRIOR-FOUND PIC X VALUE 'N'.
           88 PRIOR-RUN-FOUND VALUE 'Y'.
       01 WS-PRIOR-RECORD.
           05 WS-PRIOR-DATE PIC X(8).
           05 WS-PRIOR-CUSTOMERS PIC 9(7).
           05 WS-PRIOR-AVG PIC 9(3)V9.
           05 WS-PRIOR-RATE OCCURS 7 TIMES PIC 9(3)V9.
       01 WS-TREND PIC X(6).
       01 WS-WORSE-FLAG PIC X VALUE 'N'.
           88 QUALITY-WORSE VALUE 'Y'.

       01 WS-CHECK-NAMES.
           05 FILLER PIC X(9) VALUE "NAME".
           05 FILLER PIC X(9) VALUE "PHONE".
           05 FILLER PIC X(9) VALUE "EMAIL".
           05 FILLER PIC X(9) VALUE "DOB".
           05 FILLER PIC X(9) VALUE "ADDRESS".
           05 FILLER PIC X(9) VALUE "STATE/ZIP".
           05 FILLER PIC X(9) VALUE "XREF".
       01 WS-CHECK-NAME-TABLE REDEFINES WS-CHECK-NAMES.
           05 WS-CHECK-NAME OCCURS 7 TIMES PIC X(9).

       01 WS-SCORE-EDIT PIC ZZ9.9.
       01 WS-PRIOR-EDIT PIC ZZ9.9.
       01 WS-COUNT-EDIT PIC Z(6)9.

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE.

           OPEN INPUT CUST-A.
           IF NOT CUST-A-OK
               DISPLAY "DQSCORE - customer master not available, "
                   "status " WS-CUST-A-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM 0100-LOAD-STATE-REFERENCE.
           PERFORM 0150-LOAD-FEED.
           PERFORM 0180-LOAD-PRIOR-RUN.

           OPEN INPUT CUST-B.
           PERFORM UNTIL WS-EOF = 'Y'
               READ CUST-A NEXT
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF A-STATUS = 'D'
                           ADD 1 TO WS-DECEASED-COUNT
                       ELSE
                           PERFORM 0200-SCORE-ONE-CUSTOMER
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CUST-A.
           IF CUST-B-OK
               CLOSE CUST-B
           END-IF.

           IF WS-SCORED-COUNT > 0
               COMPUTE WS-AVG-SCORE ROUNDED =
                   WS-SCORE-TOTAL / WS-SCORED-COUNT
           END-IF.
           IF PRIOR-RUN-FOUND AND WS-AVG-SCORE < WS-PRIOR-AVG
               SET QUALITY-WORSE TO TRUE
           END-IF.

           PERFORM 0600-WRITE-SCORECARD.
           PERFORM 0700-APPEND-HISTORY.

           MOVE WS-AVG-SCORE TO WS-SCORE-EDIT.
           DISPLAY "DQSCORE customers scored: " WS-SCORED-COUNT.
           DISPLAY "DQSCORE average completeness score: "
               WS-SCORE-EDIT.
           DISPLAY "DQSCORE customers passing every check: "
               WS-PERFECT-COUNT.
           DISPLAY "DQSCORE feed rows with no pipeline customer: "
               WS-FEED-UNLINKED.

           IF QUALITY-WORSE
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
           GOBACK.

      *----------------------------------------------------------*
      *    0100-LOAD-STATE-REFERENCE - READ THE VALID STATE CODES   *
      *    AND ZIP RANGES; NO FILE MEANS NO STATE/ZIP CHECK          *
      *----------------------------------------------------------*
       0100-LOAD-STATE-REFERENCE.
           OPEN INPUT STATE-REF-FILE.
           IF NOT STATE-REF-OK
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-EOF = 'Y'
               READ STATE-REF-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF REF-STATE NOT = SPACES
                               AND WS-STATE-COUNT < 60
                           ADD 1 TO WS-STATE-COUNT
                           MOVE REF-STATE
                               TO WS-ST-CODE(WS-STATE-COUNT)
                           MOVE REF-ZIP-LOW
                               TO WS-ST-ZIP-LOW(WS-STATE-COUNT)
                           MOVE REF-ZIP-HIGH
                               TO WS-ST-ZIP-HIGH(WS-STATE-COUNT)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE STATE-REF-FILE.
           MOVE 'N' TO WS-EOF.
           IF WS-STATE-COUNT > 0
               SET ADDR-CHECK-ARMED TO TRUE
           END-IF.

      *----------------------------------------------------------*
      *    0150-LOAD-FEED - EVERY FEED ROW WITH AN ACTIVE LINK IS   *
      *    TABLED UNDER ITS PIPELINE ID; A ROW WITH NO LINK IS       *
      *    ONLY COUNTED.  NO FEED MEANS EVERY CUSTOMER FAILS THE     *
      *    FEED-SIDE CHECKS, WHICH IS WHAT THE SCORECARD SHOULD SAY. *
      *----------------------------------------------------------*
       0150-LOAD-FEED.
           OPEN INPUT CUST-FEED.
           IF NOT FEED-FILE-OK
               DISPLAY "DQSCORE - customer_feed.txt not available, "
                   "status " WS-FEED-STATUS
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-EOF = 'Y'
               READ CUST-FEED
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-FEED-ROWS
                       PERFORM 0160-TABLE-ONE-FEED-ROW
               END-READ
           END-PERFORM.
           CLOSE CUST-FEED.
           MOVE 'N' TO WS-EOF.

      *----------------------------------------------------------*
      *    0160-TABLE-ONE-FEED-ROW - TRANSLATE THE FEED ID AND      *
      *    KEEP THE CONTACT DETAIL UNDER THE PIPELINE ID             *
      *----------------------------------------------------------*
       0160-TABLE-ONE-FEED-ROW.
           MOVE FEED-ID TO WS-XLINK-FEED-ID.
           MOVE SPACES TO WS-PIPE-ID.
           CALL 'XREFSUB' USING WS-XLINK-DIRECTION WS-XLINK-FEED-ID
               WS-PIPE-ID WS-XLINK-RESULT.
           IF NOT LINK-FOUND
               ADD 1 TO WS-FEED-UNLINKED
               EXIT PARAGRAPH
           END-IF.
           IF WS-FEED-COUNT NOT < 3000
               DISPLAY "DQSCORE - more than 3000 linked feed rows, "
                   "feed " FEED-ID " not tabled"
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-FEED-COUNT.
           MOVE WS-PIPE-ID TO WS-FT-PIPE-ID(WS-FEED-COUNT).
           MOVE FEED-STREET TO WS-FT-STREET(WS-FEED-COUNT).
           MOVE FEED-CITY TO WS-FT-CITY(WS-FEED-COUNT).
           MOVE FEED-STATE TO WS-FT-STATE(WS-FEED-COUNT).
           MOVE FEED-ZIP TO WS-FT-ZIP(WS-FEED-COUNT).
           MOVE FEED-PHONE TO WS-FT-PHONE(WS-FEED-COUNT).
           MOVE FEED-EMAIL TO WS-FT-EMAIL(WS-FEED-COUNT).
           MOVE FEED-DOB TO WS-FT-DOB(WS-FEED-COUNT).

      *----------------------------------------------------------*
      *    0180-LOAD-PRIOR-RUN - THE LAST ROW ON THE HISTORY FILE   *
      *    IS THE RUN THIS ONE IS COMPARED WITH                      *
      *----------------------------------------------------------*
       0180-LOAD-PRIOR-RUN.
           OPEN INPUT HISTORY-FILE.
           IF NOT HISTORY-FILE-OK
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-EOF = 'Y'
               READ HISTORY-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF DQH-AVG-SCORE NUMERIC
                           MOVE DQH-RECORD TO WS-PRIOR-RECORD
                           SET PRIOR-RUN-FOUND TO TRUE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE HISTORY-FILE.
           MOVE 'N' TO WS-EOF.

      *----------------------------------------------------------*
      *    0200-SCORE-ONE-CUSTOMER - RUN THE SEVEN CHECKS, SCORE    *
      *    THE CUSTOMER, AND KEEP THEM IF THEY ARE AMONG THE WORST   *
      *----------------------------------------------------------*
       0200-SCORE-ONE-CUSTOMER.
           ADD 1 TO WS-SCORED-COUNT.
           MOVE WS-CHECK-LETTERS TO WS-FAIL-FLAGS.

           MOVE 0 TO WS-FEED-FOUND.
           PERFORM VARYING WS-FEED-IDX FROM 1 BY 1
                   UNTIL WS-FEED-IDX > WS-FEED-COUNT
                   OR WS-FEED-FOUND > 0
               IF WS-FT-PIPE-ID(WS-FEED-IDX) = A-ID
                   MOVE WS-FEED-IDX TO WS-FEED-FOUND
               END-IF
           END-PERFORM.

           IF A-NAME NOT = SPACES
               MOVE '.' TO WS-FAIL-FLAGS(1:1)
           END-IF.

           IF WS-FEED-FOUND > 0
               MOVE '.' TO WS-FAIL-FLAGS(7:1)
               PERFORM 0300-CHECK-FEED-FIELDS
           END-IF.

           PERFORM 0400-RESOLVE-ADDRESS.
           CALL 'SUB-ADDR' USING WS-MAIL-ADDR WS-ADDR-PARTS.
           IF WS-ADDR-STREET NOT = SPACES
                   AND WS-ADDR-CITY NOT = SPACES
               MOVE '.' TO WS-FAIL-FLAGS(5:1)
           END-IF.
           PERFORM 0450-VALIDATE-STATE-ZIP.
           IF ADDRESS-IS-VALID
               MOVE '.' TO WS-FAIL-FLAGS(6:1)
           END-IF.

           MOVE 0 TO WS-PASSED.
           PERFORM VARYING WS-CHECK-IDX FROM 1 BY 1
                   UNTIL WS-CHECK-IDX > WS-CHECK-COUNT
               IF WS-FAIL-FLAGS(WS-CHECK-IDX:1) = '.'
                   ADD 1 TO WS-PASSED
               ELSE
                   ADD 1 TO WS-FAIL-COUNT(WS-CHECK-IDX)
               END-IF
           END-PERFORM.
           COMPUTE WS-SCORE ROUNDED =
               WS-PASSED * 100 / WS-CHECK-COUNT.
           ADD WS-SCORE TO WS-SCORE-TOTAL.
           IF WS-PASSED = WS-CHECK-COUNT
               ADD 1 TO WS-PERFECT-COUNT
           ELSE
               PERFORM 0500-KEEP-IF-WORST
           END-IF.

      *----------------------------------------------------------*
      *    0300-CHECK-FEED-FIELDS - PHONE AND EMAIL MUST BE BOTH    *
      *    PRESENT AND WELL FORMED (SUB-CONTACT PASSES A BLANK, SO   *
      *    A MISSING VALUE IS TESTED HERE); THE DATE OF BIRTH MUST   *
      *    GIVE SUB-AGE A VALID AGE AS AT TODAY                      *
      *----------------------------------------------------------*
       0300-CHECK-FEED-FIELDS.
           CALL 'SUB-CONTACT' USING WS-FT-PHONE(WS-FEED-FOUND)
               WS-FT-EMAIL(WS-FEED-FOUND)
               WS-PHONE-RESULT WS-EMAIL-RESULT.
           IF WS-FT-PHONE(WS-FEED-FOUND) NOT = SPACES
                   AND PHONE-IS-VALID
               MOVE '.' TO WS-FAIL-FLAGS(2:1)
           END-IF.
           IF WS-FT-EMAIL(WS-FEED-FOUND) NOT = SPACES
                   AND EMAIL-IS-VALID
               MOVE '.' TO WS-FAIL-FLAGS(3:1)
           END-IF.
           CALL 'SUB-AGE' USING WS-FT-DOB(WS-FEED-FOUND) WS-RUN-DATE
               WS-AGE WS-DOB-RESULT.
           IF DOB-IS-VALID
               MOVE '.' TO WS-FAIL-FLAGS(4:1)
           END-IF.

      *----------------------------------------------------------*
      *    0400-RESOLVE-ADDRESS - THE LATEST MAILING ROW ON CUSTB   *
      *    EFFECTIVE BY TODAY; FAILING THAT THE MASTER'S STANDBY     *
      *    ADDRESS; FAILING THAT THE LINKED FEED ROW'S ADDRESS       *
      *----------------------------------------------------------*
       0400-RESOLVE-ADDRESS.
           MOVE SPACES TO WS-MAIL-ADDR.
           MOVE 0 TO WS-MAILING-DATE.
           IF CUST-B-OK OR WS-CUST-B-STATUS = '10'
                   OR WS-CUST-B-STATUS = '23'
               MOVE A-ID TO B-ID
               MOVE 0 TO B-EFFECTIVE-DATE
               MOVE 'N' TO WS-CUST-DONE
               START CUST-B KEY >= B-KEY
                   INVALID KEY
                       MOVE 'Y' TO WS-CUST-DONE
               END-START
               PERFORM UNTIL WS-CUST-DONE = 'Y'
                   READ CUST-B NEXT
                       AT END
                           MOVE 'Y' TO WS-CUST-DONE
                       NOT AT END
                           IF B-ID NOT = A-ID
                               MOVE 'Y' TO WS-CUST-DONE
                           ELSE
                               PERFORM 0410-TAKE-ONE-ADDRESS
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

           IF WS-MAIL-ADDR = SPACES
               MOVE A-ADDR TO WS-MAIL-ADDR
           END-IF.
           IF WS-MAIL-ADDR = SPACES AND WS-FEED-FOUND > 0
               STRING WS-FT-STREET(WS-FEED-FOUND)(1:15)
                   WS-FT-CITY(WS-FEED-FOUND)(1:10)
                   WS-FT-STATE(WS-FEED-FOUND)
                   WS-FT-ZIP(WS-FEED-FOUND)(1:3)
                   DELIMITED BY SIZE INTO WS-MAIL-ADDR
           END-IF.

      *----------------------------------------------------------*
      *    0410-TAKE-ONE-ADDRESS - KEEP THE LATEST MAILING ROW      *
      *    EFFECTIVE ON OR BEFORE THE RUN DATE                       *
      *----------------------------------------------------------*
       0410-TAKE-ONE-ADDRESS.
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
      *    0450-VALIDATE-STATE-ZIP - THE PARSED STATE MUST BE ON    *
      *    THE REFERENCE TABLE AND THE PARSED ZIP INSIDE THAT        *
      *    STATE'S RANGE; WITH NO TABLE LOADED EVERYTHING PASSES     *
      *----------------------------------------------------------*
       0450-VALIDATE-STATE-ZIP.
           MOVE 'Y' TO WS-ADDR-VALID.
           IF NOT ADDR-CHECK-ARMED
               EXIT PARAGRAPH
           END-IF.

           MOVE 'N' TO WS-ADDR-VALID.
           PERFORM VARYING WS-STATE-IDX FROM 1 BY 1
                   UNTIL WS-STATE-IDX > WS-STATE-COUNT
               IF WS-ST-CODE(WS-STATE-IDX) = WS-ADDR-STATE
                       AND WS-ADDR-ZIP >= WS-ST-ZIP-LOW(WS-STATE-IDX)
                       AND WS-ADDR-ZIP <= WS-ST-ZIP-HIGH(WS-STATE-IDX)
                   MOVE 'Y' TO WS-ADDR-VALID
               END-IF
           END-PERFORM.

      *----------------------------------------------------------*
      *    0500-KEEP-IF-WORST - SLOT THE CUSTOMER INTO THE WORST-   *
      *    RECORDS LIST IN SCORE ORDER, DROPPING THE BEST OF THE     *
      *    LIST WHEN IT IS FULL                                      *
      *----------------------------------------------------------*
       0500-KEEP-IF-WORST.
           IF WS-WORST-COUNT = WS-WORST-MAX
               IF WS-SCORE NOT < WS-WORST-SCORE(WS-WORST-MAX)
                   EXIT PARAGRAPH
               END-IF
           ELSE
               ADD 1 TO WS-WORST-COUNT
           END-IF.

           MOVE WS-WORST-COUNT TO WS-WORST-SLOT.
           PERFORM UNTIL WS-WORST-SLOT = 1
               IF WS-WORST-SCORE(WS-WORST-SLOT - 1) NOT > WS-SCORE
                   EXIT PERFORM
               END-IF
               MOVE WS-WORST-ENTRY(WS-WORST-SLOT - 1)
                   TO WS-WORST-ENTRY(WS-WORST-SLOT)
               SUBTRACT 1 FROM WS-WORST-SLOT
           END-PERFORM.
           MOVE A-ID TO WS-WORST-ID(WS-WORST-SLOT).
           MOVE A-NAME TO WS-WORST-NAME(WS-WORST-SLOT).
           MOVE WS-SCORE TO WS-WORST-SCORE(WS-WORST-SLOT).
           MOVE WS-FAIL-FLAGS TO WS-WORST-FLAGS(WS-WORST-SLOT).

      *----------------------------------------------------------*
      *    0600-WRITE-SCORECARD - OVERALL SCORE AGAINST THE LAST    *
      *    RUN, EACH CHECK'S FAILURE RATE WITH ITS TREND, AND THE    *
      *    WORST RECORDS                                             *
      *----------------------------------------------------------*
       0600-WRITE-SCORECARD.
           OPEN OUTPUT SCORECARD-FILE.
           MOVE SPACES TO REPORT-LINE.
           STRING "CUSTOMER DATA-QUALITY SCORECARD AS AT " WS-RUN-DATE
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.

           MOVE WS-SCORED-COUNT TO WS-COUNT-EDIT.
           MOVE SPACES TO REPORT-LINE.
           STRING "CUSTOMERS SCORED          " WS-COUNT-EDIT
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-PERFECT-COUNT TO WS-COUNT-EDIT.
           MOVE SPACES TO REPORT-LINE.
           STRING "PASSING EVERY CHECK       " WS-COUNT-EDIT
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-DECEASED-COUNT TO WS-COUNT-EDIT.
           MOVE SPACES TO REPORT-LINE.
           STRING "DECEASED - NOT SCORED     " WS-COUNT-EDIT
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-FEED-UNLINKED TO WS-COUNT-EDIT.
           MOVE SPACES TO REPORT-LINE.
           STRING "FEED ROWS NOT LINKED      " WS-COUNT-EDIT
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           IF NOT ADDR-CHECK-ARMED
               MOVE SPACES TO REPORT-LINE
               STRING "STATE_CODES.TXT NOT AVAILABLE - STATE/ZIP "
                   "CHECK PASSES EVERY CUSTOMER"
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

           MOVE WS-AVG-SCORE TO WS-SCORE-EDIT.
           MOVE SPACES TO REPORT-LINE.
           IF PRIOR-RUN-FOUND
               MOVE WS-PRIOR-AVG TO WS-PRIOR-EDIT
               EVALUATE TRUE
                   WHEN WS-AVG-SCORE > WS-PRIOR-AVG
                       MOVE "BETTER" TO WS-TREND
                   WHEN WS-AVG-SCORE < WS-PRIOR-AVG
                       MOVE "WORSE" TO WS-TREND
                   WHEN OTHER
                       MOVE "SAME" TO WS-TREND
               END-EVALUATE
               STRING "AVERAGE SCORE (PERCENT)     " WS-SCORE-EDIT
                   "   LAST RUN " WS-PRIOR-DATE " " WS-PRIOR-EDIT
                   "  " WS-TREND
                   DELIMITED BY SIZE INTO REPORT-LINE
           ELSE
               STRING "AVERAGE SCORE (PERCENT)     " WS-SCORE-EDIT
                   "   NO EARLIER RUN ON FILE"
                   DELIMITED BY SIZE INTO REPORT-LINE
           END-IF.
           WRITE REPORT-LINE.

           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "CHECK      FAILED    RATE%   LAST%  TREND"
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           PERFORM VARYING WS-CHECK-IDX FROM 1 BY 1
                   UNTIL WS-CHECK-IDX > WS-CHECK-COUNT
               PERFORM 0610-WRITE-ONE-CHECK
           END-PERFORM.

           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "WORST RECORDS - FAILED CHECKS N=NAME P=PHONE "
               "E=EMAIL D=DOB A=ADDRESS S=STATE/ZIP X=XREF"
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           PERFORM VARYING WS-WORST-IDX FROM 1 BY 1
                   UNTIL WS-WORST-IDX > WS-WORST-COUNT
               MOVE WS-WORST-SCORE(WS-WORST-IDX) TO WS-SCORE-EDIT
               MOVE SPACES TO REPORT-LINE
               STRING WS-WORST-ID(WS-WORST-IDX) " "
                   WS-WORST-NAME(WS-WORST-IDX) " SCORE "
                   WS-SCORE-EDIT " FAILED "
                   WS-WORST-FLAGS(WS-WORST-IDX)
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-PERFORM.
           CLOSE SCORECARD-FILE.

      *----------------------------------------------------------*
      *    0610-WRITE-ONE-CHECK - ONE CHECK'S FAILURES AND RATE,    *
      *    AGAINST THE LAST RUN'S RATE WHEN THERE IS ONE; A FALLING  *
      *    FAILURE RATE IS AN IMPROVEMENT                            *
      *----------------------------------------------------------*
       0610-WRITE-ONE-CHECK.
           MOVE 0 TO WS-FAIL-RATE.
           IF WS-SCORED-COUNT > 0
               COMPUTE WS-FAIL-RATE ROUNDED =
                   WS-FAIL-COUNT(WS-CHECK-IDX) * 100 / WS-SCORED-COUNT
           END-IF.
           MOVE WS-FAIL-RATE TO WS-RUN-RATE(WS-CHECK-IDX).
           MOVE WS-FAIL-COUNT(WS-CHECK-IDX) TO WS-COUNT-EDIT.
           MOVE WS-FAIL-RATE TO WS-SCORE-EDIT.
           MOVE SPACES TO REPORT-LINE.
           IF PRIOR-RUN-FOUND
               MOVE WS-PRIOR-RATE(WS-CHECK-IDX) TO WS-PRIOR-EDIT
               EVALUATE TRUE
                   WHEN WS-FAIL-RATE < WS-PRIOR-RATE(WS-CHECK-IDX)
                       MOVE "BETTER" TO WS-TREND
                   WHEN WS-FAIL-RATE > WS-PRIOR-RATE(WS-CHECK-IDX)
                       MOVE "WORSE" TO WS-TREND
                   WHEN OTHER
                       MOVE "SAME" TO WS-TREND
               END-EVALUATE
               STRING WS-CHECK-NAME(WS-CHECK-IDX) " " WS-COUNT-EDIT
                   "   " WS-SCORE-EDIT "   " WS-PRIOR-EDIT "  "
                   WS-TREND
                   DELIMITED BY SIZE INTO REPORT-LINE
           ELSE
               STRING WS-CHECK-NAME(WS-CHECK-IDX) " " WS-COUNT-EDIT
                   "   " WS-SCORE-EDIT
                   DELIMITED BY SIZE INTO REPORT-LINE
           END-IF.
           WRITE REPORT-LINE.

      *----------------------------------------------------------*
      *    0700-APPEND-HISTORY - THIS RUN'S FIGURES ONTO THE        *
      *    HISTORY FILE (THE FAIL RATES WERE SET BY 0610)            *
      *----------------------------------------------------------*
       0700-APPEND-HISTORY.
           OPEN EXTEND HISTORY-FILE.
           IF NOT HISTORY-FILE-OK
               OPEN OUTPUT HISTORY-FILE
           END-IF.
           MOVE WS-RUN-DATE TO DQH-RUN-DATE.
           MOVE WS-SCORED-COUNT TO DQH-CUSTOMERS.
           MOVE WS-AVG-SCORE TO DQH-AVG-SCORE.
           PERFORM VARYING WS-CHECK-IDX FROM 1 BY 1
                   UNTIL WS-CHECK-IDX > WS-CHECK-COUNT
               MOVE WS-RUN-RATE(WS-CHECK-IDX)
                   TO DQH-FAIL-RATE(WS-CHECK-IDX)
           END-PERFORM.
           WRITE DQH-RECORD.
           CLOSE HISTORY-FILE.
