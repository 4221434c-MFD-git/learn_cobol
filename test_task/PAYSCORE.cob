       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYSCORE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *----------------------------------------------------------*
      *    SETTLE-FILE - POST'S LOG OF OPEN ITEMS SETTLED IN FULL:  *
      *    ITEM DATE AGAINST THE DATE IT CLOSED.  READ ONLY.         *
      *----------------------------------------------------------*
           SELECT SETTLE-FILE ASSIGN TO './result/settlements.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SETTLE-STATUS.

      *----------------------------------------------------------*
      *    BROKEN-FILE - ARRANGE'S RECORD OF BROKEN PAYMENT         *
      *    PROMISES: RUN DATE IN 1-8, CUSTOMER ID IN 10-14           *
      *----------------------------------------------------------*
           SELECT BROKEN-FILE
               ASSIGN TO './result/broken-promise.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BROKEN-STATUS.

           SELECT NSF-FILE ASSIGN TO './cust-returns.txt'
               ORGANIZATION IS INDEXED
               RECORD KEY IS NSF-CUST-ID
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS WS-NSF-STATUS.

           SELECT BALANCE-FILE ASSIGN TO './cust-balance.txt'
               ORGANIZATION IS INDEXED
               RECORD KEY IS BAL-ID
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS WS-BALANCE-STATUS.

      *----------------------------------------------------------*
      *    HISTORY-FILE - READ ONLY, FOR THE CREDIT SALES OF THE    *
      *    LAST 90 DAYS THAT DSO IS MEASURED AGAINST                 *
      *----------------------------------------------------------*
           SELECT HISTORY-FILE ASSIGN TO './cust-txn-history.txt'
               ORGANIZATION IS INDEXED
               RECORD KEY IS HIST-KEY
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS WS-HISTORY-STATUS.

           SELECT CUST-A ASSIGN TO './custA.txt'
               ORGANIZATION IS INDEXED
               RECORD KEY IS A-ID
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS WS-CUST-A-STATUS.

      *----------------------------------------------------------*
      *    TERMS-FILE - THE PAYMENT TERMS IN DAYS PRINTED ON THE    *
      *    INVOICES; A SETTLEMENT TAKING LONGER WAS PAID LATE.       *
      *    NO FILE MEANS NET 30.                                     *
      *----------------------------------------------------------*
           SELECT TERMS-FILE ASSIGN TO './invoice_param.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TERMS-STATUS.

      *----------------------------------------------------------*
      *    PARM-FILE - LOOKBACK IN DAYS (9(3)) FOR SETTLEMENTS AND  *
      *    BROKEN PROMISES, AND THE FEWEST SETTLEMENTS (9(2)) A      *
      *    CUSTOMER NEEDS BEFORE A GOOD RECORD EARNS A HIGHER        *
      *    LIMIT.  MISSING OR UNREADABLE MEANS 365 AND 3.            *
      *----------------------------------------------------------*
           SELECT PARM-FILE ASSIGN TO './payscore_param.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

      *----------------------------------------------------------*
      *    PROPOSE-FILE - THE PROPOSED LIMITS, IN CREDLIM'S INPUT   *
      *    LAYOUT WITH THE REASON FOR EACH CHANGE.  A CREDIT         *
      *    OFFICER REVIEWS IT AND LOADS IT AS CREDIT_LIMITS.TXT.     *
      *----------------------------------------------------------*
           SELECT PROPOSE-FILE
               ASSIGN TO './result/credit-limits-proposed.txt'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT REPORT-FILE ASSIGN TO './result/payscore-report.txt'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD SETTLE-FILE.
           COPY "settlerec".

       FD BROKEN-FILE.
       01 BROKEN-REC.
           05 BROKEN-DATE PIC X(8).
           05 FILLER PIC X(1).
           05 BROKEN-CUST-ID PIC X(5).
           05 FILLER PIC X(86).

       FD NSF-FILE.
           COPY "nsfrec".

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

       FD CUST-A.
       01 A-REC.
           COPY "custnamerec" REPLACING FIELD-ID BY A-ID
               FIELD-NAME BY A-NAME FIELD-STATUS BY A-STATUS
               FIELD-ADDR BY A-ADDR.

       FD TERMS-FILE.
       01 TERMS-REC.
           05 TERMS-DAYS PIC 9(3).

       FD PARM-FILE.
       01 PARM-REC.
           05 PARM-LOOKBACK-DAYS PIC 9(3).
           05 PARM-MIN-SETTLED PIC 9(2).

       FD PROPOSE-FILE.
           COPY "credlimrec".

       FD REPORT-FILE.
       01 REPORT-REC PIC X(132).

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------*
      *    PAYMENT-BEHAVIOUR SCORING - FOR EVERY CUSTOMER ON THE    *
      *    BALANCE MASTER: HOW MANY ITEMS THEY SETTLED IN THE        *
      *    LOOKBACK, THE AVERAGE DAYS THEY TOOK TO PAY, HOW MANY OF  *
      *    THOSE WERE PAID PAST TERMS, RETURNED PAYMENTS, BROKEN     *
      *    PROMISES, AND DSO (RECEIVABLE OVER THE LAST 90 DAYS'      *
      *    CREDIT SALES, TIMES 90).  THE SCORE STARTS AT 100:        *
      *      LESS ONE POINT PER DAY THE AVERAGE RUNS PAST TERMS      *
      *        (AT MOST 40);                                         *
      *      LESS UP TO 30 FOR THE SHARE OF ITEMS PAID LATE;         *
      *      LESS 15 PER RETURNED PAYMENT (AT MOST 30);              *
      *      LESS 20 PER BROKEN PROMISE (AT MOST 40);                *
      *    FLOORED AT ZERO.  GRADE A IS 85 UP, B 70 UP, C 50 UP,     *
      *    D BELOW.  ONLY CUSTOMERS WITH A LIMIT SET ARE PROPOSED A  *
      *    CHANGE: A GRADE A CUSTOMER WITH ENOUGH SETTLEMENTS USING  *
      *    80% OR MORE OF THE LIMIT IS RAISED 25%; GRADE C IS CUT    *
      *    20%, GRADE D HALVED - NEVER BELOW WHAT IS OWED NOW.       *
      *    NEW LIMITS ARE ROUNDED TO THE HUNDRED.  A CUSTOMER WITH   *
      *    TOO FEW SETTLEMENTS AND NOTHING AGAINST THEM IS LISTED    *
      *    AS NOT SCORED.                                            *
      *----------------------------------------------------------*
       01 WS-SETTLE-STATUS PIC XX.
           88 SETTLE-FILE-OK VALUE '00'.
       01 WS-BROKEN-STATUS PIC XX.
           88 BROKEN-FILE-OK VALUE '00'.
       01 WS-NSF-STATUS PIC XX.
           88 NSF-FILE-OK VALUE '00'.
       01 WS-BALANCE-STATUS PIC XX.
           88 BALANCE-FILE-OK VALUE '00'.
       01 WS-HISTORY-STATUS PIC XX.
           88 HISTORY-FILE-OK VALUE '00'.
       01 WS-CUST-A-STATUS PIC XX.
           88 CUST-A-OK VALUE '00'.
       01 WS-TERMS-STATUS PIC XX.
           88 TERMS-FILE-OK VALUE '00'.
       01 WS-PARM-STATUS PIC XX.
           88 PARM-FILE-OK VALUE '00'.
       01 WS-EOF PIC X VALUE 'N'.
       01 WS-SCAN-DONE PIC X VALUE 'N'.
       01 WS-HIST-DONE PIC X.

       01 WS-RUN-DATE PIC 9(8).
       01 WS-RUN-DAYS PIC 9(8).
       01 WS-WINDOW-START PIC 9(8).
       01 WS-SALES-START PIC 9(8).
       01 WS-TERMS PIC 9(3) VALUE 30.
       01 WS-LOOKBACK PIC 9(3) VALUE 365.
       01 WS-MIN-SETTLED PIC 9(2) VALUE 3.
       01 WS-PAY-DAYS PIC S9(6).

      *----------------------------------------------------------*
      *    PER-CUSTOMER TALLY BUILT FROM THE SETTLEMENT LOG AND     *
      *    THE BROKEN-PROMISE RECORD, NEITHER OF WHICH IS IN         *
      *    CUSTOMER ORDER                                            *
      *----------------------------------------------------------*
       01 WS-TALLY-TABLE.
           05 WS-TALLY-ENTRY OCCURS 5000 TIMES.
               10 WS-TALLY-ID PIC X(5).
               10 WS-TALLY-SETTLED PIC 9(5).
               10 WS-TALLY-DAYS PIC 9(9).
               10 WS-TALLY-LATE PIC 9(5).
               10 WS-TALLY-BROKEN PIC 9(3).
       01 WS-TALLY-USED PIC 9(4) VALUE 0.
       01 WS-TALLY-IDX PIC 9(4).
       01 WS-TALLY-FOUND PIC 9(4).
       01 WS-LOOK-ID PIC X(5).
       01 WS-TALLY-FULL PIC 9(7) VALUE 0.

      *----------------------------------------------------------*
      *    ONE CUSTOMER'S FIGURES                                    *
      *----------------------------------------------------------*
       01 WS-CUR-SETTLED PIC 9(5).
       01 WS-CUR-AVG-DAYS PIC 9(5).
       01 WS-CUR-LATE PIC 9(5).
       01 WS-CUR-RETURNS PIC 9(3).
       01 WS-CUR-BROKEN PIC 9(3).
       01 WS-CUR-SALES PIC 9(11)V99.
       01 WS-CUR-DSO PIC 9(3).
       01 WS-CUR-NAME PIC X(20).
       01 WS-CUR-STATUS PIC X(1).
       01 WS-SCORE PIC S9(3).
       01 WS-DEDUCT PIC 9(5).
       01 WS-GRADE PIC X(1).
           88 GRADE-A VALUE 'A'.
           88 GRADE-B VALUE 'B'.
           88 GRADE-C VALUE 'C'.
           88 GRADE-D VALUE 'D'.
           88 NOT-SCORED VALUE '-'.
       01 WS-NEW-LIMIT PIC 9(9)V99.
       01 WS-FLOOR-LIMIT PIC 9(9)V99.
       01 WS-HUNDREDS PIC 9(7).
       01 WS-REASON PIC X(40).
       01 WS-PROPOSE-FLAG PIC X.
           88 CHANGE-PROPOSED VALUE 'Y'.

       01 WS-CUST-COUNT PIC 9(7) VALUE 0.
       01 WS-SCORED-COUNT PIC 9(7) VALUE 0.
       01 WS-RAISE-COUNT PIC 9(7) VALUE 0.
       01 WS-CUT-COUNT PIC 9(7) VALUE 0.
       01 WS-FROZEN-COUNT PIC 9(7) VALUE 0.
       01 WS-GRADE-COUNTS.
           05 WS-GRADE-A-COUNT PIC 9(7) VALUE 0.
           05 WS-GRADE-B-COUNT PIC 9(7) VALUE 0.
           05 WS-GRADE-C-COUNT PIC 9(7) VALUE 0.
           05 WS-GRADE-D-COUNT PIC 9(7) VALUE 0.

       01 WS-COUNT-DISPLAY PIC Z(4)9.
       01 WS-SMALL-DISPLAY PIC ZZ9.
       01 WS-SCORE-DISPLAY PIC ZZ9.
       01 WS-LIMIT-DISPLAY PIC Z(6)9.99.
       01 WS-NEW-DISPLAY PIC Z(6)9.99.
       01 WS-AVG-DISPLAY PIC Z(4)9.

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE.
           MOVE FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
               TO WS-RUN-DAYS.
           PERFORM 0100-LOAD-PARAMETERS.
           COMPUTE WS-WINDOW-START = FUNCTION DATE-OF-INTEGER(
               WS-RUN-DAYS - WS-LOOKBACK).
           COMPUTE WS-SALES-START = FUNCTION DATE-OF-INTEGER(
               WS-RUN-DAYS - 90).

           OPEN INPUT BALANCE-FILE.
           IF NOT BALANCE-FILE-OK
               DISPLAY "PAYSCORE - no balance master on file, run "
                   "POST first"
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM 0200-LOAD-SETTLEMENTS.
           PERFORM 0300-LOAD-BROKEN-PROMISES.

           OPEN INPUT NSF-FILE.
           OPEN INPUT HISTORY-FILE.
           OPEN INPUT CUST-A.
           OPEN OUTPUT PROPOSE-FILE.
           OPEN OUTPUT REPORT-FILE.

           MOVE SPACES TO REPORT-REC.
           STRING "PAYMENT BEHAVIOUR SCORES RUN DATE=" WS-RUN-DATE
               " SETTLEMENTS SINCE " WS-WINDOW-START
               " TERMS NET " WS-TERMS
               DELIMITED BY SIZE INTO REPORT-REC.
           WRITE REPORT-REC.
           MOVE SPACES TO REPORT-REC.
           STRING "CUST  NAME                 SETTLED AVG-DAYS  LATE"
               " RET BRK DSO SCORE G      LIMIT   PROPOSED REASON"
               DELIMITED BY SIZE INTO REPORT-REC.
           WRITE REPORT-REC.

           MOVE LOW-VALUES TO BAL-ID.
           START BALANCE-FILE KEY >= BAL-ID
               INVALID KEY
                   MOVE 'Y' TO WS-SCAN-DONE
           END-START.
           PERFORM UNTIL WS-SCAN-DONE = 'Y'
               READ BALANCE-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-SCAN-DONE
                   NOT AT END
                       ADD 1 TO WS-CUST-COUNT
                       PERFORM 0400-SCORE-ONE-CUSTOMER
               END-READ
           END-PERFORM.

           PERFORM 0900-WRITE-TOTALS.

           CLOSE BALANCE-FILE.
           IF NSF-FILE-OK OR WS-NSF-STATUS = '10'
                   OR WS-NSF-STATUS = '23'
               CLOSE NSF-FILE
           END-IF.
           IF HISTORY-FILE-OK OR WS-HISTORY-STATUS = '10'
                   OR WS-HISTORY-STATUS = '23'
               CLOSE HISTORY-FILE
           END-IF.
           IF CUST-A-OK OR WS-CUST-A-STATUS = '10'
                   OR WS-CUST-A-STATUS = '23'
               CLOSE CUST-A
           END-IF.
           CLOSE PROPOSE-FILE.
           CLOSE REPORT-FILE.

           DISPLAY "PAYSCORE customers read: " WS-CUST-COUNT.
           DISPLAY "PAYSCORE customers scored: " WS-SCORED-COUNT.
           DISPLAY "PAYSCORE limit raises proposed: " WS-RAISE-COUNT.
           DISPLAY "PAYSCORE limit cuts proposed: " WS-CUT-COUNT.
           DISPLAY "PAYSCORE deceased accounts frozen: "
               WS-FROZEN-COUNT.

           IF WS-TALLY-FULL > 0
               DISPLAY "PAYSCORE - customer table full, "
                   WS-TALLY-FULL " rows not scored"
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
           GOBACK.

      *----------------------------------------------------------*
      *    0100-LOAD-PARAMETERS - TERMS, LOOKBACK, MINIMUM          *
      *    SETTLEMENTS                                               *
      *----------------------------------------------------------*
       0100-LOAD-PARAMETERS.
           OPEN INPUT TERMS-FILE.
           IF TERMS-FILE-OK
               READ TERMS-FILE
                   NOT AT END
                       IF TERMS-DAYS NUMERIC AND TERMS-DAYS > 0
                           MOVE TERMS-DAYS TO WS-TERMS
                       END-IF
               END-READ
               CLOSE TERMS-FILE
           END-IF.
           OPEN INPUT PARM-FILE.
           IF PARM-FILE-OK
               READ PARM-FILE
                   NOT AT END
                       IF PARM-LOOKBACK-DAYS NUMERIC
                               AND PARM-LOOKBACK-DAYS > 0
                           MOVE PARM-LOOKBACK-DAYS TO WS-LOOKBACK
                       END-IF
                       IF PARM-MIN-SETTLED NUMERIC
                               AND PARM-MIN-SETTLED > 0
                           MOVE PARM-MIN-SETTLED TO WS-MIN-SETTLED
                       END-IF
               END-READ
               CLOSE PARM-FILE
           END-IF.

      *----------------------------------------------------------*
      *    0200-LOAD-SETTLEMENTS - ITEMS PAID OFF (BY PAYMENT OR    *
      *    CASH APPLICATION) INSIDE THE LOOKBACK: DAYS TO PAY, AND   *
      *    WHETHER THAT WAS PAST TERMS                               *
      *----------------------------------------------------------*
       0200-LOAD-SETTLEMENTS.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT SETTLE-FILE.
           IF NOT SETTLE-FILE-OK
               DISPLAY "PAYSCORE - no settlement log yet, days to "
                   "pay not measured"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-EOF = 'Y'
               READ SETTLE-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF (STL-BY-TYPE = 'P' OR STL-BY-TYPE = 'A')
                               AND STL-ITEM-DATE NUMERIC
                               AND STL-CLOSED-DATE NUMERIC
                               AND STL-ITEM-DATE > 0
                               AND STL-CLOSED-DATE >= WS-WINDOW-START
                           PERFORM 0250-TAKE-ONE-SETTLEMENT
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE SETTLE-FILE.

      *----------------------------------------------------------*
      *    0250-TAKE-ONE-SETTLEMENT - DAYS FROM ITEM TO SETTLEMENT  *
      *----------------------------------------------------------*
       0250-TAKE-ONE-SETTLEMENT.
           MOVE STL-CUST-ID TO WS-LOOK-ID.
           PERFORM 0500-FIND-TALLY.
           IF WS-TALLY-FOUND = 0
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-PAY-DAYS =
               FUNCTION INTEGER-OF-DATE(STL-CLOSED-DATE)
               - FUNCTION INTEGER-OF-DATE(STL-ITEM-DATE).
           IF WS-PAY-DAYS < 0
               MOVE 0 TO WS-PAY-DAYS
           END-IF.
           ADD 1 TO WS-TALLY-SETTLED(WS-TALLY-FOUND).
           ADD WS-PAY-DAYS TO WS-TALLY-DAYS(WS-TALLY-FOUND).
           IF WS-PAY-DAYS > WS-TERMS
               ADD 1 TO WS-TALLY-LATE(WS-TALLY-FOUND)
           END-IF.

      *----------------------------------------------------------*
      *    0300-LOAD-BROKEN-PROMISES - PLANS BROKEN INSIDE THE      *
      *    LOOKBACK                                                  *
      *----------------------------------------------------------*
       0300-LOAD-BROKEN-PROMISES.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT BROKEN-FILE.
           IF NOT BROKEN-FILE-OK
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-EOF = 'Y'
               READ BROKEN-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF BROKEN-DATE NUMERIC
                               AND BROKEN-DATE >= WS-WINDOW-START
                               AND BROKEN-CUST-ID NOT = SPACES
                           MOVE BROKEN-CUST-ID TO WS-LOOK-ID
                           PERFORM 0500-FIND-TALLY
                           IF WS-TALLY-FOUND > 0
                                   AND WS-TALLY-BROKEN(WS-TALLY-FOUND)
                                   < 999
                               ADD 1
                                   TO WS-TALLY-BROKEN(WS-TALLY-FOUND)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE BROKEN-FILE.

      *----------------------------------------------------------*
      *    0400-SCORE-ONE-CUSTOMER - GATHER THE FIGURES, SCORE,     *
      *    PROPOSE, REPORT                                           *
      *----------------------------------------------------------*
       0400-SCORE-ONE-CUSTOMER.
           MOVE 0 TO WS-CUR-SETTLED.
           MOVE 0 TO WS-CUR-AVG-DAYS.
           MOVE 0 TO WS-CUR-LATE.
           MOVE 0 TO WS-CUR-BROKEN.
           MOVE 0 TO WS-CUR-RETURNS.
           PERFORM VARYING WS-TALLY-IDX FROM 1 BY 1
                   UNTIL WS-TALLY-IDX > WS-TALLY-USED
               IF WS-TALLY-ID(WS-TALLY-IDX) = BAL-ID
                   MOVE WS-TALLY-SETTLED(WS-TALLY-IDX)
                       TO WS-CUR-SETTLED
                   MOVE WS-TALLY-LATE(WS-TALLY-IDX) TO WS-CUR-LATE
                   MOVE WS-TALLY-BROKEN(WS-TALLY-IDX)
                       TO WS-CUR-BROKEN
                   IF WS-CUR-SETTLED > 0
                       COMPUTE WS-CUR-AVG-DAYS ROUNDED =
                           WS-TALLY-DAYS(WS-TALLY-IDX)
                           / WS-CUR-SETTLED
                   END-IF
               END-IF
           END-PERFORM.

           IF NSF-FILE-OK OR WS-NSF-STATUS = '10'
                   OR WS-NSF-STATUS = '23'
               MOVE BAL-ID TO NSF-CUST-ID
               READ NSF-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE NSF-RETURN-COUNT TO WS-CUR-RETURNS
               END-READ
           END-IF.

           MOVE SPACES TO WS-CUR-NAME.
           MOVE SPACE TO WS-CUR-STATUS.
           IF CUST-A-OK OR WS-CUST-A-STATUS = '10'
                   OR WS-CUST-A-STATUS = '23'
               MOVE BAL-ID TO A-ID
               READ CUST-A
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE A-NAME TO WS-CUR-NAME
                       MOVE A-STATUS TO WS-CUR-STATUS
               END-READ
           END-IF.
      *    A DECEASED CUSTOMER'S ACCOUNT IS FROZEN - NO SCORE AND NO
      *    LIMIT PROPOSAL, JUST A LINE SAYING WHY.
           IF WS-CUR-STATUS = 'D'
               ADD 1 TO WS-FROZEN-COUNT
               MOVE SPACES TO REPORT-REC
               MOVE BAL-ID TO REPORT-REC(1:5)
               MOVE WS-CUR-NAME TO REPORT-REC(7:20)
               MOVE "FROZEN - CUSTOMER DECEASED"
                   TO REPORT-REC(63:40)
               WRITE REPORT-REC
               EXIT PARAGRAPH
           END-IF.

           PERFORM 0450-MEASURE-DSO.
           PERFORM 0600-SCORE.
           PERFORM 0700-PROPOSE-LIMIT.
           PERFORM 0800-WRITE-CUSTOMER-LINE.

      *----------------------------------------------------------*
      *    0450-MEASURE-DSO - UNREVERSED ORDERS AND THEIR TAX IN    *
      *    THE LAST 90 DAYS ARE THE CREDIT SALES; DSO IS WHAT IS     *
      *    OWED NOW AS DAYS OF THOSE SALES                           *
      *----------------------------------------------------------*
       0450-MEASURE-DSO.
           MOVE 0 TO WS-CUR-SALES.
           MOVE 0 TO WS-CUR-DSO.
           IF NOT HISTORY-FILE-OK AND WS-HISTORY-STATUS NOT = '10'
                   AND WS-HISTORY-STATUS NOT = '23'
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-HIST-DONE.
           MOVE BAL-ID TO HIST-ID.
           MOVE 0 TO HIST-SEQ.
           START HISTORY-FILE KEY >= HIST-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-HIST-DONE
           END-START.
           PERFORM UNTIL WS-HIST-DONE = 'Y'
               READ HISTORY-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-HIST-DONE
                   NOT AT END
                       IF HIST-ID NOT = BAL-ID
                           MOVE 'Y' TO WS-HIST-DONE
                       ELSE
                           IF (HIST-TYPE = 'O' OR HIST-TYPE = 'T')
                                   AND HIST-REV-FLAG NOT = 'V'
                                   AND HIST-DATE >= WS-SALES-START
                               ADD HIST-AMOUNT TO WS-CUR-SALES
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-CUR-SALES > 0 AND BAL-AMOUNT > 0
               IF BAL-AMOUNT * 90 / WS-CUR-SALES > 999
                   MOVE 999 TO WS-CUR-DSO
               ELSE
                   COMPUTE WS-CUR-DSO ROUNDED =
                       BAL-AMOUNT * 90 / WS-CUR-SALES
               END-IF
           END-IF.

      *----------------------------------------------------------*
      *    0500-FIND-TALLY - THE TABLE SLOT FOR WS-LOOK-ID, OPENED  *
      *    IF NEW; ZERO WHEN THE TABLE IS FULL                       *
      *----------------------------------------------------------*
       0500-FIND-TALLY.
           MOVE 0 TO WS-TALLY-FOUND.
           PERFORM VARYING WS-TALLY-IDX FROM 1 BY 1
                   UNTIL WS-TALLY-IDX > WS-TALLY-USED
                   OR WS-TALLY-FOUND > 0
               IF WS-TALLY-ID(WS-TALLY-IDX) = WS-LOOK-ID
                   MOVE WS-TALLY-IDX TO WS-TALLY-FOUND
               END-IF
           END-PERFORM.
           IF WS-TALLY-FOUND > 0
               EXIT PARAGRAPH
           END-IF.
           IF WS-TALLY-USED >= 5000
               ADD 1 TO WS-TALLY-FULL
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-TALLY-USED.
           MOVE WS-TALLY-USED TO WS-TALLY-FOUND.
           MOVE WS-LOOK-ID TO WS-TALLY-ID(WS-TALLY-FOUND).
           MOVE 0 TO WS-TALLY-SETTLED(WS-TALLY-FOUND).
           MOVE 0 TO WS-TALLY-DAYS(WS-TALLY-FOUND).
           MOVE 0 TO WS-TALLY-LATE(WS-TALLY-FOUND).
           MOVE 0 TO WS-TALLY-BROKEN(WS-TALLY-FOUND).

      *----------------------------------------------------------*
      *    0600-SCORE - THE DEDUCTIONS DESCRIBED ABOVE               *
      *----------------------------------------------------------*
       0600-SCORE.
           IF WS-CUR-SETTLED < WS-MIN-SETTLED
                   AND WS-CUR-RETURNS = 0
                   AND WS-CUR-BROKEN = 0
                   AND WS-CUR-LATE = 0
               MOVE '-' TO WS-GRADE
               MOVE 0 TO WS-SCORE
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-SCORED-COUNT.
           MOVE 100 TO WS-SCORE.

           IF WS-CUR-AVG-DAYS > WS-TERMS
               COMPUTE WS-DEDUCT = WS-CUR-AVG-DAYS - WS-TERMS
               IF WS-DEDUCT > 40
                   MOVE 40 TO WS-DEDUCT
               END-IF
               SUBTRACT WS-DEDUCT FROM WS-SCORE
           END-IF.
           IF WS-CUR-SETTLED > 0
               COMPUTE WS-DEDUCT ROUNDED =
                   WS-CUR-LATE * 30 / WS-CUR-SETTLED
               SUBTRACT WS-DEDUCT FROM WS-SCORE
           END-IF.
           COMPUTE WS-DEDUCT = WS-CUR-RETURNS * 15.
           IF WS-DEDUCT > 30
               MOVE 30 TO WS-DEDUCT
           END-IF.
           SUBTRACT WS-DEDUCT FROM WS-SCORE.
           COMPUTE WS-DEDUCT = WS-CUR-BROKEN * 20.
           IF WS-DEDUCT > 40
               MOVE 40 TO WS-DEDUCT
           END-IF.
           SUBTRACT WS-DEDUCT FROM WS-SCORE.
           IF WS-SCORE < 0
               MOVE 0 TO WS-SCORE
           END-IF.

           EVALUATE TRUE
               WHEN WS-SCORE >= 85
                   MOVE 'A' TO WS-GRADE
                   ADD 1 TO WS-GRADE-A-COUNT
               WHEN WS-SCORE >= 70
                   MOVE 'B' TO WS-GRADE
                   ADD 1 TO WS-GRADE-B-COUNT
               WHEN WS-SCORE >= 50
                   MOVE 'C' TO WS-GRADE
                   ADD 1 TO WS-GRADE-C-COUNT
               WHEN OTHER
                   MOVE 'D' TO WS-GRADE
                   ADD 1 TO WS-GRADE-D-COUNT
           END-EVALUATE.

      *----------------------------------------------------------*
      *    0700-PROPOSE-LIMIT - RAISE, CUT, OR LEAVE THE LIMIT      *
      *----------------------------------------------------------*
       0700-PROPOSE-LIMIT.
           MOVE 'N' TO WS-PROPOSE-FLAG.
           MOVE SPACES TO WS-REASON.
           MOVE BAL-CREDIT-LIMIT TO WS-NEW-LIMIT.
           IF BAL-CREDIT-LIMIT = 0 OR NOT-SCORED OR GRADE-B
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-CUR-AVG-DAYS TO WS-AVG-DISPLAY.
           EVALUATE TRUE
               WHEN GRADE-A
                   IF WS-CUR-SETTLED < WS-MIN-SETTLED
                           OR BAL-AMOUNT * 100
                           < BAL-CREDIT-LIMIT * 80
                       EXIT PARAGRAPH
                   END-IF
                   COMPUTE WS-HUNDREDS =
                       (BAL-CREDIT-LIMIT * 125 / 100 + 99.99) / 100
                   STRING "PROMPT PAYER AVG " WS-AVG-DISPLAY
                       " DAYS, LIMIT 80% USED"
                       DELIMITED BY SIZE INTO WS-REASON
               WHEN GRADE-C
                   COMPUTE WS-HUNDREDS =
                       BAL-CREDIT-LIMIT * 80 / 100 / 100
                   STRING "SLOW PAYER AVG " WS-AVG-DISPLAY " DAYS"
                       DELIMITED BY SIZE INTO WS-REASON
               WHEN OTHER
                   COMPUTE WS-HUNDREDS =
                       BAL-CREDIT-LIMIT * 50 / 100 / 100
                   EVALUATE TRUE
                       WHEN WS-CUR-RETURNS > 0
                           MOVE WS-CUR-RETURNS TO WS-SMALL-DISPLAY
                           STRING "RETURNED PAYMENTS "
                               WS-SMALL-DISPLAY
                               DELIMITED BY SIZE INTO WS-REASON
                       WHEN WS-CUR-BROKEN > 0
                           MOVE WS-CUR-BROKEN TO WS-SMALL-DISPLAY
                           STRING "BROKEN PROMISES "
                               WS-SMALL-DISPLAY
                               DELIMITED BY SIZE INTO WS-REASON
                       WHEN OTHER
                           STRING "LATE PAYER AVG " WS-AVG-DISPLAY
                               " DAYS"
                               DELIMITED BY SIZE INTO WS-REASON
                   END-EVALUATE
           END-EVALUATE.
           COMPUTE WS-NEW-LIMIT = WS-HUNDREDS * 100.
           IF WS-NEW-LIMIT > 9999900
               MOVE 9999900 TO WS-NEW-LIMIT
           END-IF.

      *    A CUT NEVER GOES BELOW WHAT THE CUSTOMER ALREADY OWES,
      *    ROUNDED UP TO THE HUNDRED.
           IF WS-NEW-LIMIT < BAL-CREDIT-LIMIT AND BAL-AMOUNT > 0
               COMPUTE WS-HUNDREDS = (BAL-AMOUNT + 99.99) / 100
               COMPUTE WS-FLOOR-LIMIT = WS-HUNDREDS * 100
               IF WS-NEW-LIMIT < WS-FLOOR-LIMIT
                   MOVE WS-FLOOR-LIMIT TO WS-NEW-LIMIT
               END-IF
           END-IF.
           IF WS-NEW-LIMIT = BAL-CREDIT-LIMIT
                   OR (GRADE-A AND WS-NEW-LIMIT < BAL-CREDIT-LIMIT)
                   OR (NOT GRADE-A
                   AND WS-NEW-LIMIT > BAL-CREDIT-LIMIT)
               MOVE BAL-CREDIT-LIMIT TO WS-NEW-LIMIT
               MOVE SPACES TO WS-REASON
               EXIT PARAGRAPH
           END-IF.

           SET CHANGE-PROPOSED TO TRUE.
           IF GRADE-A
               ADD 1 TO WS-RAISE-COUNT
           ELSE
               ADD 1 TO WS-CUT-COUNT
           END-IF.
           MOVE BAL-ID TO LIMIT-ID.
           MOVE WS-NEW-LIMIT TO LIMIT-VALUE.
           MOVE WS-REASON TO LIMIT-REASON.
           WRITE LIMIT-REC.

      *----------------------------------------------------------*
      *    0800-WRITE-CUSTOMER-LINE - ONE REPORT LINE PER CUSTOMER  *
      *----------------------------------------------------------*
       0800-WRITE-CUSTOMER-LINE.
           MOVE SPACES TO REPORT-REC.
           MOVE BAL-ID TO REPORT-REC(1:5).
           MOVE WS-CUR-NAME TO REPORT-REC(7:20).
           MOVE WS-CUR-SETTLED TO WS-COUNT-DISPLAY.
           MOVE WS-COUNT-DISPLAY TO REPORT-REC(30:5).
           MOVE WS-CUR-AVG-DAYS TO WS-AVG-DISPLAY.
           MOVE WS-AVG-DISPLAY TO REPORT-REC(39:5).
           MOVE WS-CUR-LATE TO WS-COUNT-DISPLAY.
           MOVE WS-COUNT-DISPLAY TO REPORT-REC(45:5).
           MOVE WS-CUR-RETURNS TO WS-SMALL-DISPLAY.
           MOVE WS-SMALL-DISPLAY TO REPORT-REC(51:3).
           MOVE WS-CUR-BROKEN TO WS-SMALL-DISPLAY.
           MOVE WS-SMALL-DISPLAY TO REPORT-REC(55:3).
           MOVE WS-CUR-DSO TO WS-SMALL-DISPLAY.
           MOVE WS-SMALL-DISPLAY TO REPORT-REC(59:3).
           IF NOT-SCORED
               MOVE "NOT SCORED - TOO FEW SETTLEMENTS"
                   TO REPORT-REC(63:40)
               WRITE REPORT-REC
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-SCORE TO WS-SCORE-DISPLAY.
           MOVE WS-SCORE-DISPLAY TO REPORT-REC(65:3).
           MOVE WS-GRADE TO REPORT-REC(69:1).
           MOVE BAL-CREDIT-LIMIT TO WS-LIMIT-DISPLAY.
           MOVE WS-LIMIT-DISPLAY TO REPORT-REC(71:10).
           IF CHANGE-PROPOSED
               MOVE WS-NEW-LIMIT TO WS-NEW-DISPLAY
               MOVE WS-NEW-DISPLAY TO REPORT-REC(82:10)
               MOVE WS-REASON TO REPORT-REC(93:40)
           END-IF.
           WRITE REPORT-REC.

      *----------------------------------------------------------*
      *    0900-WRITE-TOTALS - GRADE SPREAD AND PROPOSALS            *
      *----------------------------------------------------------*
       0900-WRITE-TOTALS.
           MOVE SPACES TO REPORT-REC.
           STRING "CUSTOMERS=" WS-CUST-COUNT
               " SCORED=" WS-SCORED-COUNT
               " A=" WS-GRADE-A-COUNT
               " B=" WS-GRADE-B-COUNT
               " C=" WS-GRADE-C-COUNT
               " D=" WS-GRADE-D-COUNT
               " RAISES PROPOSED=" WS-RAISE-COUNT
               " CUTS PROPOSED=" WS-CUT-COUNT
               DELIMITED BY SIZE INTO REPORT-REC.
           WRITE REPORT-REC.
