       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONFIRM.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BALANCE-FILE ASSIGN TO './cust-balance.txt'
               ORGANIZATION IS INDEXED
               RECORD KEY IS BAL-ID
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS WS-BALANCE-STATUS.

      *----------------------------------------------------------*
      *    HISTORY-FILE - EVERY POSTING BOOKED AFTER THE AUDIT DATE *
      *    IS BACKED OUT OF THE LIVE BALANCE TO GIVE THE BALANCE AS  *
      *    AT THAT DATE.  READ ONLY.                                 *
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
      *    REGISTER-FILE - THE CONFIRMATION REGISTER, ONE ENTRY PER *
      *    AUDIT DATE PER CUSTOMER SAMPLED.  THE SAMPLE FOR AN       *
      *    AUDIT DATE IS DRAWN ONCE; LATER RUNS FOR THE SAME DATE    *
      *    ONLY ENTER REPLIES AND REPORT.                            *
      *----------------------------------------------------------*
           SELECT REGISTER-FILE
               ASSIGN TO './result/confirm-register.txt'
               ORGANIZATION IS INDEXED
               RECORD KEY IS CNF-KEY
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS WS-REGISTER-STATUS.

      *----------------------------------------------------------*
      *    PARM-FILE - OPTIONAL, ONE ROW: AUDIT DATE (YYYYMMDD,     *
      *    DEFAULT THE LAST DAY OF LAST MONTH), MATERIALITY          *
      *    (9(9)V99, DEFAULT 10000.00), HOW MANY ACCOUNTS TO DRAW    *
      *    AT RANDOM FROM BELOW MATERIALITY (99999, DEFAULT 25) AND  *
      *    THE RANDOM SEED (9(9), DEFAULT THE AUDIT DATE) SO THE     *
      *    AUDITORS CAN REPRODUCE THE DRAW.                          *
      *----------------------------------------------------------*
           SELECT PARM-FILE ASSIGN TO './confirm_param.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

      *----------------------------------------------------------*
      *    REPLY-FILE - REPLIES AS THEY COME BACK: CUSTOMER, REPLY  *
      *    CODE (A AGREED, D DISAGREED, N NO REPLY), AND FOR A 'D'   *
      *    THE SIGNED BALANCE THE CUSTOMER SHOWS AND THE DATE THE    *
      *    REPLY ARRIVED.  A LATER ROW FOR THE SAME CUSTOMER         *
      *    REPLACES AN EARLIER ONE.                                  *
      *----------------------------------------------------------*
           SELECT REPLY-FILE ASSIGN TO './confirm_replies.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPLY-STATUS.

      *----------------------------------------------------------*
      *    TEMPLATE-FILE - THE LETTER BODY IN THE LETTER_TEMPLATE   *
      *    STYLE: <NAME>, <STREET>, <CITYLINE>, <DATE> AND <AMOUNT>  *
      *    ROWS TAKE THE CUSTOMER'S VALUES, EVERY OTHER ROW PRINTS   *
      *    VERBATIM.  A MISSING TEMPLATE FALLS BACK TO A PLAIN       *
      *    BUILT-IN BLOCK.                                           *
      *----------------------------------------------------------*
           SELECT TEMPLATE-FILE ASSIGN TO './confirm_template.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TEMPLATE-STATUS.

           SELECT LETTER-FILE
               ASSIGN TO './result/confirm-letters.txt'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SUMMARY-REPORT
               ASSIGN TO './result/confirm-summary.txt'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT AUDIT-FILE ASSIGN TO './result/audit-trail.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT RUNID-FILE ASSIGN TO './result/run-id.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNID-STATUS.

      *----------------------------------------------------------*
      *    COMMS-FILE - THE SHARED COMMUNICATIONS HISTORY; EACH     *
      *    CONFIRMATION LETTER SENT ADDS A ROW                       *
      *----------------------------------------------------------*
           SELECT COMMS-FILE ASSIGN TO './result/comms-history.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COMMS-STATUS.

       DATA DIVISION.
       FILE SECTION.

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
               FIELD-ADDR BY A-ADDR FIELD-COMPANY BY A-COMPANY.

       FD REGISTER-FILE.
           COPY "confrec".

       FD PARM-FILE.
       01 PARM-REC.
           05 PARM-AUDIT-DATE PIC 9(8).
           05 PARM-MATERIALITY PIC 9(9)V99.
           05 PARM-SAMPLE-COUNT PIC 9(5).
           05 PARM-SEED PIC 9(9).

       FD REPLY-FILE.
       01 REPLY-REC.
           05 REPLY-CUST-ID PIC X(5).
           05 REPLY-CODE PIC X(1).
           05 REPLY-SIGN PIC X(1).
           05 REPLY-AMOUNT PIC 9(9)V99.
           05 REPLY-DATE PIC 9(8).

       FD TEMPLATE-FILE.
       01 TEMPLATE-REC PIC X(60).

       FD LETTER-FILE.
       01 LETTER-REC PIC X(60).

       FD SUMMARY-REPORT.
       01 REPORT-REC PIC X(100).

       FD AUDIT-FILE.
           COPY "auditrec".

       FD RUNID-FILE.
       01 RUNID-REC.
           05 RUNID-VALUE PIC X(8).

       FD COMMS-FILE.
           COPY "commrec".

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------*
      *    AUDITOR BALANCE CONFIRMATIONS - EVERY ACCOUNT WITH A     *
      *    BALANCE AS AT THE AUDIT DATE IS IN THE POPULATION.  ANY   *
      *    BALANCE AT OR OVER MATERIALITY EITHER WAY IS A KEY ITEM   *
      *    AND ALWAYS CONFIRMED; FROM THE REST A FIXED NUMBER IS     *
      *    DRAWN AT RANDOM, EACH ACCOUNT EQUALLY LIKELY, BY          *
      *    SELECTION SAMPLING (EACH IS TAKEN WITH PROBABILITY STILL- *
      *    NEEDED OVER STILL-TO-SEE).  THE LETTERS AND THE REGISTER  *
      *    ARE WRITTEN ONCE PER AUDIT DATE; REPLIES ARE ENTERED      *
      *    AGAINST THE REGISTER ON ANY RUN AND THE SUMMARY SHOWS     *
      *    COVERAGE AND THE EXCEPTIONS.                              *
      *----------------------------------------------------------*
       01 WS-BALANCE-STATUS PIC XX.
           88 BALANCE-FILE-OK VALUE '00'.
       01 WS-HISTORY-STATUS PIC XX.
           88 HISTORY-FILE-OK VALUE '00'.
       01 WS-CUST-A-STATUS PIC XX.
           88 CUST-A-OK VALUE '00'.
       01 WS-REGISTER-STATUS PIC XX.
           88 REGISTER-FILE-OK VALUE '00'.
       01 WS-PARM-STATUS PIC XX.
           88 PARM-FILE-OK VALUE '00'.
       01 WS-REPLY-STATUS PIC XX.
           88 REPLY-FILE-OK VALUE '00'.
       01 WS-TEMPLATE-STATUS PIC XX.
           88 TEMPLATE-FILE-OK VALUE '00'.
       01 WS-AUDIT-STATUS PIC XX.
           88 AUDIT-FILE-OK VALUE '00'.
       01 WS-RUNID-STATUS PIC XX.
           88 RUNID-FILE-OK VALUE '00'.
       01 WS-COMMS-STATUS PIC XX.
           88 COMMS-FILE-OK VALUE '00'.
       01 WS-EOF PIC X.
       01 WS-SCAN-DONE PIC X.
       01 WS-HIST-DONE PIC X.

       01 WS-RUN-DATE PIC 9(8).
       01 WS-RUN-ID PIC X(8) VALUE SPACES.
       01 WS-AUDIT-DATE PIC 9(8) VALUE 0.
       01 WS-MATERIALITY PIC 9(9)V99 VALUE 10000.00.
       01 WS-SAMPLE-COUNT PIC 9(5) VALUE 25.
       01 WS-SEED PIC 9(9) VALUE 0.
       01 WS-DATE-WORK PIC 9(8).
       01 WS-DAYS-WORK PIC 9(8).

       01 WS-SAMPLE-EXISTS PIC X VALUE 'N'.
           88 SAMPLE-ALREADY-DRAWN VALUE 'Y'.

      *----------------------------------------------------------*
      *    THE POPULATION - EVERY ACCOUNT WITH A BALANCE AS AT THE  *
      *    AUDIT DATE, IN CUSTOMER ORDER                             *
      *----------------------------------------------------------*
       01 WS-POP-TABLE.
           05 WS-POP-ENTRY OCCURS 5000 TIMES.
               10 WS-POP-ID PIC X(5).
               10 WS-POP-BALANCE PIC S9(9)V99.
               10 WS-POP-STRATUM PIC X(1).
       01 WS-POP-COUNT PIC 9(5) VALUE 0.
       01 WS-DECEASED-COUNT PIC 9(5) VALUE 0.
       01 WS-DECEASED-VALUE PIC S9(11)V99 VALUE 0.
       01 WS-DECEASED-FLAG PIC X.
           88 ACCOUNT-DECEASED VALUE 'Y'.
       01 WS-POP-IDX PIC 9(5).
       01 WS-POP-VALUE PIC S9(11)V99 VALUE 0.
       01 WS-KEY-COUNT PIC 9(5) VALUE 0.
       01 WS-REST-COUNT PIC 9(5) VALUE 0.
       01 WS-REST-SEEN PIC 9(5) VALUE 0.
       01 WS-REST-TAKEN PIC 9(5) VALUE 0.
       01 WS-AS-AT PIC S9(9)V99.
       01 WS-SIGNED-AMOUNT PIC S9(9)V99.
       01 WS-EFF-DATE PIC 9(8).
       01 WS-RANDOM PIC V9(9).
       01 WS-ABS-BALANCE PIC 9(9)V99.

      *----------------------------------------------------------*
      *    LETTER TEMPLATE, LOADED ONCE THE WAY LETTER LOADS ITS    *
      *----------------------------------------------------------*
       01 WS-TEMPLATE-TABLE.
           05 WS-TEMPLATE-LINE OCCURS 30 TIMES PIC X(60).
       01 WS-TEMPLATE-COUNT PIC 9(2) VALUE 0.
       01 WS-TEMPLATE-IDX PIC 9(2).
       01 WS-CUST-NAME PIC X(20).
       01 WS-PARSED-ADDR.
           05 WS-PARSED-STREET PIC X(15).
           05 WS-PARSED-CITY PIC X(10).
           05 WS-PARSED-STATE PIC X(2).
           05 WS-PARSED-ZIP PIC X(3).
       01 WS-CITY-LINE PIC X(60).
       01 WS-CUST-COMPANY PIC X(2).
       01 WS-LETTER-COUNT PIC 9(5) VALUE 0.

      *----------------------------------------------------------*
      *    REPLY ENTRY AND THE SUMMARY FIGURES                       *
      *----------------------------------------------------------*
       01 WS-REPLY-READ PIC 9(5) VALUE 0.
       01 WS-REPLY-TAKEN PIC 9(5) VALUE 0.
       01 WS-REPLY-REJECTED PIC 9(5) VALUE 0.
       01 WS-REJECT-REASON PIC X(30).

       01 WS-SUMMARY.
           05 WS-SM-KEY-COUNT PIC 9(5).
           05 WS-SM-KEY-VALUE PIC S9(11)V99.
           05 WS-SM-RANDOM-COUNT PIC 9(5).
           05 WS-SM-RANDOM-VALUE PIC S9(11)V99.
           05 WS-SM-AGREED-COUNT PIC 9(5).
           05 WS-SM-AGREED-VALUE PIC S9(11)V99.
           05 WS-SM-DISAGREED-COUNT PIC 9(5).
           05 WS-SM-DISAGREED-VALUE PIC S9(11)V99.
           05 WS-SM-DIFFERENCE PIC S9(11)V99.
           05 WS-SM-NO-REPLY-COUNT PIC 9(5).
           05 WS-SM-NO-REPLY-VALUE PIC S9(11)V99.
           05 WS-SM-OUTSTANDING-COUNT PIC 9(5).
           05 WS-SM-OUTSTANDING-VALUE PIC S9(11)V99.
       01 WS-SAMPLED-VALUE PIC S9(11)V99.
       01 WS-SAMPLED-COUNT PIC 9(5).
       01 WS-COVERAGE-PCT PIC S9(3)V99.
       01 WS-CNF-SIGNED PIC S9(9)V99.
       01 WS-REPLY-SIGNED PIC S9(9)V99.
       01 WS-DIFFERENCE PIC S9(9)V99.

       01 WS-AMOUNT-DISPLAY PIC -(11)9.99.
       01 WS-A2-DISPLAY PIC -(11)9.99.
       01 WS-A3-DISPLAY PIC -(11)9.99.
       01 WS-PCT-DISPLAY PIC ZZ9.99.

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE.
           PERFORM 0050-LOAD-RUN-ID.
           PERFORM 0100-LOAD-PARAMETERS.

           OPEN INPUT BALANCE-FILE.
           IF NOT BALANCE-FILE-OK
               DISPLAY "CONFIRM - no balance master on file, run "
                   "POST first"
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF.

      *    ONLY A MISSING FILE (STATUS 35) MAY BE CREATED FRESH
           OPEN I-O REGISTER-FILE.
           IF WS-REGISTER-STATUS = '35'
               OPEN OUTPUT REGISTER-FILE
               CLOSE REGISTER-FILE
               OPEN I-O REGISTER-FILE
           END-IF.
           IF NOT REGISTER-FILE-OK
               DISPLAY "CONFIRM - cannot open confirmation register, "
                   "status " WS-REGISTER-STATUS
               CLOSE BALANCE-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN INPUT HISTORY-FILE.
           OPEN INPUT CUST-A.
           OPEN EXTEND AUDIT-FILE.
           IF NOT AUDIT-FILE-OK
               OPEN OUTPUT AUDIT-FILE
           END-IF.

           PERFORM 0200-BUILD-POPULATION.
           PERFORM 0250-CHECK-SAMPLE-DRAWN.
           IF NOT SAMPLE-ALREADY-DRAWN
               PERFORM 0300-DRAW-SAMPLE
           END-IF.
           PERFORM 0500-ENTER-REPLIES.

           OPEN OUTPUT SUMMARY-REPORT.
           PERFORM 0600-WRITE-SUMMARY.
           CLOSE SUMMARY-REPORT.

           CLOSE BALANCE-FILE.
           CLOSE REGISTER-FILE.
           IF HISTORY-FILE-OK
               CLOSE HISTORY-FILE
           END-IF.
           CLOSE CUST-A.
           CLOSE AUDIT-FILE.

           DISPLAY "CONFIRM audit date: " WS-AUDIT-DATE.
           DISPLAY "CONFIRM population: " WS-POP-COUNT.
           DISPLAY "CONFIRM deceased accounts left out: "
               WS-DECEASED-COUNT.
           DISPLAY "CONFIRM letters printed: " WS-LETTER-COUNT.
           DISPLAY "CONFIRM replies entered: " WS-REPLY-TAKEN
               " rejected: " WS-REPLY-REJECTED.

           MOVE 0 TO RETURN-CODE.
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
      *    0100-LOAD-PARAMETERS - AUDIT DATE, MATERIALITY, SAMPLE   *
      *    SIZE AND SEED; THE AUDIT DATE DEFAULTS TO THE LAST DAY    *
      *    OF LAST MONTH AND THE SEED TO THE AUDIT DATE              *
      *----------------------------------------------------------*
       0100-LOAD-PARAMETERS.
           OPEN INPUT PARM-FILE.
           IF PARM-FILE-OK
               READ PARM-FILE
                   NOT AT END
                       IF PARM-AUDIT-DATE NUMERIC
                               AND PARM-AUDIT-DATE > 0
                           MOVE PARM-AUDIT-DATE TO WS-AUDIT-DATE
                       END-IF
                       IF PARM-MATERIALITY NUMERIC
                               AND PARM-MATERIALITY > 0
                           MOVE PARM-MATERIALITY TO WS-MATERIALITY
                       END-IF
                       IF PARM-SAMPLE-COUNT NUMERIC
                           MOVE PARM-SAMPLE-COUNT TO WS-SAMPLE-COUNT
                       END-IF
                       IF PARM-SEED NUMERIC AND PARM-SEED > 0
                           MOVE PARM-SEED TO WS-SEED
                       END-IF
               END-READ
               CLOSE PARM-FILE
           END-IF.
           IF WS-AUDIT-DATE = 0
               MOVE WS-RUN-DATE TO WS-DATE-WORK
               MOVE "01" TO WS-DATE-WORK(7:2)
               COMPUTE WS-DAYS-WORK =
                   FUNCTION INTEGER-OF-DATE(WS-DATE-WORK) - 1
               MOVE FUNCTION DATE-OF-INTEGER(WS-DAYS-WORK)
                   TO WS-AUDIT-DATE
           END-IF.
           IF WS-SEED = 0
               MOVE WS-AUDIT-DATE TO WS-SEED
           END-IF.

      *----------------------------------------------------------*
      *    0200-BUILD-POPULATION - EACH ACCOUNT'S BALANCE AS AT THE *
      *    AUDIT DATE; ONLY ACCOUNTS WITH ONE ARE IN THE POPULATION  *
      *----------------------------------------------------------*
       0200-BUILD-POPULATION.
           MOVE 'N' TO WS-SCAN-DONE.
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
                       PERFORM 0210-BALANCE-AS-AT
                       IF WS-AS-AT NOT = 0 AND WS-POP-COUNT < 5000
                           PERFORM 0240-CHECK-DECEASED
                           IF ACCOUNT-DECEASED
                               ADD 1 TO WS-DECEASED-COUNT
                               ADD WS-AS-AT TO WS-DECEASED-VALUE
                           ELSE
                               PERFORM 0230-ADD-TO-POPULATION
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

      *----------------------------------------------------------*
      *    0210-BALANCE-AS-AT - THE LIVE BALANCE LESS EVERY POSTING *
      *    BOOKED AFTER THE AUDIT DATE, SIGNED THE WAY TRIALBAL      *
      *    REBUILDS A BALANCE                                        *
      *----------------------------------------------------------*
       0210-BALANCE-AS-AT.
           MOVE BAL-AMOUNT TO WS-AS-AT.
           IF NOT HISTORY-FILE-OK
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
                           PERFORM 0220-BACK-OUT-LATER-ROW
                       END-IF
               END-READ
           END-PERFORM.

       0220-BACK-OUT-LATER-ROW.
           IF HIST-ACCT-DATE NUMERIC AND HIST-ACCT-DATE > 0
               MOVE HIST-ACCT-DATE TO WS-EFF-DATE
           ELSE
               MOVE HIST-DATE TO WS-EFF-DATE
           END-IF.
           IF WS-EFF-DATE NOT > WS-AUDIT-DATE
               EXIT PARAGRAPH
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
           SUBTRACT WS-SIGNED-AMOUNT FROM WS-AS-AT.

       0230-ADD-TO-POPULATION.
           ADD 1 TO WS-POP-COUNT.
           MOVE BAL-ID TO WS-POP-ID(WS-POP-COUNT).
           MOVE WS-AS-AT TO WS-POP-BALANCE(WS-POP-COUNT).
           ADD WS-AS-AT TO WS-POP-VALUE.
           IF WS-AS-AT < 0
               COMPUTE WS-ABS-BALANCE = 0 - WS-AS-AT
           ELSE
               MOVE WS-AS-AT TO WS-ABS-BALANCE
           END-IF.
           IF WS-ABS-BALANCE NOT < WS-MATERIALITY
               MOVE 'K' TO WS-POP-STRATUM(WS-POP-COUNT)
               ADD 1 TO WS-KEY-COUNT
           ELSE
               MOVE 'R' TO WS-POP-STRATUM(WS-POP-COUNT)
               ADD 1 TO WS-REST-COUNT
           END-IF.

      *----------------------------------------------------------*
      *    0240-CHECK-DECEASED - A DECEASED CUSTOMER CANNOT CONFIRM *
      *    A BALANCE, SO THE ACCOUNT IS KEPT OUT OF THE POPULATION   *
      *    AND SHOWN SEPARATELY ON THE SUMMARY FOR THE AUDITORS      *
      *----------------------------------------------------------*
       0240-CHECK-DECEASED.
           MOVE 'N' TO WS-DECEASED-FLAG.
           IF CUST-A-OK OR WS-CUST-A-STATUS = '10'
                   OR WS-CUST-A-STATUS = '23'
               MOVE BAL-ID TO A-ID
               READ CUST-A
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF A-STATUS = 'D'
                           SET ACCOUNT-DECEASED TO TRUE
                       END-IF
               END-READ
           END-IF.

      *----------------------------------------------------------*
      *    0250-CHECK-SAMPLE-DRAWN - ANY REGISTER ENTRY FOR THE     *
      *    AUDIT DATE MEANS THE SAMPLE AND LETTERS ALREADY EXIST     *
      *----------------------------------------------------------*
       0250-CHECK-SAMPLE-DRAWN.
           MOVE WS-AUDIT-DATE TO CNF-AUDIT-DATE.
           MOVE LOW-VALUES TO CNF-CUST-ID.
           START REGISTER-FILE KEY >= CNF-KEY
               INVALID KEY
                   EXIT PARAGRAPH
           END-START.
           READ REGISTER-FILE NEXT
               AT END
                   EXIT PARAGRAPH
           END-READ.
           IF CNF-AUDIT-DATE = WS-AUDIT-DATE
               SET SAMPLE-ALREADY-DRAWN TO TRUE
           END-IF.

      *----------------------------------------------------------*
      *    0300-DRAW-SAMPLE - EVERY KEY ITEM, THEN THE RANDOM DRAW  *
      *    FROM THE REST; EACH ACCOUNT PICKED GETS ITS LETTER AND    *
      *    ITS REGISTER ENTRY                                        *
      *----------------------------------------------------------*
       0300-DRAW-SAMPLE.
           PERFORM 0350-LOAD-TEMPLATE.
           OPEN OUTPUT LETTER-FILE.
           OPEN EXTEND COMMS-FILE.
           IF NOT COMMS-FILE-OK
               OPEN OUTPUT COMMS-FILE
           END-IF.
           COMPUTE WS-RANDOM = FUNCTION RANDOM(WS-SEED).
           IF WS-SAMPLE-COUNT > WS-REST-COUNT
               MOVE WS-REST-COUNT TO WS-SAMPLE-COUNT
           END-IF.
           PERFORM VARYING WS-POP-IDX FROM 1 BY 1
                   UNTIL WS-POP-IDX > WS-POP-COUNT
               IF WS-POP-STRATUM(WS-POP-IDX) = 'K'
                   PERFORM 0400-CONFIRM-ONE-ACCOUNT
               ELSE
                   COMPUTE WS-RANDOM = FUNCTION RANDOM
                   IF (WS-REST-COUNT - WS-REST-SEEN) * WS-RANDOM
                           < WS-SAMPLE-COUNT - WS-REST-TAKEN
                       ADD 1 TO WS-REST-TAKEN
                       PERFORM 0400-CONFIRM-ONE-ACCOUNT
                   END-IF
                   ADD 1 TO WS-REST-SEEN
               END-IF
           END-PERFORM.
           CLOSE LETTER-FILE.
           CLOSE COMMS-FILE.

      *----------------------------------------------------------*
      *    0350-LOAD-TEMPLATE - THE LETTER BODY, OR THE BUILT-IN    *
      *    BLOCK WHEN THERE IS NO TEMPLATE                           *
      *----------------------------------------------------------*
       0350-LOAD-TEMPLATE.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT TEMPLATE-FILE.
           IF TEMPLATE-FILE-OK
               PERFORM UNTIL WS-EOF = 'Y'
                   READ TEMPLATE-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF WS-TEMPLATE-COUNT < 30
                               ADD 1 TO WS-TEMPLATE-COUNT
                               MOVE TEMPLATE-REC TO
                                   WS-TEMPLATE-LINE(WS-TEMPLATE-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TEMPLATE-FILE
           END-IF.
           IF WS-TEMPLATE-COUNT = 0
               MOVE "<NAME>" TO WS-TEMPLATE-LINE(1)
               MOVE "<STREET>" TO WS-TEMPLATE-LINE(2)
               MOVE "<CITYLINE>" TO WS-TEMPLATE-LINE(3)
               MOVE "PLEASE CONFIRM YOUR BALANCE AS AT"
                   TO WS-TEMPLATE-LINE(4)
               MOVE "<DATE>" TO WS-TEMPLATE-LINE(5)
               MOVE "<AMOUNT>" TO WS-TEMPLATE-LINE(6)
               MOVE SPACES TO WS-TEMPLATE-LINE(7)
               MOVE 7 TO WS-TEMPLATE-COUNT
           END-IF.

      *----------------------------------------------------------*
      *    0400-CONFIRM-ONE-ACCOUNT - THE LETTER AND THE REGISTER   *
      *    ENTRY FOR ONE SAMPLED ACCOUNT                             *
      *----------------------------------------------------------*
       0400-CONFIRM-ONE-ACCOUNT.
           MOVE SPACES TO WS-CUST-NAME.
           MOVE SPACES TO WS-PARSED-ADDR.
           MOVE "01" TO WS-CUST-COMPANY.
           IF CUST-A-OK OR WS-CUST-A-STATUS = '10'
                   OR WS-CUST-A-STATUS = '23'
               MOVE WS-POP-ID(WS-POP-IDX) TO A-ID
               READ CUST-A
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE A-NAME TO WS-CUST-NAME
                       CALL 'SUB-ADDR' USING A-ADDR WS-PARSED-ADDR
                       IF A-COMPANY NOT = SPACES
                           MOVE A-COMPANY TO WS-CUST-COMPANY
                       END-IF
               END-READ
           END-IF.

           PERFORM 0450-PRINT-LETTER.
           PERFORM 0460-RECORD-CONTACT.

           MOVE WS-AUDIT-DATE TO CNF-AUDIT-DATE.
           MOVE WS-POP-ID(WS-POP-IDX) TO CNF-CUST-ID.
           MOVE WS-POP-STRATUM(WS-POP-IDX) TO CNF-STRATUM.
           IF WS-POP-BALANCE(WS-POP-IDX) < 0
               MOVE '-' TO CNF-SIGN
               COMPUTE CNF-BALANCE = 0 - WS-POP-BALANCE(WS-POP-IDX)
           ELSE
               MOVE '+' TO CNF-SIGN
               MOVE WS-POP-BALANCE(WS-POP-IDX) TO CNF-BALANCE
           END-IF.
           MOVE WS-CUST-COMPANY TO CNF-COMPANY.
           MOVE WS-RUN-DATE TO CNF-SENT-DATE.
           MOVE SPACE TO CNF-REPLY.
           MOVE SPACE TO CNF-REPLY-SIGN.
           MOVE 0 TO CNF-REPLY-AMOUNT.
           MOVE 0 TO CNF-REPLY-DATE.
           MOVE WS-RUN-ID TO CNF-RUN-ID.
           WRITE CNF-RECORD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "CNF-SENT" TO AUDIT-ACTION
                   PERFORM 0950-WRITE-AUDIT
           END-WRITE.

       0450-PRINT-LETTER.
           ADD 1 TO WS-LETTER-COUNT.
           MOVE WS-POP-BALANCE(WS-POP-IDX) TO WS-AMOUNT-DISPLAY.
           PERFORM VARYING WS-TEMPLATE-IDX FROM 1 BY 1
                   UNTIL WS-TEMPLATE-IDX > WS-TEMPLATE-COUNT
               MOVE SPACES TO LETTER-REC
               EVALUATE FUNCTION TRIM(WS-TEMPLATE-LINE(WS-TEMPLATE-IDX))
                   WHEN "<NAME>"
                       MOVE WS-CUST-NAME TO LETTER-REC
                   WHEN "<STREET>"
                       MOVE WS-PARSED-STREET TO LETTER-REC
                   WHEN "<CITYLINE>"
                       MOVE SPACES TO WS-CITY-LINE
                       STRING FUNCTION TRIM(WS-PARSED-CITY)
                           " " WS-PARSED-STATE " " WS-PARSED-ZIP
                           DELIMITED BY SIZE INTO WS-CITY-LINE
                       MOVE WS-CITY-LINE TO LETTER-REC
                   WHEN "<DATE>"
                       MOVE WS-AUDIT-DATE TO LETTER-REC
                   WHEN "<AMOUNT>"
                       MOVE WS-AMOUNT-DISPLAY TO LETTER-REC
                   WHEN OTHER
                       MOVE WS-TEMPLATE-LINE(WS-TEMPLATE-IDX)
                           TO LETTER-REC
               END-EVALUATE
               WRITE LETTER-REC
           END-PERFORM.

      *----------------------------------------------------------*
      *    0460-RECORD-CONTACT - THE COMMUNICATIONS-HISTORY ROW FOR *
      *    THE LETTER JUST PRINTED, TEMPLATE SHOWING WHETHER IT WAS  *
      *    A KEY ITEM OR DRAWN IN THE SAMPLE                         *
      *----------------------------------------------------------*
       0460-RECORD-CONTACT.
           MOVE WS-POP-ID(WS-POP-IDX) TO COMM-CUST-ID.
           MOVE WS-RUN-DATE TO COMM-DATE.
           MOVE 'P' TO COMM-CHANNEL.
           MOVE "BALCONF" TO COMM-DOC-TYPE.
           IF WS-POP-STRATUM(WS-POP-IDX) = 'K'
               MOVE "KEYITEM" TO COMM-TEMPLATE
           ELSE
               MOVE "SAMPLED" TO COMM-TEMPLATE
           END-IF.
           MOVE WS-RUN-ID TO COMM-RUN-ID.
           MOVE "CONFIRM" TO COMM-PROGRAM.
           WRITE COMM-RECORD.

      *----------------------------------------------------------*
      *    0500-ENTER-REPLIES - EACH REPLY ROW ONTO ITS REGISTER    *
      *    ENTRY FOR THE AUDIT DATE; A ROW FOR A CUSTOMER NOT IN     *
      *    THE SAMPLE, OR WITH AN UNKNOWN CODE, IS REJECTED          *
      *----------------------------------------------------------*
       0500-ENTER-REPLIES.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT REPLY-FILE.
           IF NOT REPLY-FILE-OK
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-EOF = 'Y'
               READ REPLY-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-REPLY-READ
                       PERFORM 0550-ENTER-ONE-REPLY
               END-READ
           END-PERFORM.
           CLOSE REPLY-FILE.

       0550-ENTER-ONE-REPLY.
           MOVE SPACES TO WS-REJECT-REASON.
           IF REPLY-CODE NOT = 'A' AND REPLY-CODE NOT = 'D'
                   AND REPLY-CODE NOT = 'N'
               MOVE "UNKNOWN REPLY CODE" TO WS-REJECT-REASON
           END-IF.
           IF REPLY-CODE = 'D' AND REPLY-AMOUNT NOT NUMERIC
               MOVE "DISAGREED WITH NO AMOUNT" TO WS-REJECT-REASON
           END-IF.
           IF WS-REJECT-REASON = SPACES
               MOVE WS-AUDIT-DATE TO CNF-AUDIT-DATE
               MOVE REPLY-CUST-ID TO CNF-CUST-ID
               READ REGISTER-FILE
                   INVALID KEY
                       MOVE "NOT IN THE SAMPLE" TO WS-REJECT-REASON
               END-READ
           END-IF.
           IF WS-REJECT-REASON NOT = SPACES
               ADD 1 TO WS-REPLY-REJECTED
               DISPLAY "CONFIRM - reply for " REPLY-CUST-ID
                   " rejected: " WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF.

           MOVE REPLY-CODE TO CNF-REPLY.
           IF REPLY-CODE = 'D'
               MOVE REPLY-SIGN TO CNF-REPLY-SIGN
               IF CNF-REPLY-SIGN NOT = '-'
                   MOVE '+' TO CNF-REPLY-SIGN
               END-IF
               MOVE REPLY-AMOUNT TO CNF-REPLY-AMOUNT
           ELSE
               MOVE SPACE TO CNF-REPLY-SIGN
               MOVE 0 TO CNF-REPLY-AMOUNT
           END-IF.
           IF REPLY-DATE NUMERIC AND REPLY-DATE > 0
               MOVE REPLY-DATE TO CNF-REPLY-DATE
           ELSE
               MOVE WS-RUN-DATE TO CNF-REPLY-DATE
           END-IF.
           REWRITE CNF-RECORD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1 TO WS-REPLY-TAKEN
                   MOVE "CNF-REPLY" TO AUDIT-ACTION
                   PERFORM 0950-WRITE-AUDIT
           END-REWRITE.

      *----------------------------------------------------------*
      *    0600-WRITE-SUMMARY - FOR THE AUDITORS: THE POPULATION,   *
      *    THE SAMPLE BY STRATUM AND ITS COVERAGE OF THE VALUE, THE  *
      *    REPLIES BY KIND, THEN EVERY EXCEPTION - EACH              *
      *    DISAGREEMENT WITH ITS DIFFERENCE AND EVERY ACCOUNT NOT    *
      *    YET CONFIRMED                                             *
      *----------------------------------------------------------*
       0600-WRITE-SUMMARY.
           INITIALIZE WS-SUMMARY.
           MOVE WS-AUDIT-DATE TO CNF-AUDIT-DATE.
           MOVE LOW-VALUES TO CNF-CUST-ID.
           MOVE 'N' TO WS-SCAN-DONE.
           START REGISTER-FILE KEY >= CNF-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-SCAN-DONE
           END-START.
           PERFORM UNTIL WS-SCAN-DONE = 'Y'
               READ REGISTER-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-SCAN-DONE
                   NOT AT END
                       IF CNF-AUDIT-DATE NOT = WS-AUDIT-DATE
                           MOVE 'Y' TO WS-SCAN-DONE
                       ELSE
                           PERFORM 0650-COUNT-ONE-ENTRY
                       END-IF
               END-READ
           END-PERFORM.

           COMPUTE WS-SAMPLED-COUNT =
               WS-SM-KEY-COUNT + WS-SM-RANDOM-COUNT.
           COMPUTE WS-SAMPLED-VALUE =
               WS-SM-KEY-VALUE + WS-SM-RANDOM-VALUE.
           MOVE 0 TO WS-COVERAGE-PCT.
           IF WS-POP-VALUE NOT = 0
               COMPUTE WS-COVERAGE-PCT ROUNDED =
                   WS-SAMPLED-VALUE * 100 / WS-POP-VALUE
           END-IF.

           MOVE SPACES TO REPORT-REC.
           STRING "BALANCE CONFIRMATION SUMMARY AUDIT DATE="
               WS-AUDIT-DATE " RUN DATE=" WS-RUN-DATE
               DELIMITED BY SIZE INTO REPORT-REC.
           WRITE REPORT-REC.
           MOVE WS-MATERIALITY TO WS-AMOUNT-DISPLAY.
           MOVE SPACES TO REPORT-REC.
           STRING "MATERIALITY=" WS-AMOUNT-DISPLAY
               " RANDOM SAMPLE SIZE=" WS-SAMPLE-COUNT
               " SEED=" WS-SEED
               DELIMITED BY SIZE INTO REPORT-REC.
           WRITE REPORT-REC.
           MOVE SPACES TO REPORT-REC.
           WRITE REPORT-REC.

           MOVE WS-POP-VALUE TO WS-AMOUNT-DISPLAY.
           MOVE SPACES TO REPORT-REC.
           STRING "POPULATION              ACCOUNTS=" WS-POP-COUNT
               " VALUE=" WS-AMOUNT-DISPLAY
               DELIMITED BY SIZE INTO REPORT-REC.
           WRITE REPORT-REC.
           MOVE WS-DECEASED-VALUE TO WS-AMOUNT-DISPLAY.
           MOVE SPACES TO REPORT-REC.
           STRING "DECEASED, NOT SENT      ACCOUNTS=" WS-DECEASED-COUNT
               " VALUE=" WS-AMOUNT-DISPLAY
               DELIMITED BY SIZE INTO REPORT-REC.
           WRITE REPORT-REC.
           MOVE WS-SM-KEY-VALUE TO WS-AMOUNT-DISPLAY.
           MOVE SPACES TO REPORT-REC.
           STRING "KEY ITEMS SAMPLED       ACCOUNTS=" WS-SM-KEY-COUNT
               " VALUE=" WS-AMOUNT-DISPLAY
               DELIMITED BY SIZE INTO REPORT-REC.
           WRITE REPORT-REC.
           MOVE WS-SM-RANDOM-VALUE TO WS-AMOUNT-DISPLAY.
           MOVE SPACES TO REPORT-REC.
           STRING "RANDOM ITEMS SAMPLED    ACCOUNTS="
               WS-SM-RANDOM-COUNT
               " VALUE=" WS-AMOUNT-DISPLAY
               DELIMITED BY SIZE INTO REPORT-REC.
           WRITE REPORT-REC.
           MOVE WS-SAMPLED-VALUE TO WS-AMOUNT-DISPLAY.
           MOVE WS-COVERAGE-PCT TO WS-PCT-DISPLAY.
           MOVE SPACES TO REPORT-REC.
           STRING "TOTAL SAMPLED           ACCOUNTS=" WS-SAMPLED-COUNT
               " VALUE=" WS-AMOUNT-DISPLAY
               " COVERAGE=" WS-PCT-DISPLAY "%"
               DELIMITED BY SIZE INTO REPORT-REC.
           WRITE REPORT-REC.
           MOVE SPACES TO REPORT-REC.
           WRITE REPORT-REC.

           MOVE WS-SM-AGREED-VALUE TO WS-AMOUNT-DISPLAY.
           MOVE SPACES TO REPORT-REC.
           STRING "AGREED                  ACCOUNTS="
               WS-SM-AGREED-COUNT
               " VALUE=" WS-AMOUNT-DISPLAY
               DELIMITED BY SIZE INTO REPORT-REC.
           WRITE REPORT-REC.
           MOVE WS-SM-DISAGREED-VALUE TO WS-AMOUNT-DISPLAY.
           MOVE WS-SM-DIFFERENCE TO WS-A2-DISPLAY.
           MOVE SPACES TO REPORT-REC.
           STRING "DISAGREED               ACCOUNTS="
               WS-SM-DISAGREED-COUNT
               " VALUE=" WS-AMOUNT-DISPLAY
               " DIFFERENCE=" WS-A2-DISPLAY
               DELIMITED BY SIZE INTO REPORT-REC.
           WRITE REPORT-REC.
           MOVE WS-SM-NO-REPLY-VALUE TO WS-AMOUNT-DISPLAY.
           MOVE SPACES TO REPORT-REC.
           STRING "NO REPLY                ACCOUNTS="
               WS-SM-NO-REPLY-COUNT
               " VALUE=" WS-AMOUNT-DISPLAY
               DELIMITED BY SIZE INTO REPORT-REC.
           WRITE REPORT-REC.
           MOVE WS-SM-OUTSTANDING-VALUE TO WS-AMOUNT-DISPLAY.
           MOVE SPACES TO REPORT-REC.
           STRING "AWAITING REPLY          ACCOUNTS="
               WS-SM-OUTSTANDING-COUNT
               " VALUE=" WS-AMOUNT-DISPLAY
               DELIMITED BY SIZE INTO REPORT-REC.
           WRITE REPORT-REC.
           MOVE SPACES TO REPORT-REC.
           WRITE REPORT-REC.

           MOVE SPACES TO REPORT-REC.
           STRING "EXCEPTIONS  CUST  ST REPLY     OUR BALANCE"
               "   THEIR BALANCE      DIFFERENCE"
               DELIMITED BY SIZE INTO REPORT-REC.
           WRITE REPORT-REC.
           MOVE WS-AUDIT-DATE TO CNF-AUDIT-DATE.
           MOVE LOW-VALUES TO CNF-CUST-ID.
           MOVE 'N' TO WS-SCAN-DONE.
           START REGISTER-FILE KEY >= CNF-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-SCAN-DONE
           END-START.
           PERFORM UNTIL WS-SCAN-DONE = 'Y'
               READ REGISTER-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-SCAN-DONE
                   NOT AT END
                       IF CNF-AUDIT-DATE NOT = WS-AUDIT-DATE
                           MOVE 'Y' TO WS-SCAN-DONE
                       ELSE
                           IF NOT CNF-IS-AGREED
                               PERFORM 0660-WRITE-EXCEPTION
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       0650-COUNT-ONE-ENTRY.
           MOVE CNF-BALANCE TO WS-CNF-SIGNED.
           IF CNF-SIGN = '-'
               COMPUTE WS-CNF-SIGNED = 0 - CNF-BALANCE
           END-IF.
           IF CNF-IS-KEY-ITEM
               ADD 1 TO WS-SM-KEY-COUNT
               ADD WS-CNF-SIGNED TO WS-SM-KEY-VALUE
           ELSE
               ADD 1 TO WS-SM-RANDOM-COUNT
               ADD WS-CNF-SIGNED TO WS-SM-RANDOM-VALUE
           END-IF.
           EVALUATE TRUE
               WHEN CNF-IS-AGREED
                   ADD 1 TO WS-SM-AGREED-COUNT
                   ADD WS-CNF-SIGNED TO WS-SM-AGREED-VALUE
               WHEN CNF-IS-DISAGREED
                   ADD 1 TO WS-SM-DISAGREED-COUNT
                   ADD WS-CNF-SIGNED TO WS-SM-DISAGREED-VALUE
                   MOVE CNF-REPLY-AMOUNT TO WS-REPLY-SIGNED
                   IF CNF-REPLY-SIGN = '-'
                       COMPUTE WS-REPLY-SIGNED = 0 - CNF-REPLY-AMOUNT
                   END-IF
                   COMPUTE WS-SM-DIFFERENCE = WS-SM-DIFFERENCE
                       + WS-CNF-SIGNED - WS-REPLY-SIGNED
               WHEN CNF-IS-NO-REPLY
                   ADD 1 TO WS-SM-NO-REPLY-COUNT
                   ADD WS-CNF-SIGNED TO WS-SM-NO-REPLY-VALUE
               WHEN OTHER
                   ADD 1 TO WS-SM-OUTSTANDING-COUNT
                   ADD WS-CNF-SIGNED TO WS-SM-OUTSTANDING-VALUE
           END-EVALUATE.

       0660-WRITE-EXCEPTION.
           MOVE CNF-BALANCE TO WS-CNF-SIGNED.
           IF CNF-SIGN = '-'
               COMPUTE WS-CNF-SIGNED = 0 - CNF-BALANCE
           END-IF.
           MOVE WS-CNF-SIGNED TO WS-AMOUNT-DISPLAY.
           MOVE SPACES TO REPORT-REC.
           IF CNF-IS-DISAGREED
               MOVE CNF-REPLY-AMOUNT TO WS-REPLY-SIGNED
               IF CNF-REPLY-SIGN = '-'
                   COMPUTE WS-REPLY-SIGNED = 0 - CNF-REPLY-AMOUNT
               END-IF
               COMPUTE WS-DIFFERENCE = WS-CNF-SIGNED - WS-REPLY-SIGNED
               MOVE WS-REPLY-SIGNED TO WS-A2-DISPLAY
               MOVE WS-DIFFERENCE TO WS-A3-DISPLAY
               STRING "            " CNF-CUST-ID " " CNF-STRATUM
                   "  DISAGREED " WS-AMOUNT-DISPLAY
                   " " WS-A2-DISPLAY " " WS-A3-DISPLAY
                   DELIMITED BY SIZE INTO REPORT-REC
           ELSE
               IF CNF-IS-NO-REPLY
                   STRING "            " CNF-CUST-ID " " CNF-STRATUM
                       "  NO REPLY  " WS-AMOUNT-DISPLAY
                       DELIMITED BY SIZE INTO REPORT-REC
               ELSE
                   STRING "            " CNF-CUST-ID " " CNF-STRATUM
                       "  AWAITING  " WS-AMOUNT-DISPLAY
                       DELIMITED BY SIZE INTO REPORT-REC
               END-IF
           END-IF.
           WRITE REPORT-REC.

      *----------------------------------------------------------*
      *    0950-WRITE-AUDIT - ONE ROW PER LETTER SENT AND PER       *
      *    REPLY ENTERED, KEYED AUDIT DATE AND CUSTOMER              *
      *----------------------------------------------------------*
       0950-WRITE-AUDIT.
           MOVE SPACES TO AUDIT-KEY.
           STRING CNF-CUST-ID "-" CNF-AUDIT-DATE
               DELIMITED BY SIZE INTO AUDIT-KEY.
           MOVE "CONFIRM" TO AUDIT-PROGRAM.
           MOVE WS-RUN-ID TO AUDIT-RUN-ID.
           MOVE SPACES TO AUDIT-OPERATOR.
           MOVE FUNCTION CURRENT-DATE TO AUDIT-TIMESTAMP.
           MOVE CNF-COMPANY TO AUDIT-COMPANY.
           WRITE AUDIT-RECORD.
