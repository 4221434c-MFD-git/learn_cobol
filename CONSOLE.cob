               ACCESS MODE IS DYNAMIC
               FILE STATUS IS WS-CUST-B-STATUS.

      *----------------------------------------------------------*
      *    SRCH-FILE IS THE CUSTOMER SEARCH INDEX CUSTLOAD BUILDS -  *
      *    THE NAME SEARCH READS ONE SOUND CODE'S OR ONE ZIP'S KEY   *
      *    RANGE INSTEAD OF CODING EVERY NAME ON THE MASTER.         *
      *----------------------------------------------------------*
           SELECT SRCH-FILE ASSIGN TO './custA-search.txt'
               ORGANIZATION IS INDEXED
               RECORD KEY IS SRCH-KEY
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS WS-SRCH-STATUS.

      *----------------------------------------------------------*
      *    TXN-FILE IS THE SAME MAINT_TXN.TXT MAINT READS - THE     *
      *    GUIDED SINGLE-TRANSACTION OPTION WRITES THE ONE ROW AND   *
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS WS-RETMAIL-STATUS.

      *----------------------------------------------------------*
      *    DECEASED-FILE - THE DECEASED REGISTER MAINT KEEPS, SO A  *
      *    LOOKUP ON A DECEASED CUSTOMER TELLS THE OPERATOR WHO TO   *
      *    SPEAK TO ABOUT THE ESTATE BEFORE ANYTHING ELSE            *
      *----------------------------------------------------------*
           SELECT DECEASED-FILE ASSIGN TO './cust-deceased.txt'
               ORGANIZATION IS INDEXED
               RECORD KEY IS DEC-CUST-ID
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS WS-DECEASED-STATUS.

      *----------------------------------------------------------*
      *    REL-FILE - THE RELATIONSHIP MASTER RELMNT MAINTAINS, SO  *
      *    THE LOOKUP SHOWS A CUSTOMER'S PARENT COMPANY, BRANCHES,   *
      *    GUARANTORS AND GUARANTEED ACCOUNTS                        *
      *----------------------------------------------------------*
           SELECT REL-FILE ASSIGN TO './cust-relations.txt'
               ORGANIZATION IS INDEXED
               RECORD KEY IS REL-KEY
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS WS-REL-STATUS.

      *----------------------------------------------------------*
      *    COMMS-FILE - THE SHARED COMMUNICATIONS HISTORY, SO THE   *
      *    LOOKUP SHOWS THE LAST FEW DOCUMENTS SENT                  *
      *----------------------------------------------------------*
           SELECT COMMS-FILE ASSIGN TO './result/comms-history.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COMMS-STATUS.

      *----------------------------------------------------------*
      *    WORKLIST-FILE - THE PRIORITIZED COLLECTIONS QUEUE THE    *
      *    NIGHTLY COLLECT RUN BUILDS; THE COLLECTIONS OPTION WALKS  *
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EDIT-STATUS.

      *----------------------------------------------------------*
      *    UNAPREG-FILE/HISTORY-FILE - THE UNAPPLIED-CASH REGISTER  *
      *    UNAPPLY KEEPS AND THE POSTED-TRANSACTION HISTORY WHOSE    *
      *    OPEN ORDERS THE CASH CAN BE APPLIED TO.  THE DECISION IS  *
      *    ONLY RECORDED HERE; UNAPPLY STAGES IT FOR POST.           *
      *----------------------------------------------------------*
           SELECT UNAPREG-FILE
               ASSIGN TO './result/unapplied-register.txt'
               ORGANIZATION IS INDEXED
               RECORD KEY IS UNAP-SEQ
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS WS-UNAPREG-STATUS.

      *----------------------------------------------------------*
      *    REFQ-FILE - THE CREDIT-REFERRAL DECISION QUEUE REFERQ    *
      *    KEEPS; A CREDIT OFFICER APPROVES OR DECLINES EACH ORDER   *
      *    HERE AND THE NEXT REFERQ RUN RE-STAGES THE APPROVALS      *
      *----------------------------------------------------------*
           SELECT REFQ-FILE
               ASSIGN TO './result/referral-queue.txt'
               ORGANIZATION IS INDEXED
               RECORD KEY IS REFQ-SEQ
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS WS-REFQ-STATUS.

      *----------------------------------------------------------*
      *    ARRANGE-FILE - THE PAYMENT-ARRANGEMENT MASTER.  AN        *
      *    INSTALLMENT PLAN AGREED ON THE PHONE IS RECORDED HERE     *
      *    AND THE NIGHTLY ARRANGE RUN CHECKS IT AGAINST POSTED      *
      *    PAYMENTS.                                                 *
      *----------------------------------------------------------*
           SELECT ARRANGE-FILE ASSIGN TO './payment-arrangements.txt'
               ORGANIZATION IS INDEXED
               RECORD KEY IS ARR-CUST-ID
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS WS-ARRANGE-STATUS.

      *----------------------------------------------------------*
      *    REFUND-FILE - THE CREDIT-BALANCE REFUND REGISTER REFUND  *
      *    KEEPS.  AN OPERATOR HOLDING REFUND AUTHORITY APPROVES     *
      *    ENTRIES HERE; THE NEXT REFUND RUN ISSUES THE CHEQUES.     *
      *----------------------------------------------------------*
           SELECT REFUND-FILE
               ASSIGN TO './result/refund-register.txt'
               ORGANIZATION IS INDEXED
               RECORD KEY IS RFD-CUST-ID
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS WS-REFUND-STATUS.

      *----------------------------------------------------------*
      *    SANCQ-FILE - THE SANCTIONS REVIEW QUEUE SANCSCRN RAISES. *
      *    ONLY COMPLIANCE - AN OPERATOR HOLDING 'S' - DECIDES A HIT *
      *    HERE; A CONFIRMED HIT STOPS EVERY REFUND UNTIL CLEARED.   *
      *----------------------------------------------------------*
           SELECT SANCQ-FILE ASSIGN TO './result/sanctions-queue.txt'
               ORGANIZATION IS INDEXED
               RECORD KEY IS SANQ-KEY
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS WS-SANCQ-STATUS.

      *----------------------------------------------------------*
      *    FRAUDQ-FILE - THE FRAUD ALERT QUEUE FRAUDCHK RAISES.     *
      *    ONLY A REVIEWER HOLDING 'Q' DECIDES AN ALERT HERE; AN     *
      *    OPEN OR CONFIRMED ALERT HOLDS THE CUSTOMER'S REFUNDS.     *
      *----------------------------------------------------------*
           SELECT FRAUDQ-FILE ASSIGN TO './result/fraud-queue.txt'
               ORGANIZATION IS INDEXED
               RECORD KEY IS FRQ-KEY
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS WS-FRAUDQ-STATUS.

           SELECT HISTORY-FILE ASSIGN TO './cust-txn-history.txt'
               ORGANIZATION IS INDEXED
               RECORD KEY IS HIST-KEY
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS WS-HISTORY-STATUS.

      *----------------------------------------------------------*
      *    AUTH-FILE/AUDIT-FILE - THE PER-OPERATOR TYPE AUTHORITY   *
      *    MAINT AND POST ENFORCE, AND THE SHARED AUDIT TRAIL EVERY  *
      *    MONEY DECISION TAKEN AT THE CONSOLE IS WRITTEN TO         *
      *----------------------------------------------------------*
           SELECT AUTH-FILE ASSIGN TO './maint_auth.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUTH-STATUS.

           SELECT AUDIT-FILE ASSIGN TO './result/audit-trail.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

      *----------------------------------------------------------*
      *    CMPL-FILE - THE COMPLAINT CASE MASTER (CMPLREC), WITH    *
      *    CMPCTL-FILE HOLDING THE LAST CASE NUMBER ISSUED THE WAY   *
      *    INVOICE-CONTROL DOES FOR POST.  CODES-FILE IS THE LIST    *
      *    OF COMPLAINT CATEGORIES ('C') AND ROOT-CAUSE CODES ('R')  *
      *    A CASE MAY CARRY; NO FILE MEANS ANY CODE IS TAKEN.        *
      *    CALENDAR-FILE IS THE HOLIDAY LIST THE FINAL-RESPONSE      *
      *    DEADLINE IS SET AGAINST, AS SCHEDULER READS IT.           *
      *----------------------------------------------------------*
           SELECT CMPL-FILE ASSIGN TO './cust-complaints.txt'
               ORGANIZATION IS INDEXED
               RECORD KEY IS CMP-CASE-NO
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS WS-CMPL-STATUS.

           SELECT CMPCTL-FILE
               ASSIGN TO './result/complaint-control.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CMPCTL-STATUS.

           SELECT CODES-FILE ASSIGN TO './complaint_codes.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CODES-STATUS.

           SELECT CALENDAR-FILE ASSIGN TO './business_calendar.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CALENDAR-STATUS.

       DATA DIVISION.
       FILE SECTION.

       01 A-REC.
           COPY "custnamerec" REPLACING FIELD-ID BY A-ID
               FIELD-NAME BY A-NAME FIELD-STATUS BY A-STATUS
               FIELD-ADDR BY A-ADDR FIELD-PREF-NAME BY A-PREF-NAME.

       FD CUST-B.
       01 B-REC.
               FIELD-ID BY B-ID FIELD-EFFDATE BY B-EFFECTIVE-DATE
               FIELD-ADDR BY B-ADDR FIELD-NAME BY B-NAME.

       FD SRCH-FILE.
           COPY "srchidxrec".

       FD TXN-FILE.
       01 TXN-REC.
           05 TXN-ID PIC X(5).
       FD RETMAIL-FILE.
           COPY "retmailrec".

       FD DECEASED-FILE.
           COPY "deceasedrec".

       FD REL-FILE.
           COPY "relrec".

       FD COMMS-FILE.
           COPY "commrec".

       FD WORKLIST-FILE.
           COPY "worklistrec".

       FD EDIT-REPORT.
       01 EDIT-REC PIC X(80).

       FD UNAPREG-FILE.
           COPY "unapprec".

       FD REFQ-FILE.
           COPY "referrec".

       FD ARRANGE-FILE.
           COPY "arrangerec".

       FD REFUND-FILE.
           COPY "refundrec".

       FD SANCQ-FILE.
           COPY "sancqrec".

       FD FRAUDQ-FILE.
           COPY "fraudqrec".

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

       FD AUTH-FILE.
       01 AUTH-REC.
           05 AUTH-OPER-ID PIC X(8).
           05 AUTH-ALLOWED-TYPES PIC X(20).

       FD AUDIT-FILE.
           COPY "auditrec".

       FD CMPL-FILE.
           COPY "cmplrec".

       FD CMPCTL-FILE.
       01 CMPCTL-REC.
           05 CMPCTL-LAST-NO PIC 9(7).

       FD CODES-FILE.
       01 CODES-REC.
           05 CODE-TYPE PIC X(1).
           05 CODE-VALUE PIC X(8).
           05 CODE-DESC PIC X(30).

       FD CALENDAR-FILE.
       01 CALENDAR-REC.
           05 CAL-DATE PIC X(8).
           05 CAL-TYPE PIC X(1).

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------*
      *    ONE NUMBERED MENU OVER THE SCATTERED INTERACTIVE TOOLS   *
           88 PREF-FILE-OK VALUE '00'.
       01 WS-RETMAIL-STATUS PIC XX.
           88 RETMAIL-FILE-OK VALUE '00'.
       01 WS-DECEASED-STATUS PIC XX.
           88 DECEASED-FILE-OK VALUE '00'.
       01 WS-REL-STATUS PIC XX.
           88 REL-FILE-OK VALUE '00'.
       01 WS-REL-DONE PIC X.
       01 WS-REL-ROLE PIC X(15).
       01 WS-REL-OTHER-ID PIC X(5).
       01 WS-COMMS-STATUS PIC XX.
           88 COMMS-FILE-OK VALUE '00'.
       01 WS-COMMS-DONE PIC X.
       01 WS-CONTACT-SEEN PIC 9(5).
       01 WS-CONTACT-NEXT PIC 9.
       01 WS-CONTACT-SHOW PIC 9.
       01 WS-CONTACT-SUB PIC 9.
       01 WS-CONTACT-TABLE.
           05 WS-CONTACT-ROW PIC X(46) OCCURS 5 TIMES.
       01 WS-WORKLIST-STATUS PIC XX.
           88 WORKLIST-FILE-OK VALUE '00'.
       01 WS-WL-DONE PIC X.
           88 CHOICE-IS-ALERTS VALUE '7'.
           88 CHOICE-IS-EXCEPTIONS VALUE '8'.
           88 CHOICE-IS-APPROVE VALUE 'A'.
           88 CHOICE-IS-UNAPPLIED VALUE 'B'.
           88 CHOICE-IS-REFERRALS VALUE 'C'.
           88 CHOICE-IS-DISPUTES VALUE 'D'.
           88 CHOICE-IS-ARRANGEMENTS VALUE 'E'.
           88 CHOICE-IS-REFUNDS VALUE 'F'.
           88 CHOICE-IS-SANCTIONS VALUE 'G'.
           88 CHOICE-IS-FRAUD VALUE 'H'.
           88 CHOICE-IS-COMPLAINTS VALUE 'I'.
           88 CHOICE-IS-EXIT VALUE '9'.

      *----------------------------------------------------------*
      *    PHONETIC NAME SEARCH STATE - THE NAME HEARD OVER THE    *
      *    PHONE IS CODED THROUGH SUB-PHON AND LOOKED UP IN THE     *
      *    SEARCH INDEX UNDER THAT CODE, SO AN OPERATOR FINDS       *
      *    "JOHN SMITH" FROM "JON SMYTH" WITHOUT GUESSING SPELLINGS. *
      *    A ZIP NARROWS THE NAME'S MATCHES, OR ON ITS OWN LISTS     *
      *    EVERY CUSTOMER WITH AN ADDRESS THERE.                     *
      *----------------------------------------------------------*
       01 WS-SEARCH-NAME PIC X(20).
       01 WS-SEARCH-CODE PIC X(8).
       01 WS-SEARCH-ZIP PIC X(3).
       01 WS-MATCH-COUNT PIC 9(4).
       01 WS-SRCH-STATUS PIC XX.
           88 SRCH-FILE-OK VALUE '00'.
       01 WS-SRCH-DONE PIC X.
       01 WS-SEARCH-KIND PIC X(1).
       01 WS-SEARCH-VALUE PIC X(8).
       01 WS-ZIP-MATCHED PIC X.

       01 WS-LOOKUP-ID PIC X(5).
           COPY "custidreq".
           COPY "signonreq".
       01 WS-B-DONE PIC X.
       01 WS-TODAY PIC 9(8).
       01 WS-BEST-ADDR PIC X(30).
       01 WS-TXN-TYPE PIC X(1).
       01 WS-TXN-VALUE PIC X(30).
       01 WS-TXN-VALUE2 PIC X(30).
       01 WS-DEATH-DATE PIC X(8).
       01 WS-ESTATE-CONTACT PIC X(22).

       01 WS-EOF PIC X.
       01 WS-NOTE-TEXT PIC X(50).
       01 WS-RECENT-SEEN PIC 9(5).
       01 WS-RECENT-IDX PIC 9(1).

      *----------------------------------------------------------*
      *    UNAPPLIED-CASH STATE - THE ITEM BEING WORKED, THE        *
      *    OPERATOR'S ANSWER (AN ORDER'S HISTORY SEQUENCE, R FOR     *
      *    REFUND, S TO SKIP), AND THE OPERATOR'S TYPE AUTHORITY     *
      *----------------------------------------------------------*
       01 WS-UNAPREG-STATUS PIC XX.
           88 UNAPREG-FILE-OK VALUE '00'.
       01 WS-HISTORY-STATUS PIC XX.
           88 HISTORY-FILE-OK VALUE '00'.
       01 WS-AUTH-STATUS PIC XX.
           88 AUTH-FILE-OK VALUE '00'.
       01 WS-AUDIT-STATUS PIC XX.
           88 AUDIT-FILE-OK VALUE '00'.
       01 WS-UNAP-DONE PIC X.
       01 WS-HIST-DONE PIC X.
       01 WS-UNAP-ANSWER PIC X(7).
       01 WS-UNAP-ORDER PIC 9(7).
       01 WS-ORDER-OPEN PIC X.
           88 ORDER-IS-OPEN VALUE 'Y'.
       01 WS-ORDERS-SHOWN PIC 9(4).
       01 WS-UNAP-DECIDED PIC 9(4).
       01 WS-ALLOWED-TYPES PIC X(20).
       01 WS-AUTH-EOF PIC X.
       01 WS-TYPE-TALLY PIC 9(2).
       01 WS-UNAP-AMOUNT-DISPLAY PIC -(7)9.99.
       01 WS-OPEN-AMOUNT-DISPLAY PIC -(7)9.99.

      *----------------------------------------------------------*
      *    CREDIT-REFERRAL STATE - THE QUEUE ENTRY BEING DECIDED    *
      *    AND THE CREDIT OFFICER'S ANSWER                           *
      *----------------------------------------------------------*
       01 WS-REFQ-STATUS PIC XX.
           88 REFQ-FILE-OK VALUE '00'.
       01 WS-REFQ-DONE PIC X.
       01 WS-REFQ-DECISION PIC X(1).
       01 WS-REFQ-REASON PIC X(30).
       01 WS-REFQ-DECIDED PIC 9(4).
       01 WS-REFQ-BALANCE-DISPLAY PIC -(9)9.99.
       01 WS-REFQ-LIMIT-DISPLAY PIC -(9)9.99.

      *----------------------------------------------------------*
      *    ITEM-DISPUTE STATE - THE CUSTOMER WHOSE ITEMS ARE BEING  *
      *    WORKED, THE HISTORY SEQUENCE KEYED, AND THE ANSWERS       *
      *----------------------------------------------------------*
       01 WS-DISP-DONE PIC X.
       01 WS-DISP-ANSWER PIC X(7).
       01 WS-DISP-SEQ PIC 9(7).
       01 WS-DISP-CONFIRM PIC X(1).
       01 WS-DISP-REASON PIC X(30).
       01 WS-DISP-CHANGED PIC 9(4).

      *----------------------------------------------------------*
      *    PAYMENT-ARRANGEMENT STATE - THE PLAN BEING KEYED, WHAT    *
      *    THE CUSTOMER OWES, AND THE OPERATOR'S ANSWERS             *
      *----------------------------------------------------------*
       01 WS-ARRANGE-STATUS PIC XX.
           88 ARRANGE-FILE-OK VALUE '00'.
       01 WS-ARR-EXISTS PIC X.
           88 ARRANGEMENT-ON-FILE VALUE 'Y'.
       01 WS-ARR-ABANDON PIC X.
           88 ARRANGEMENT-ABANDONED VALUE 'Y'.
       01 WS-ARR-VALID PIC X.
           88 ARR-ANSWER-VALID VALUE 'Y'.
       01 WS-ARR-ANSWER PIC X(12).
       01 WS-ARR-CHECK PIC X(12).
       01 WS-ARR-DOTS PIC 9(2).
       01 WS-ARR-CONFIRM PIC X(1).
       01 WS-ARR-COUNT PIC 9(2).
       01 WS-ARR-IDX PIC 9(2).
       01 WS-ARR-LAST-SEQ PIC 9(7).
       01 WS-ARR-OWED PIC S9(9)V99.
       01 WS-ARR-SCHEDULED PIC S9(9)V99.
       01 WS-ARR-PREV-DUE PIC 9(8).
       01 WS-ARR-DATE PIC 9(8).
       01 WS-ARR-DATE-PARTS REDEFINES WS-ARR-DATE.
           05 WS-ARR-DATE-YYYY PIC 9(4).
           05 WS-ARR-DATE-MM PIC 9(2).
           05 WS-ARR-DATE-DD PIC 9(2).
       01 WS-ARR-AMOUNT PIC 9(7)V99.
       01 WS-ARR-TABLE.
           05 WS-ARR-ENTRY OCCURS 12 TIMES.
               10 WS-ARR-DUE PIC 9(8).
               10 WS-ARR-AMT PIC 9(7)V99.
       01 WS-ARR-AMOUNT-DISPLAY PIC -(9)9.99.

      *----------------------------------------------------------*
      *    REFUND-APPROVAL STATE - THE REGISTER ENTRY BEING         *
      *    DECIDED AND THE OPERATOR'S ANSWERS                        *
      *----------------------------------------------------------*
       01 WS-REFUND-STATUS PIC XX.
           88 REFUND-FILE-OK VALUE '00'.
       01 WS-RFD-DONE PIC X.
       01 WS-RFD-ANSWER PIC X(1).
       01 WS-RFD-CONFIRM PIC X(1).
       01 WS-RFD-DECIDED PIC 9(4).
       01 WS-RFD-AMOUNT-DISPLAY PIC Z(6)9.99.

      *----------------------------------------------------------*
      *    SANCTIONS-REVIEW STATE - THE QUEUE ENTRY BEING DECIDED   *
      *----------------------------------------------------------*
       01 WS-SANCQ-STATUS PIC XX.
           88 SANCQ-FILE-OK VALUE '00'.
       01 WS-SANQ-DONE PIC X.
       01 WS-SANQ-ANSWER PIC X(1).
       01 WS-SANQ-DECIDED PIC 9(4).

      *----------------------------------------------------------*
      *    FRAUD-REVIEW STATE - THE ALERT BEING DECIDED AND THE     *
      *    REVIEWER'S ANSWERS                                        *
      *----------------------------------------------------------*
       01 WS-FRAUDQ-STATUS PIC XX.
           88 FRAUDQ-FILE-OK VALUE '00'.
       01 WS-FRQ-DONE PIC X.
       01 WS-FRQ-ANSWER PIC X(1).
       01 WS-FRQ-NOTE PIC X(30).
       01 WS-FRQ-DECIDED PIC 9(4).

      *----------------------------------------------------------*
      *    COMPLAINT-CASE STATE - THE CASE BEING OPENED OR WORKED,  *
      *    THE OPERATOR'S ANSWERS, AND THE BUSINESS CALENDAR THE     *
      *    EIGHT-WEEK FINAL-RESPONSE DEADLINE IS SET AGAINST (THE    *
      *    SAME RULE SCHEDULER APPLIES)                              *
      *----------------------------------------------------------*
       01 WS-CMPL-STATUS PIC XX.
           88 CMPL-FILE-OK VALUE '00'.
       01 WS-CMPCTL-STATUS PIC XX.
           88 CMPCTL-FILE-OK VALUE '00'.
       01 WS-CODES-STATUS PIC XX.
           88 CODES-FILE-OK VALUE '00'.
       01 WS-CALENDAR-STATUS PIC XX.
           88 CALENDAR-FILE-OK VALUE '00'.
       01 WS-CMP-ANSWER PIC X(7).
       01 WS-CMP-ACTION PIC X(1).
       01 WS-CMP-CONFIRM PIC X(1).
       01 WS-CMP-CASE-NO PIC 9(7).
       01 WS-CMP-LAST-NO PIC 9(7).
       01 WS-CMP-RECEIVED-X PIC X(8).
       01 WS-CMP-RECEIVED PIC 9(8).
       01 WS-CMP-DUE PIC 9(8).
       01 WS-CMP-DAY-NO PIC 9(8).
       01 WS-CMP-OWNER PIC X(8).
       01 WS-CMP-SUMMARY PIC X(50).
       01 WS-CMP-NOTE-TS PIC X(14).
       01 WS-CMP-NOTE-TEXT PIC X(50).
       01 WS-CMP-CODE-TYPE PIC X(1).
       01 WS-CMP-CODE PIC X(8).
       01 WS-CMP-CODE-VERDICT PIC X.
           88 CMP-CODE-ACCEPTED VALUE 'Y'.
       01 WS-CMP-CODES-SEEN PIC 9(3).
       01 WS-CODES-EOF PIC X.
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

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.

           DISPLAY "Sign on - operator ID: ".
           ACCEPT WS-SIGNON-OPERATOR.
           SET SGN-CHALLENGE TO TRUE.
           MOVE WS-SIGNON-OPERATOR TO SGN-OPERATOR.
           MOVE "CONSOLE" TO SGN-PROGRAM.
           CALL 'SUB-SIGNON' USING SGN-REQUEST.
           IF NOT SGN-SIGNED-ON
               DISPLAY "Sign-on refused."
               PERFORM 0045-RELEASE-SHARED-ENQ
               STOP RUN
           END-IF.
           PERFORM 0070-SHOW-DUE-FOLLOWUPS.

           PERFORM UNTIL CHOICE-IS-EXIT
               SET SGN-KEEP-ALIVE TO TRUE
               CALL 'SUB-SIGNON' USING SGN-REQUEST
               DISPLAY " "
               DISPLAY "OPERATOR CONSOLE"
               DISPLAY "  1 - customer lookup"
               DISPLAY "  7 - alerts inbox"
               DISPLAY "  8 - resolve open exceptions"
               DISPLAY "  A - review/release a pending MAINT batch"
               DISPLAY "  B - work unapplied cash"
               DISPLAY "  C - decide credit referrals"
               DISPLAY "  D - raise/clear an item dispute"
               DISPLAY "  E - record/cancel a payment arrangement"
               DISPLAY "  F - approve credit-balance refunds"
               DISPLAY "  G - review sanctions screening hits"
               DISPLAY "  H - work the fraud alert queue"
               DISPLAY "  I - open/work a complaint case"
               DISPLAY "  9 - exit"
               DISPLAY "Enter choice: "
               ACCEPT WS-MENU-CHOICE
               PERFORM 0980-CHECK-IDLE-SESSION
               EVALUATE TRUE
                   WHEN CHOICE-IS-LOOKUP
                       PERFORM 1000-CUSTOMER-LOOKUP
                       PERFORM 8000-RESOLVE-EXCEPTIONS
                   WHEN CHOICE-IS-APPROVE
                       PERFORM 9000-APPROVE-PENDING-BATCH
                   WHEN CHOICE-IS-UNAPPLIED
                       PERFORM 9200-WORK-UNAPPLIED-CASH
                   WHEN CHOICE-IS-REFERRALS
                       PERFORM 9300-DECIDE-CREDIT-REFERRALS
                   WHEN CHOICE-IS-DISPUTES
                       PERFORM 9400-MAINTAIN-DISPUTES
                   WHEN CHOICE-IS-ARRANGEMENTS
                       PERFORM 9500-MAINTAIN-ARRANGEMENT
                   WHEN CHOICE-IS-REFUNDS
                       PERFORM 9600-APPROVE-REFUNDS
                   WHEN CHOICE-IS-SANCTIONS
                       PERFORM 9700-REVIEW-SANCTIONS
                   WHEN CHOICE-IS-FRAUD
                       PERFORM 9800-REVIEW-FRAUD-ALERTS
                   WHEN CHOICE-IS-COMPLAINTS
                       PERFORM 9900-WORK-COMPLAINT-CASE
                   WHEN CHOICE-IS-EXIT
                       CONTINUE
                   WHEN OTHER
               END-EVALUATE
           END-PERFORM.

           SET SGN-SIGN-OFF TO TRUE.
           CALL 'SUB-SIGNON' USING SGN-REQUEST.
           PERFORM 0045-RELEASE-SHARED-ENQ.
           STOP RUN.

      *----------------------------------------------------------*
      *    0980-CHECK-IDLE-SESSION - A CHOICE KEYED AFTER THE       *
      *    SESSION HAS SAT IDLE PAST THE TIMEOUT IS NOT ACTED ON:    *
      *    THE OPERATOR WAS SIGNED OUT AND MUST PASS THE PIN AGAIN,  *
      *    OR THE CONSOLE CLOSES                                     *
      *----------------------------------------------------------*
       0980-CHECK-IDLE-SESSION.
           SET SGN-IDLE-CHECK TO TRUE.
           CALL 'SUB-SIGNON' USING SGN-REQUEST.
           IF NOT SGN-TIMED-OUT
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Sign on again to continue.".
           SET SGN-CHALLENGE TO TRUE.
           MOVE WS-SIGNON-OPERATOR TO SGN-OPERATOR.
           CALL 'SUB-SIGNON' USING SGN-REQUEST.
           IF NOT SGN-SIGNED-ON
               DISPLAY "Sign-on refused - the console is closing."
               SET CHOICE-IS-EXIT TO TRUE
           END-IF.

      *----------------------------------------------------------*
      *    0985-CONFIRM-OPERATOR - AN OPERATOR ID KEYED FOR ONE     *
      *    TASK MUST BELONG TO SOMEONE SIGNED ON: THE CONSOLE'S OWN  *
      *    OPERATOR PASSES STRAIGHT THROUGH, ANYONE ELSE (A SECOND   *
      *    OPERATOR APPROVING, SAY) IS CHALLENGED FOR THEIR PIN      *
      *    EVERY TIME AND IS NOT LEFT SIGNED ON AFTERWARDS           *
      *----------------------------------------------------------*
       0985-CONFIRM-OPERATOR.
           IF WS-OPERATOR = WS-SIGNON-OPERATOR
               SET SGN-CHALLENGE TO TRUE
           ELSE
               SET SGN-VERIFY-ONLY TO TRUE
           END-IF.
           MOVE WS-OPERATOR TO SGN-OPERATOR.
           CALL 'SUB-SIGNON' USING SGN-REQUEST.
           IF NOT SGN-SIGNED-ON
               DISPLAY "Operator " WS-OPERATOR
                   " did not pass sign-on - nothing done."
           END-IF.

      *----------------------------------------------------------*
      *    0990-VERIFY-LOOKUP-ID - A KEYED CUSTOMER ID MUST PASS    *
      *    ITS CHECK DIGIT BEFORE ANYTHING IS READ, SO A MISTYPED    *
      *    ID IS CAUGHT HERE INSTEAD OF LANDING ON SOMEONE ELSE      *
      *----------------------------------------------------------*
       0990-VERIFY-LOOKUP-ID.
           SET CID-VERIFY TO TRUE.
           MOVE WS-LOOKUP-ID TO CID-CUST-ID.
           CALL 'SUB-CUSTID' USING CID-REQUEST.
           IF CID-ID-BAD
               DISPLAY "Customer ID " WS-LOOKUP-ID
                   " fails its check digit - please re-key it."
           END-IF.

      *----------------------------------------------------------*
      *    1000-CUSTOMER-LOOKUP - DIRECT READ OF CUST-A PLUS THE    *
      *    ADDRESS CURRENTLY IN FORCE FROM CUST-B                    *
       1000-CUSTOMER-LOOKUP.
           DISPLAY "Enter customer ID (5 characters): ".
           ACCEPT WS-LOOKUP-ID.
           PERFORM 0990-VERIFY-LOOKUP-ID.
           IF CID-ID-BAD
               EXIT PARAGRAPH
           END-IF.

           OPEN INPUT CUST-A.
           IF NOT CUST-A-OK
                   DISPLAY "Customer " WS-LOOKUP-ID " not on file."
               NOT INVALID KEY
                   PERFORM 0900-LOG-CUSTOMER-ACCESS
                   DISPLAY "Name:   " A-NAME " (legal)"
                   IF A-PREF-NAME NOT = SPACES
                       DISPLAY "Known:  " A-PREF-NAME " (preferred)"
                   ELSE
                       DISPLAY "Known:  (no preferred name)"
                   END-IF
                   DISPLAY "Status: " A-STATUS
                   IF A-STATUS = 'D'
                       PERFORM 1180-SHOW-DECEASED-DETAIL
                   END-IF
                   PERFORM 1100-SHOW-CURRENT-ADDRESS
                   PERFORM 1150-SHOW-PREFERENCES
                   PERFORM 1170-SHOW-BAD-ADDRESS-FLAG
                   PERFORM 1190-SHOW-RELATED-ACCOUNTS
                   PERFORM 1200-SHOW-RECENT-NOTES
                   PERFORM 1250-SHOW-RECENT-CONTACTS
           END-READ.
           CLOSE CUST-A.

           END-READ.
           CLOSE RETMAIL-FILE.

      *----------------------------------------------------------*
      *    1180-SHOW-DECEASED-DETAIL - A DECEASED CUSTOMER: THE     *
      *    DATE OF DEATH AND THE ESTATE'S CONTACT FROM THE REGISTER  *
      *----------------------------------------------------------*
       1180-SHOW-DECEASED-DETAIL.
           DISPLAY "** CUSTOMER DECEASED - NO MAIL, COLLECTIONS "
               "FROZEN **".
           OPEN INPUT DECEASED-FILE.
           IF NOT DECEASED-FILE-OK
               DISPLAY "   (deceased register not available)"
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-LOOKUP-ID TO DEC-CUST-ID.
           READ DECEASED-FILE
               INVALID KEY
                   DISPLAY "   (no register entry on file)"
               NOT INVALID KEY
                   DISPLAY "   Died " DEC-DEATH-DATE
                       " notified " DEC-NOTIFIED-DATE
                       " by " DEC-OPERATOR
                   DISPLAY "   Estate: " DEC-ESTATE-CONTACT
                   DISPLAY "           " DEC-ESTATE-ADDR
           END-READ.
           CLOSE DECEASED-FILE.

      *----------------------------------------------------------*
      *    1190-SHOW-RELATED-ACCOUNTS - EVERY ACTIVE LINK THE       *
      *    CUSTOMER IS EITHER END OF, WITH THE OTHER ACCOUNT'S NAME  *
      *    FROM THE MASTER (STILL OPEN FOR THE LOOKUP)               *
      *----------------------------------------------------------*
       1190-SHOW-RELATED-ACCOUNTS.
           OPEN INPUT REL-FILE.
           IF NOT REL-FILE-OK
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-REL-DONE.
           PERFORM UNTIL WS-REL-DONE = 'Y'
               READ REL-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-REL-DONE
                   NOT AT END
                       IF REL-IS-ACTIVE
                               AND (REL-PARENT-ID = WS-LOOKUP-ID
                               OR REL-CHILD-ID = WS-LOOKUP-ID)
                           PERFORM 1195-SHOW-ONE-RELATION
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE REL-FILE.

      *----------------------------------------------------------*
      *    1195-SHOW-ONE-RELATION - ONE "RELATED:" LINE             *
      *----------------------------------------------------------*
       1195-SHOW-ONE-RELATION.
           IF REL-PARENT-ID = WS-LOOKUP-ID
               MOVE REL-CHILD-ID TO WS-REL-OTHER-ID
               IF REL-IS-BRANCH
                   MOVE "branch" TO WS-REL-ROLE
               ELSE
                   MOVE "guarantees" TO WS-REL-ROLE
               END-IF
           ELSE
               MOVE REL-PARENT-ID TO WS-REL-OTHER-ID
               IF REL-IS-BRANCH
                   MOVE "parent company" TO WS-REL-ROLE
               ELSE
                   MOVE "guarantor" TO WS-REL-ROLE
               END-IF
           END-IF.
           MOVE WS-REL-OTHER-ID TO A-ID.
           READ CUST-A
               INVALID KEY
                   DISPLAY "Related: " WS-REL-ROLE " "
                       WS-REL-OTHER-ID " (not on file)"
               NOT INVALID KEY
                   DISPLAY "Related: " WS-REL-ROLE " "
                       WS-REL-OTHER-ID " " A-NAME
           END-READ.

      *----------------------------------------------------------*
      *    1200-SHOW-RECENT-NOTES - THE LAST THREE CONTACT NOTES    *
      *    FOR THE CUSTOMER BEING VIEWED                             *
               DISPLAY "No contact notes on file."
           END-IF.

      *----------------------------------------------------------*
      *    1250-SHOW-RECENT-CONTACTS - THE LAST FIVE DOCUMENTS SENT *
      *    TO THE CUSTOMER, NEWEST FIRST, FROM THE COMMUNICATIONS    *
      *    HISTORY                                                   *
      *----------------------------------------------------------*
       1250-SHOW-RECENT-CONTACTS.
           OPEN INPUT COMMS-FILE.
           IF NOT COMMS-FILE-OK
               EXIT PARAGRAPH
           END-IF.

           MOVE 0 TO WS-CONTACT-SEEN.
           MOVE 1 TO WS-CONTACT-NEXT.
           MOVE 'N' TO WS-COMMS-DONE.
           PERFORM UNTIL WS-COMMS-DONE = 'Y'
               READ COMMS-FILE
                   AT END
                       MOVE 'Y' TO WS-COMMS-DONE
                   NOT AT END
                       IF COMM-CUST-ID = WS-LOOKUP-ID
                           ADD 1 TO WS-CONTACT-SEEN
                           MOVE COMM-RECORD
                               TO WS-CONTACT-ROW(WS-CONTACT-NEXT)
                           ADD 1 TO WS-CONTACT-NEXT
                           IF WS-CONTACT-NEXT > 5
                               MOVE 1 TO WS-CONTACT-NEXT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE COMMS-FILE.

           IF WS-CONTACT-SEEN = 0
               DISPLAY "No letters or statements sent."
               EXIT PARAGRAPH
           END-IF.
           IF WS-CONTACT-SEEN > 5
               MOVE 5 TO WS-CONTACT-SHOW
           ELSE
               MOVE WS-CONTACT-SEEN TO WS-CONTACT-SHOW
           END-IF.
           DISPLAY "Recent contacts (" WS-CONTACT-SEEN " on file):".
           MOVE WS-CONTACT-NEXT TO WS-CONTACT-SUB.
           PERFORM WS-CONTACT-SHOW TIMES
               SUBTRACT 1 FROM WS-CONTACT-SUB
               IF WS-CONTACT-SUB = 0
                   MOVE 5 TO WS-CONTACT-SUB
               END-IF
               MOVE WS-CONTACT-ROW(WS-CONTACT-SUB) TO COMM-RECORD
               DISPLAY "  " COMM-DATE " " COMM-CHANNEL " "
                   COMM-DOC-TYPE " " COMM-TEMPLATE " " COMM-PROGRAM
           END-PERFORM.

      *----------------------------------------------------------*
      *    2000-GUIDED-MAINT-TXN - PROMPT FOR THE TRANSACTION,      *
      *    WRITE IT AS THE ONE-ROW MAINT_TXN.TXT, AND RUN MAINT SO   *
       2000-GUIDED-MAINT-TXN.
           DISPLAY "Operator ID: ".
           ACCEPT WS-OPERATOR.
           PERFORM 0985-CONFIRM-OPERATOR.
           IF NOT SGN-SIGNED-ON
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT OPERATOR-FILE.
           MOVE WS-OPERATOR TO OPERATOR-ID-OUT.
           WRITE OPERATOR-REC.
           CLOSE OPERATOR-FILE.

           DISPLAY "Customer ID (5 characters - leave blank on an "
               "add to have one assigned): ".
           ACCEPT WS-TXN-ID.
           DISPLAY "Type (N=name, A=address, C=add, I=inactivate, "
               "R=reinstate, X=deceased): ".
           ACCEPT WS-TXN-TYPE.
           MOVE SPACES TO WS-TXN-VALUE.
           MOVE SPACES TO WS-TXN-VALUE2.
               DISPLAY "Standby address (optional): "
               ACCEPT WS-TXN-VALUE2
           END-IF.
           IF WS-TXN-TYPE = 'X'
               DISPLAY "Date of death (YYYYMMDD): "
               ACCEPT WS-DEATH-DATE
               DISPLAY "Estate contact name: "
               ACCEPT WS-ESTATE-CONTACT
               DISPLAY "Estate address: "
               ACCEPT WS-TXN-VALUE
               MOVE WS-DEATH-DATE TO WS-TXN-VALUE2(1:8)
               MOVE WS-ESTATE-CONTACT TO WS-TXN-VALUE2(9:22)
           END-IF.

           OPEN OUTPUT TXN-FILE.
           MOVE WS-TXN-ID TO TXN-ID.
       3000-OPERATOR-NOTE.
           DISPLAY "Customer ID (5 characters): ".
           ACCEPT WS-LOOKUP-ID.
           PERFORM 0990-VERIFY-LOOKUP-ID.
           IF CID-ID-BAD
               EXIT PARAGRAPH
           END-IF.

           OPEN INPUT CUST-A.
           IF NOT CUST-A-OK

           DISPLAY "Operator ID: ".
           ACCEPT WS-OPERATOR.
           PERFORM 0985-CONFIRM-OPERATOR.
           IF NOT SGN-SIGNED-ON
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Enter the note: ".
           ACCEPT WS-NOTE-TEXT.
           IF FUNCTION TRIM(WS-NOTE-TEXT) = SPACES

      *----------------------------------------------------------*
      *    5000-NAME-SEARCH - FIND A CUSTOMER FROM A NAME HEARD    *
      *    OVER THE PHONE: THE ENTERED NAME IS CODED THROUGH         *
      *    SUB-PHON AND ONLY THAT CODE'S RANGE OF THE SEARCH INDEX   *
      *    IS READ, SO IT MATCHES ON SOUND, NOT SPELLING.  WITH NO   *
      *    NAME, THE ZIP'S RANGE IS READ INSTEAD.                    *
      *----------------------------------------------------------*
       5000-NAME-SEARCH.
           DISPLAY "Enter the name to search for: ".
           ACCEPT WS-SEARCH-NAME.
           DISPLAY "ZIP to narrow by (blank for any): ".
           ACCEPT WS-SEARCH-ZIP.
           MOVE FUNCTION UPPER-CASE(WS-SEARCH-ZIP) TO WS-SEARCH-ZIP.
           IF FUNCTION TRIM(WS-SEARCH-NAME) = SPACES
                   AND WS-SEARCH-ZIP = SPACES
               DISPLAY "Nothing to search for."
               EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO WS-SEARCH-VALUE.
           IF FUNCTION TRIM(WS-SEARCH-NAME) NOT = SPACES
               CALL 'SUB-PHON' USING WS-SEARCH-NAME WS-SEARCH-CODE
               MOVE 'P' TO WS-SEARCH-KIND
               MOVE WS-SEARCH-CODE TO WS-SEARCH-VALUE
           ELSE
               MOVE 'Z' TO WS-SEARCH-KIND
               MOVE WS-SEARCH-ZIP TO WS-SEARCH-VALUE
           END-IF.

           OPEN INPUT SRCH-FILE.
           IF NOT SRCH-FILE-OK
               DISPLAY "search index not available - run CUSTLOAD, "
                   "status " WS-SRCH-STATUS
               EXIT PARAGRAPH
           END-IF.
           OPEN INPUT CUST-A.
           IF NOT CUST-A-OK
               DISPLAY "customer master not available, status "
                   WS-CUST-A-STATUS
               CLOSE SRCH-FILE
               EXIT PARAGRAPH
           END-IF.

           MOVE 0 TO WS-MATCH-COUNT.
           MOVE 'N' TO WS-SRCH-DONE.
           MOVE WS-SEARCH-KIND TO SRCH-KIND.
           MOVE WS-SEARCH-VALUE TO SRCH-VALUE.
           MOVE LOW-VALUES TO SRCH-CUST-ID.
           START SRCH-FILE KEY >= SRCH-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-SRCH-DONE
           END-START.
           PERFORM UNTIL WS-SRCH-DONE = 'Y'
               READ SRCH-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-SRCH-DONE
                   NOT AT END
                       IF SRCH-KIND NOT = WS-SEARCH-KIND
                               OR SRCH-VALUE NOT = WS-SEARCH-VALUE
                           MOVE 'Y' TO WS-SRCH-DONE
                       ELSE
                           PERFORM 5100-SHOW-SEARCH-HIT
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CUST-A.
           CLOSE SRCH-FILE.

           EVALUATE TRUE
               WHEN WS-MATCH-COUNT > 0
                   DISPLAY WS-MATCH-COUNT " matching customer(s)."
               WHEN WS-SEARCH-KIND = 'Z'
                   DISPLAY "No customers with an address in ZIP "
                       WS-SEARCH-ZIP "."
               WHEN OTHER
                   DISPLAY "No customers sound like "
                       FUNCTION TRIM(WS-SEARCH-NAME) "."
           END-EVALUATE.

      *----------------------------------------------------------*
      *    5100-SHOW-SEARCH-HIT - THE CUSTOMER THE INDEX ROW POINTS *
      *    TO, KEPT WHEN IT IS STILL ON THE MASTER AND, FOR A NAME    *
      *    SEARCH NARROWED BY ZIP, HAS AN ADDRESS ROW IN THAT ZIP     *
      *----------------------------------------------------------*
       5100-SHOW-SEARCH-HIT.
           MOVE SRCH-CUST-ID TO A-ID.
           READ CUST-A
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ.
           IF WS-SEARCH-KIND = 'P' AND WS-SEARCH-ZIP NOT = SPACES
               PERFORM 5110-CHECK-SEARCH-ZIP
               IF WS-ZIP-MATCHED NOT = 'Y'
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           ADD 1 TO WS-MATCH-COUNT.
           MOVE A-ID TO WS-LOOKUP-ID.
           PERFORM 0900-LOG-CUSTOMER-ACCESS.
           DISPLAY "  " A-ID " " A-NAME " status " A-STATUS.

      *----------------------------------------------------------*
      *    5110-CHECK-SEARCH-ZIP - DOES ANY OF THE CUSTOMER'S       *
      *    ADDRESS ROWS SIT IN THE ZIP THE OPERATOR GAVE             *
      *----------------------------------------------------------*
       5110-CHECK-SEARCH-ZIP.
           MOVE 'N' TO WS-ZIP-MATCHED.
           OPEN INPUT CUST-B.
           IF NOT CUST-B-OK
               EXIT PARAGRAPH
           END-IF.
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
                           IF FUNCTION UPPER-CASE(B-ADDR(28:3))
                                   = WS-SEARCH-ZIP
                               MOVE 'Y' TO WS-ZIP-MATCHED
                               MOVE 'Y' TO WS-B-DONE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CUST-B.

      *----------------------------------------------------------*
      *    6000-WORK-COLLECTIONS - WALK THE OPEN ENTRIES OF THE    *
               DISPLAY "An operator ID is required."
               EXIT PARAGRAPH
           END-IF.
           PERFORM 0985-CONFIRM-OPERATOR.
           IF NOT SGN-SIGNED-ON
               EXIT PARAGRAPH
           END-IF.

           OPEN I-O WORKLIST-FILE.
           IF NOT WORKLIST-FILE-OK
               " customer " WL-CUST-ID
               " owes " WS-WL-AMOUNT-DISPLAY
               " oldest item " WL-OLDEST-AGE " days".
           IF WL-DISPUTED NUMERIC AND WL-DISPUTED > 0
               MOVE WL-DISPUTED TO WS-WL-AMOUNT-DISPLAY
               DISPLAY "  plus " WS-WL-AMOUNT-DISPLAY
                   " in dispute - do not chase"
           END-IF.
           IF WL-BROKEN-PROMISE = 'Y'
               DISPLAY "  BROKEN PROMISE - payment arrangement missed"
           END-IF.
           MOVE WL-CUST-ID TO WS-LOOKUP-ID.
           PERFORM 1200-SHOW-RECENT-NOTES.

               DISPLAY "An operator ID is required."
               EXIT PARAGRAPH
           END-IF.
           PERFORM 0985-CONFIRM-OPERATOR.
           IF NOT SGN-SIGNED-ON
               EXIT PARAGRAPH
           END-IF.

           PERFORM 7100-LOAD-ACKED-SEQS.

               DISPLAY "An operator ID is required."
               EXIT PARAGRAPH
           END-IF.
           PERFORM 0985-CONFIRM-OPERATOR.
           IF NOT SGN-SIGNED-ON
               EXIT PARAGRAPH
           END-IF.

           OPEN I-O EXCWORK-FILE.
           IF NOT EXCWORK-FILE-OK
           MOVE WS-LOOKUP-ID TO ACC-CUST-ID.
           MOVE "CONSOLE" TO ACC-PROGRAM.
           MOVE FUNCTION CURRENT-DATE(1:14) TO ACC-TIMESTAMP.
           MOVE SPACES TO ACC-EVENT.
           WRITE ACCESS-RECORD.
           CLOSE ACCESS-FILE.

                   "batch."
               EXIT PARAGRAPH
           END-IF.
           PERFORM 0985-CONFIRM-OPERATOR.
           IF NOT SGN-SIGNED-ON
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "Release or reject (A=release, R=reject)? ".
           ACCEPT WS-APPR-DECISION.
           END-PERFORM.
           CLOSE EDIT-REPORT.

      *----------------------------------------------------------*
      *    9200-WORK-UNAPPLIED-CASH - WALK THE OPEN REGISTER ITEMS  *
      *    OLDEST FIRST; FOR EACH, SHOW THE CUSTOMER'S OPEN ORDERS  *
      *    AND RECORD WHICH ONE THE CASH SETTLES OR THAT IT GOES    *
      *    BACK AS A REFUND.  THE NEXT UNAPPLY RUN STAGES IT.       *
      *----------------------------------------------------------*
       9200-WORK-UNAPPLIED-CASH.
           DISPLAY "Operator ID: ".
           ACCEPT WS-OPERATOR.
           IF FUNCTION TRIM(WS-OPERATOR) = SPACES
               DISPLAY "An operator ID is required."
               EXIT PARAGRAPH
           END-IF.
           PERFORM 0985-CONFIRM-OPERATOR.
           IF NOT SGN-SIGNED-ON
               EXIT PARAGRAPH
           END-IF.
           PERFORM 9240-LOAD-OPERATOR-AUTHORITY.

           OPEN I-O UNAPREG-FILE.
           IF NOT UNAPREG-FILE-OK
               DISPLAY "No unapplied-cash register on file - run "
                   "UNAPPLY first."
               EXIT PARAGRAPH
           END-IF.
           OPEN INPUT HISTORY-FILE.
           IF NOT HISTORY-FILE-OK
               DISPLAY "Posting history not available, status "
                   WS-HISTORY-STATUS
               CLOSE UNAPREG-FILE
               EXIT PARAGRAPH
           END-IF.
           OPEN EXTEND AUDIT-FILE.
           IF NOT AUDIT-FILE-OK
               OPEN OUTPUT AUDIT-FILE
           END-IF.

           MOVE 0 TO WS-UNAP-DECIDED.
           MOVE 'N' TO WS-UNAP-DONE.
           MOVE 0 TO UNAP-SEQ.
           START UNAPREG-FILE KEY >= UNAP-SEQ
               INVALID KEY
                   MOVE 'Y' TO WS-UNAP-DONE
           END-START.
           PERFORM UNTIL WS-UNAP-DONE = 'Y'
               READ UNAPREG-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-UNAP-DONE
                   NOT AT END
                       IF UNAP-IS-OPEN
                           PERFORM 9210-WORK-ONE-UNAPPLIED
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE UNAPREG-FILE.
           CLOSE HISTORY-FILE.
           CLOSE AUDIT-FILE.

           DISPLAY WS-UNAP-DECIDED " unapplied item(s) decided this "
               "session.".

      *----------------------------------------------------------*
      *    9210-WORK-ONE-UNAPPLIED - A BLANK ANSWER LEAVES THE     *
      *    ITEM OPEN AND ENDS THE SESSION; S SKIPS TO THE NEXT      *
      *----------------------------------------------------------*
       9210-WORK-ONE-UNAPPLIED.
           MOVE UNAP-AMOUNT TO WS-UNAP-AMOUNT-DISPLAY.
           DISPLAY " ".
           DISPLAY "Unapplied item " UNAP-SEQ
               " customer " UNAP-CUST-ID
               " amount " WS-UNAP-AMOUNT-DISPLAY
               " received " UNAP-RECEIVED
               " age " UNAP-AGE-DAYS " day(s)".
           PERFORM 9220-SHOW-OPEN-ORDERS.
           DISPLAY "Order seq to apply to, R=refund, S=skip "
               "(blank to stop): ".
           MOVE SPACES TO WS-UNAP-ANSWER.
           ACCEPT WS-UNAP-ANSWER.
           IF FUNCTION TRIM(WS-UNAP-ANSWER) = SPACES
               MOVE 'Y' TO WS-UNAP-DONE
               EXIT PARAGRAPH
           END-IF.

           EVALUATE TRUE
               WHEN WS-UNAP-ANSWER = 'S' OR WS-UNAP-ANSWER = 's'
                   EXIT PARAGRAPH
               WHEN WS-UNAP-ANSWER = 'R' OR WS-UNAP-ANSWER = 'r'
      *            A REFUND PAYS MONEY OUT - ONLY AN OPERATOR HOLDING
      *            REFUND AUTHORITY ON MAINT_AUTH.TXT MAY SEND IT.
                   MOVE 0 TO WS-TYPE-TALLY
                   INSPECT WS-ALLOWED-TYPES TALLYING WS-TYPE-TALLY
                       FOR ALL 'F'
                   IF WS-TYPE-TALLY = 0
                       DISPLAY "Operator " WS-OPERATOR
                           " is not authorized for refunds."
                       EXIT PARAGRAPH
                   END-IF
                   MOVE 'R' TO UNAP-STATUS
                   MOVE 0 TO UNAP-ORDER-SEQ
                   MOVE "UNAP-REFND" TO AUDIT-ACTION
               WHEN OTHER
                   MOVE 0 TO WS-TYPE-TALLY
                   INSPECT WS-UNAP-ANSWER TALLYING WS-TYPE-TALLY
                       FOR CHARACTERS BEFORE INITIAL SPACE
                   IF WS-TYPE-TALLY = 0
                           OR WS-UNAP-ANSWER(1:WS-TYPE-TALLY)
                               NOT NUMERIC
                       DISPLAY "Answer not understood - item left "
                           "open."
                       EXIT PARAGRAPH
                   END-IF
                   MOVE FUNCTION NUMVAL(WS-UNAP-ANSWER)
                       TO WS-UNAP-ORDER
                   PERFORM 9230-CHECK-ORDER-OPEN
                   IF NOT ORDER-IS-OPEN
                       DISPLAY "Order " WS-UNAP-ORDER
                           " is not an open order for customer "
                           UNAP-CUST-ID " - item left open."
                       EXIT PARAGRAPH
                   END-IF
                   MOVE 'A' TO UNAP-STATUS
                   MOVE WS-UNAP-ORDER TO UNAP-ORDER-SEQ
                   MOVE "UNAP-APPLY" TO AUDIT-ACTION
           END-EVALUATE.

           MOVE WS-OPERATOR TO UNAP-OPERATOR.
           MOVE WS-TODAY TO UNAP-DECIDED.
           REWRITE UNAP-RECORD
               INVALID KEY
                   DISPLAY "Could not update the item."
               NOT INVALID KEY
                   ADD 1 TO WS-UNAP-DECIDED
                   PERFORM 9250-AUDIT-UNAPPLIED-DECISION
           END-REWRITE.

      *----------------------------------------------------------*
      *    9220-SHOW-OPEN-ORDERS - THE CUSTOMER'S ORDERS STILL      *
      *    CARRYING AN OPEN AMOUNT, BY HISTORY SEQUENCE              *
      *----------------------------------------------------------*
       9220-SHOW-OPEN-ORDERS.
           MOVE 0 TO WS-ORDERS-SHOWN.
           MOVE 'N' TO WS-HIST-DONE.
           MOVE UNAP-CUST-ID TO HIST-ID.
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
                       IF HIST-ID NOT = UNAP-CUST-ID
                           MOVE 'Y' TO WS-HIST-DONE
                       ELSE
                           IF HIST-OPEN-STATUS = 'O'
                                   AND HIST-OPEN-AMOUNT > 0
                               ADD 1 TO WS-ORDERS-SHOWN
                               MOVE HIST-OPEN-AMOUNT
                                   TO WS-OPEN-AMOUNT-DISPLAY
                               DISPLAY "  order seq " HIST-SEQ
                                   " dated " HIST-DATE
                                   " open " WS-OPEN-AMOUNT-DISPLAY
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-ORDERS-SHOWN = 0
               DISPLAY "  (no open orders for this customer)"
           END-IF.

      *----------------------------------------------------------*
      *    9230-CHECK-ORDER-OPEN - THE SEQUENCE THE OPERATOR KEYED  *
      *    MUST BE AN OPEN ORDER OF THE SAME CUSTOMER                *
      *----------------------------------------------------------*
       9230-CHECK-ORDER-OPEN.
           MOVE 'N' TO WS-ORDER-OPEN.
           MOVE UNAP-CUST-ID TO HIST-ID.
           MOVE WS-UNAP-ORDER TO HIST-SEQ.
           READ HISTORY-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF HIST-OPEN-STATUS = 'O'
                           AND HIST-OPEN-AMOUNT > 0
                       SET ORDER-IS-OPEN TO TRUE
                   END-IF
           END-READ.

      *----------------------------------------------------------*
      *    9240-LOAD-OPERATOR-AUTHORITY - THE OPERATOR'S ALLOWED    *
      *    TRANSACTION TYPES FROM MAINT_AUTH.TXT; NO ROW MEANS NO    *
      *    AUTHORITY                                                 *
      *----------------------------------------------------------*
       9240-LOAD-OPERATOR-AUTHORITY.
           MOVE SPACES TO WS-ALLOWED-TYPES.
           MOVE 'N' TO WS-AUTH-EOF.
           OPEN INPUT AUTH-FILE.
           IF NOT AUTH-FILE-OK
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-AUTH-EOF = 'Y'
               READ AUTH-FILE
                   AT END
                       MOVE 'Y' TO WS-AUTH-EOF
                   NOT AT END
                       IF AUTH-OPER-ID = WS-OPERATOR
                           MOVE AUTH-ALLOWED-TYPES
                               TO WS-ALLOWED-TYPES
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE AUTH-FILE.

      *----------------------------------------------------------*
      *    9250-AUDIT-UNAPPLIED-DECISION - THE DECISION ON THE      *
      *    SHARED AUDIT TRAIL WITH THE DECIDING OPERATOR             *
      *----------------------------------------------------------*
       9250-AUDIT-UNAPPLIED-DECISION.
           MOVE "CONSOLE" TO AUDIT-PROGRAM.
           MOVE SPACES TO AUDIT-RUN-ID.
           MOVE WS-OPERATOR TO AUDIT-OPERATOR.
           MOVE SPACES TO AUDIT-KEY.
           STRING UNAP-CUST-ID "-" UNAP-SEQ
               DELIMITED BY SIZE INTO AUDIT-KEY.
           MOVE FUNCTION CURRENT-DATE TO AUDIT-TIMESTAMP.
           MOVE SPACES TO AUDIT-COMPANY.
           WRITE AUDIT-RECORD.

      *----------------------------------------------------------*
      *    9300-DECIDE-CREDIT-REFERRALS - WALK THE UNDECIDED        *
      *    REFERRALS OLDEST FIRST.  ONLY A CREDIT OFFICER - AN       *
      *    OPERATOR HOLDING 'L' ON MAINT_AUTH.TXT - MAY DECIDE; AN   *
      *    APPROVAL IS RE-STAGED BY THE NEXT REFERQ RUN AND POSTS    *
      *    PAST THE LIMIT, A DECLINE NEEDS A REASON AND IS FINAL.    *
      *----------------------------------------------------------*
       9300-DECIDE-CREDIT-REFERRALS.
           DISPLAY "Operator ID: ".
           ACCEPT WS-OPERATOR.
           IF FUNCTION TRIM(WS-OPERATOR) = SPACES
               DISPLAY "An operator ID is required."
               EXIT PARAGRAPH
           END-IF.
           PERFORM 0985-CONFIRM-OPERATOR.
           IF NOT SGN-SIGNED-ON
               EXIT PARAGRAPH
           END-IF.
           PERFORM 9240-LOAD-OPERATOR-AUTHORITY.
           MOVE 0 TO WS-TYPE-TALLY.
           INSPECT WS-ALLOWED-TYPES TALLYING WS-TYPE-TALLY
               FOR ALL 'L'.
           IF WS-TYPE-TALLY = 0
               DISPLAY "Operator " WS-OPERATOR
                   " is not authorized to decide credit referrals."
               EXIT PARAGRAPH
           END-IF.

           OPEN I-O REFQ-FILE.
           IF NOT REFQ-FILE-OK
               DISPLAY "No referral queue on file - run REFERQ "
                   "first."
               EXIT PARAGRAPH
           END-IF.
           OPEN EXTEND AUDIT-FILE.
           IF NOT AUDIT-FILE-OK
               OPEN OUTPUT AUDIT-FILE
           END-IF.

           MOVE 0 TO WS-REFQ-DECIDED.
           MOVE 'N' TO WS-REFQ-DONE.
           MOVE 0 TO REFQ-SEQ.
           START REFQ-FILE KEY >= REFQ-SEQ
               INVALID KEY
                   MOVE 'Y' TO WS-REFQ-DONE
           END-START.
           PERFORM UNTIL WS-REFQ-DONE = 'Y'
               READ REFQ-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-REFQ-DONE
                   NOT AT END
                       IF REFQ-IS-OPEN
                           PERFORM 9310-DECIDE-ONE-REFERRAL
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE REFQ-FILE.
           CLOSE AUDIT-FILE.

           DISPLAY WS-REFQ-DECIDED " referral(s) decided this "
               "session.".

      *----------------------------------------------------------*
      *    9310-DECIDE-ONE-REFERRAL - A BLANK ANSWER LEAVES THE     *
      *    ENTRY OPEN AND ENDS THE SESSION; S SKIPS TO THE NEXT      *
      *----------------------------------------------------------*
       9310-DECIDE-ONE-REFERRAL.
           MOVE REFQ-AMOUNT TO WS-UNAP-AMOUNT-DISPLAY.
           MOVE REFQ-BALANCE TO WS-REFQ-BALANCE-DISPLAY.
           MOVE REFQ-LIMIT TO WS-REFQ-LIMIT-DISPLAY.
           DISPLAY " ".
           DISPLAY "Referral " REFQ-SEQ
               " customer " REFQ-CUST-ID
               " referred " REFQ-REFERRED.
           DISPLAY "  order " WS-UNAP-AMOUNT-DISPLAY
               " dated " REFQ-DATE
               " txn " REFQ-TXN-ID.
           DISPLAY "  balance " WS-REFQ-BALANCE-DISPLAY
               " limit " WS-REFQ-LIMIT-DISPLAY.
           DISPLAY "Approve, decline or skip (A/D/S, blank to "
               "stop): ".
           MOVE SPACE TO WS-REFQ-DECISION.
           ACCEPT WS-REFQ-DECISION.
           EVALUATE WS-REFQ-DECISION
               WHEN SPACE
                   MOVE 'Y' TO WS-REFQ-DONE
                   EXIT PARAGRAPH
               WHEN 'A'
                   MOVE 'A' TO REFQ-STATUS
                   MOVE SPACES TO REFQ-REASON
                   MOVE "REFQ-APPRV" TO AUDIT-ACTION
               WHEN 'D'
                   DISPLAY "Reason for declining: "
                   MOVE SPACES TO WS-REFQ-REASON
                   ACCEPT WS-REFQ-REASON
                   IF FUNCTION TRIM(WS-REFQ-REASON) = SPACES
                       DISPLAY "A decline needs a reason - entry "
                           "left open."
                       EXIT PARAGRAPH
                   END-IF
                   MOVE 'D' TO REFQ-STATUS
                   MOVE WS-REFQ-REASON TO REFQ-REASON
                   MOVE "REFQ-DECLN" TO AUDIT-ACTION
               WHEN OTHER
                   EXIT PARAGRAPH
           END-EVALUATE.

           MOVE WS-OPERATOR TO REFQ-OPERATOR.
           MOVE WS-TODAY TO REFQ-DECIDED.
           REWRITE REFQ-RECORD
               INVALID KEY
                   DISPLAY "Could not update the entry."
               NOT INVALID KEY
                   ADD 1 TO WS-REFQ-DECIDED
                   MOVE "CONSOLE" TO AUDIT-PROGRAM
                   MOVE SPACES TO AUDIT-RUN-ID
                   MOVE WS-OPERATOR TO AUDIT-OPERATOR
                   MOVE SPACES TO AUDIT-KEY
                   STRING REFQ-CUST-ID "-" REFQ-SEQ
                       DELIMITED BY SIZE INTO AUDIT-KEY
                   MOVE FUNCTION CURRENT-DATE TO AUDIT-TIMESTAMP
                   MOVE SPACES TO AUDIT-COMPANY
                   WRITE AUDIT-RECORD
           END-REWRITE.

      *----------------------------------------------------------*
      *    9400-MAINTAIN-DISPUTES - RAISE OR CLEAR A DISPUTE ON ONE *
      *    OPEN ITEM OF ONE CUSTOMER.  ONLY AN OPERATOR HOLDING 'D'  *
      *    ON MAINT_AUTH.TXT MAY DO IT, AND EVERY CHANGE LANDS ON    *
      *    THE AUDIT TRAIL.  A DISPUTED ITEM STOPS BEING CHASED BUT  *
      *    STAYS ON THE BALANCE.                                     *
      *----------------------------------------------------------*
       9400-MAINTAIN-DISPUTES.
           DISPLAY "Operator ID: ".
           ACCEPT WS-OPERATOR.
           IF FUNCTION TRIM(WS-OPERATOR) = SPACES
               DISPLAY "An operator ID is required."
               EXIT PARAGRAPH
           END-IF.
           PERFORM 0985-CONFIRM-OPERATOR.
           IF NOT SGN-SIGNED-ON
               EXIT PARAGRAPH
           END-IF.
           PERFORM 9240-LOAD-OPERATOR-AUTHORITY.
           MOVE 0 TO WS-TYPE-TALLY.
           INSPECT WS-ALLOWED-TYPES TALLYING WS-TYPE-TALLY
               FOR ALL 'D'.
           IF WS-TYPE-TALLY = 0
               DISPLAY "Operator " WS-OPERATOR
                   " is not authorized to maintain disputes."
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "Customer ID: ".
           MOVE SPACES TO WS-LOOKUP-ID.
           ACCEPT WS-LOOKUP-ID.
           IF WS-LOOKUP-ID = SPACES
               EXIT PARAGRAPH
           END-IF.
           PERFORM 0990-VERIFY-LOOKUP-ID.
           IF CID-ID-BAD
               EXIT PARAGRAPH
           END-IF.

           OPEN I-O HISTORY-FILE.
           IF NOT HISTORY-FILE-OK
               DISPLAY "Posting history not available, status "
                   WS-HISTORY-STATUS
               EXIT PARAGRAPH
           END-IF.
           OPEN EXTEND AUDIT-FILE.
           IF NOT AUDIT-FILE-OK
               OPEN OUTPUT AUDIT-FILE
           END-IF.

           MOVE 0 TO WS-DISP-CHANGED.
           MOVE 'N' TO WS-DISP-DONE.
           PERFORM UNTIL WS-DISP-DONE = 'Y'
               PERFORM 9410-SHOW-CUSTOMER-ITEMS
               IF WS-ORDERS-SHOWN = 0
                   MOVE 'Y' TO WS-DISP-DONE
               ELSE
                   PERFORM 9420-DISPUTE-ONE-ITEM
               END-IF
           END-PERFORM.
           CLOSE HISTORY-FILE.
           CLOSE AUDIT-FILE.

           DISPLAY WS-DISP-CHANGED " dispute change(s) this "
               "session.".

      *----------------------------------------------------------*
      *    9410-SHOW-CUSTOMER-ITEMS - THE CUSTOMER'S OPEN ITEMS     *
      *    WITH THEIR DISPUTE STANDING                               *
      *----------------------------------------------------------*
       9410-SHOW-CUSTOMER-ITEMS.
           MOVE 0 TO WS-ORDERS-SHOWN.
           MOVE 'N' TO WS-HIST-DONE.
           MOVE WS-LOOKUP-ID TO HIST-ID.
           MOVE 0 TO HIST-SEQ.
           START HISTORY-FILE KEY >= HIST-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-HIST-DONE
           END-START.
           DISPLAY " ".
           PERFORM UNTIL WS-HIST-DONE = 'Y'
               READ HISTORY-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-HIST-DONE
                   NOT AT END
                       IF HIST-ID NOT = WS-LOOKUP-ID
                           MOVE 'Y' TO WS-HIST-DONE
                       ELSE
                           IF HIST-OPEN-STATUS = 'O'
                                   AND HIST-OPEN-AMOUNT > 0
                               ADD 1 TO WS-ORDERS-SHOWN
                               MOVE HIST-OPEN-AMOUNT
                                   TO WS-OPEN-AMOUNT-DISPLAY
                               IF HIST-DISPUTE-FLAG = 'Y'
                                   DISPLAY "  item seq " HIST-SEQ
                                       " dated " HIST-DATE
                                       " open " WS-OPEN-AMOUNT-DISPLAY
                                       " DISPUTED " HIST-DISPUTE-DATE
                                       " " HIST-DISPUTE-REASON
                               ELSE
                                   DISPLAY "  item seq " HIST-SEQ
                                       " dated " HIST-DATE
                                       " open " WS-OPEN-AMOUNT-DISPLAY
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-ORDERS-SHOWN = 0
               DISPLAY "  (no open items for this customer)"
           END-IF.

      *----------------------------------------------------------*
      *    9420-DISPUTE-ONE-ITEM - AN UNDISPUTED ITEM IS PUT IN     *
      *    DISPUTE WITH A REQUIRED REASON; A DISPUTED ONE IS         *
      *    CLEARED ON CONFIRMATION.  A BLANK ANSWER ENDS THE         *
      *    SESSION.                                                  *
      *----------------------------------------------------------*
       9420-DISPUTE-ONE-ITEM.
           DISPLAY "Item seq to dispute or clear (blank to stop): ".
           MOVE SPACES TO WS-DISP-ANSWER.
           ACCEPT WS-DISP-ANSWER.
           IF WS-DISP-ANSWER = SPACES
               MOVE 'Y' TO WS-DISP-DONE
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO WS-TYPE-TALLY.
           INSPECT WS-DISP-ANSWER TALLYING WS-TYPE-TALLY
               FOR CHARACTERS BEFORE INITIAL SPACE.
           IF WS-TYPE-TALLY = 0
                   OR WS-DISP-ANSWER(1:WS-TYPE-TALLY) NOT NUMERIC
               DISPLAY "Answer not understood."
               EXIT PARAGRAPH
           END-IF.
           MOVE FUNCTION NUMVAL(WS-DISP-ANSWER) TO WS-DISP-SEQ.

           MOVE WS-LOOKUP-ID TO HIST-ID.
           MOVE WS-DISP-SEQ TO HIST-SEQ.
           READ HISTORY-FILE
               INVALID KEY
                   DISPLAY "No item " WS-DISP-SEQ " for customer "
                       WS-LOOKUP-ID "."
                   EXIT PARAGRAPH
           END-READ.
           IF HIST-OPEN-STATUS NOT = 'O' OR HIST-OPEN-AMOUNT NOT > 0
               DISPLAY "Item " WS-DISP-SEQ " is not open - only an "
                   "open item can be disputed."
               EXIT PARAGRAPH
           END-IF.

           IF HIST-DISPUTE-FLAG = 'Y'
               DISPLAY "Item is in dispute since " HIST-DISPUTE-DATE
                   ": " HIST-DISPUTE-REASON
               DISPLAY "Clear the dispute (Y/N): "
               MOVE SPACE TO WS-DISP-CONFIRM
               ACCEPT WS-DISP-CONFIRM
               IF WS-DISP-CONFIRM NOT = 'Y'
                       AND WS-DISP-CONFIRM NOT = 'y'
                   EXIT PARAGRAPH
               END-IF
               MOVE SPACE TO HIST-DISPUTE-FLAG
               MOVE 0 TO HIST-DISPUTE-DATE
               MOVE SPACES TO HIST-DISPUTE-REASON
               MOVE "DISP-CLEAR" TO AUDIT-ACTION
           ELSE
               DISPLAY "Reason for the dispute: "
               MOVE SPACES TO WS-DISP-REASON
               ACCEPT WS-DISP-REASON
               IF FUNCTION TRIM(WS-DISP-REASON) = SPACES
                   DISPLAY "A dispute needs a reason - item left "
                       "as it was."
                   EXIT PARAGRAPH
               END-IF
               MOVE 'Y' TO HIST-DISPUTE-FLAG
               MOVE WS-TODAY TO HIST-DISPUTE-DATE
               MOVE WS-DISP-REASON TO HIST-DISPUTE-REASON
               MOVE "DISP-SET" TO AUDIT-ACTION
           END-IF.

           REWRITE HIST-REC
               INVALID KEY
                   DISPLAY "Could not update the item."
               NOT INVALID KEY
                   ADD 1 TO WS-DISP-CHANGED
                   MOVE "CONSOLE" TO AUDIT-PROGRAM
                   MOVE SPACES TO AUDIT-RUN-ID
                   MOVE WS-OPERATOR TO AUDIT-OPERATOR
                   MOVE SPACES TO AUDIT-KEY
                   STRING HIST-ID "-" HIST-SEQ
                       DELIMITED BY SIZE INTO AUDIT-KEY
                   MOVE FUNCTION CURRENT-DATE TO AUDIT-TIMESTAMP
                   MOVE SPACES TO AUDIT-COMPANY
                   WRITE AUDIT-RECORD
           END-REWRITE.

      *----------------------------------------------------------*
      *    9500-MAINTAIN-ARRANGEMENT - RECORD AN INSTALLMENT PLAN   *
      *    AGREED WITH A CUSTOMER, OR CANCEL THE ACTIVE ONE.  ONLY   *
      *    AN OPERATOR HOLDING 'G' ON MAINT_AUTH.TXT MAY DO IT, AND  *
      *    THE PLAN ONLY COUNTS PAYMENTS POSTED FROM NOW ON.         *
      *----------------------------------------------------------*
       9500-MAINTAIN-ARRANGEMENT.
           DISPLAY "Operator ID: ".
           ACCEPT WS-OPERATOR.
           IF FUNCTION TRIM(WS-OPERATOR) = SPACES
               DISPLAY "An operator ID is required."
               EXIT PARAGRAPH
           END-IF.
           PERFORM 0985-CONFIRM-OPERATOR.
           IF NOT SGN-SIGNED-ON
               EXIT PARAGRAPH
           END-IF.
           PERFORM 9240-LOAD-OPERATOR-AUTHORITY.
           MOVE 0 TO WS-TYPE-TALLY.
           INSPECT WS-ALLOWED-TYPES TALLYING WS-TYPE-TALLY
               FOR ALL 'G'.
           IF WS-TYPE-TALLY = 0
               DISPLAY "Operator " WS-OPERATOR
                   " is not authorized to agree arrangements."
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "Customer ID: ".
           MOVE SPACES TO WS-LOOKUP-ID.
           ACCEPT WS-LOOKUP-ID.
           IF WS-LOOKUP-ID = SPACES
               EXIT PARAGRAPH
           END-IF.
           PERFORM 0990-VERIFY-LOOKUP-ID.
           IF CID-ID-BAD
               EXIT PARAGRAPH
           END-IF.

           OPEN I-O ARRANGE-FILE.
      *    ONLY A MISSING FILE (STATUS 35) MAY BE CREATED FRESH.
           IF WS-ARRANGE-STATUS = '35'
               OPEN OUTPUT ARRANGE-FILE
               CLOSE ARRANGE-FILE
               OPEN I-O ARRANGE-FILE
           END-IF.
           IF NOT ARRANGE-FILE-OK
               DISPLAY "Payment arrangements not available, status "
                   WS-ARRANGE-STATUS
               EXIT PARAGRAPH
           END-IF.
           OPEN INPUT HISTORY-FILE.
           IF NOT HISTORY-FILE-OK
               DISPLAY "Posting history not available, status "
                   WS-HISTORY-STATUS
               CLOSE ARRANGE-FILE
               EXIT PARAGRAPH
           END-IF.
           OPEN EXTEND AUDIT-FILE.
           IF NOT AUDIT-FILE-OK
               OPEN OUTPUT AUDIT-FILE
           END-IF.

           MOVE 'N' TO WS-ARR-EXISTS.
           MOVE WS-LOOKUP-ID TO ARR-CUST-ID.
           READ ARRANGE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET ARRANGEMENT-ON-FILE TO TRUE
           END-READ.

           IF ARRANGEMENT-ON-FILE AND ARR-IS-ACTIVE
               PERFORM 9540-OFFER-CANCEL
           ELSE
               IF ARRANGEMENT-ON-FILE
                   DISPLAY "Previous arrangement agreed "
                       ARR-AGREED-DATE " status " ARR-STATUS
                   IF ARR-IS-BROKEN
                       DISPLAY "  broken " ARR-BROKEN-DATE
                           " at installment " ARR-BROKEN-INST
                   END-IF
               END-IF
               PERFORM 9510-NEW-ARRANGEMENT
           END-IF.

           CLOSE ARRANGE-FILE.
           CLOSE HISTORY-FILE.
           CLOSE AUDIT-FILE.

      *----------------------------------------------------------*
      *    9510-NEW-ARRANGEMENT - WHAT IS OWED, THEN EACH           *
      *    INSTALLMENT'S DUE DATE AND AMOUNT, CONFIRMED BEFORE THE   *
      *    PLAN IS STORED                                            *
      *----------------------------------------------------------*
       9510-NEW-ARRANGEMENT.
           PERFORM 9520-FIND-CUSTOMER-POSITION.
           MOVE WS-ARR-OWED TO WS-ARR-AMOUNT-DISPLAY.
           IF WS-ARR-OWED NOT > 0
               DISPLAY "Customer " WS-LOOKUP-ID
                   " has no open items - nothing to arrange."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Customer " WS-LOOKUP-ID " has "
               WS-ARR-AMOUNT-DISPLAY " open.".

           DISPLAY "Number of installments (1-12, blank to stop): ".
           MOVE SPACES TO WS-ARR-ANSWER.
           ACCEPT WS-ARR-ANSWER.
           IF WS-ARR-ANSWER = SPACES
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO WS-TYPE-TALLY.
           INSPECT WS-ARR-ANSWER TALLYING WS-TYPE-TALLY
               FOR CHARACTERS BEFORE INITIAL SPACE.
           IF WS-TYPE-TALLY = 0 OR WS-TYPE-TALLY > 2
                   OR WS-ARR-ANSWER(1:WS-TYPE-TALLY) NOT NUMERIC
               DISPLAY "Answer not understood."
               EXIT PARAGRAPH
           END-IF.
           MOVE FUNCTION NUMVAL(WS-ARR-ANSWER) TO WS-ARR-COUNT.
           IF WS-ARR-COUNT < 1 OR WS-ARR-COUNT > 12
               DISPLAY "An arrangement has 1 to 12 installments."
               EXIT PARAGRAPH
           END-IF.

           MOVE 'N' TO WS-ARR-ABANDON.
           MOVE WS-TODAY TO WS-ARR-PREV-DUE.
           MOVE 0 TO WS-ARR-SCHEDULED.
           PERFORM VARYING WS-ARR-IDX FROM 1 BY 1
                   UNTIL WS-ARR-IDX > WS-ARR-COUNT
                   OR ARRANGEMENT-ABANDONED
               PERFORM 9530-TAKE-ONE-INSTALLMENT
           END-PERFORM.
           IF ARRANGEMENT-ABANDONED
               DISPLAY "Arrangement not recorded."
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-ARR-SCHEDULED TO WS-ARR-AMOUNT-DISPLAY.
           DISPLAY WS-ARR-COUNT " installments totalling "
               WS-ARR-AMOUNT-DISPLAY.
           IF WS-ARR-SCHEDULED < WS-ARR-OWED
               DISPLAY "  (less than the open amount - the rest "
                   "stays outside the plan)"
           END-IF.
           DISPLAY "Record this arrangement (Y/N): ".
           MOVE SPACE TO WS-ARR-CONFIRM.
           ACCEPT WS-ARR-CONFIRM.
           IF WS-ARR-CONFIRM NOT = 'Y' AND WS-ARR-CONFIRM NOT = 'y'
               DISPLAY "Arrangement not recorded."
               EXIT PARAGRAPH
           END-IF.

           INITIALIZE ARR-RECORD.
           MOVE WS-LOOKUP-ID TO ARR-CUST-ID.
           MOVE 'A' TO ARR-STATUS.
           MOVE WS-TODAY TO ARR-AGREED-DATE.
           MOVE WS-OPERATOR TO ARR-OPERATOR.
           MOVE WS-ARR-LAST-SEQ TO ARR-START-SEQ.
           MOVE 0 TO ARR-PAID-TOTAL.
           MOVE WS-ARR-COUNT TO ARR-INST-COUNT.
           PERFORM VARYING WS-ARR-IDX FROM 1 BY 1
                   UNTIL WS-ARR-IDX > 12
               IF WS-ARR-IDX > WS-ARR-COUNT
                   MOVE 0 TO ARR-INST-DUE-DATE(WS-ARR-IDX)
                   MOVE 0 TO ARR-INST-AMOUNT(WS-ARR-IDX)
               ELSE
                   MOVE WS-ARR-DUE(WS-ARR-IDX)
                       TO ARR-INST-DUE-DATE(WS-ARR-IDX)
                   MOVE WS-ARR-AMT(WS-ARR-IDX)
                       TO ARR-INST-AMOUNT(WS-ARR-IDX)
               END-IF
           END-PERFORM.
           MOVE 0 TO ARR-BROKEN-DATE.
           MOVE 0 TO ARR-BROKEN-INST.
           MOVE 0 TO ARR-CHECKED-DATE.

           IF ARRANGEMENT-ON-FILE
               REWRITE ARR-RECORD
                   INVALID KEY
                       DISPLAY "Could not store the arrangement."
                       EXIT PARAGRAPH
               END-REWRITE
           ELSE
               WRITE ARR-RECORD
                   INVALID KEY
                       DISPLAY "Could not store the arrangement."
                       EXIT PARAGRAPH
               END-WRITE
           END-IF.
           MOVE "ARR-SET" TO AUDIT-ACTION.
           PERFORM 9550-WRITE-ARRANGE-AUDIT.
           DISPLAY "Arrangement recorded for " WS-LOOKUP-ID ".".

      *----------------------------------------------------------*
      *    9520-FIND-CUSTOMER-POSITION - THE CUSTOMER'S OPEN TOTAL  *
      *    AND LAST POSTING SEQUENCE; PAYMENTS AFTER THAT SEQUENCE   *
      *    ARE WHAT THE PLAN WILL BE MEASURED ON                     *
      *----------------------------------------------------------*
       9520-FIND-CUSTOMER-POSITION.
           MOVE 0 TO WS-ARR-OWED.
           MOVE 0 TO WS-ARR-LAST-SEQ.
           MOVE 'N' TO WS-HIST-DONE.
           MOVE WS-LOOKUP-ID TO HIST-ID.
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
                       IF HIST-ID NOT = WS-LOOKUP-ID
                           MOVE 'Y' TO WS-HIST-DONE
                       ELSE
                           MOVE HIST-SEQ TO WS-ARR-LAST-SEQ
                           IF HIST-OPEN-STATUS = 'O'
                                   AND HIST-OPEN-AMOUNT > 0
                               ADD HIST-OPEN-AMOUNT TO WS-ARR-OWED
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

      *----------------------------------------------------------*
      *    9530-TAKE-ONE-INSTALLMENT - A DUE DATE LATER THAN THE    *
      *    PREVIOUS ONE AND A POSITIVE AMOUNT.  A BLANK ANSWER       *
      *    ABANDONS THE WHOLE PLAN.                                  *
      *----------------------------------------------------------*
       9530-TAKE-ONE-INSTALLMENT.
           DISPLAY "Installment " WS-ARR-IDX
               " due date (YYYYMMDD): ".
           MOVE SPACES TO WS-ARR-ANSWER.
           ACCEPT WS-ARR-ANSWER.
           MOVE 'N' TO WS-ARR-VALID.
           IF WS-ARR-ANSWER(1:8) NUMERIC
                   AND WS-ARR-ANSWER(9:4) = SPACES
               MOVE WS-ARR-ANSWER(1:8) TO WS-ARR-DATE
               IF WS-ARR-DATE-MM >= 1 AND WS-ARR-DATE-MM <= 12
                       AND WS-ARR-DATE-DD >= 1
                       AND WS-ARR-DATE-DD <= 31
                       AND WS-ARR-DATE > WS-ARR-PREV-DUE
                   SET ARR-ANSWER-VALID TO TRUE
               END-IF
           END-IF.
           IF NOT ARR-ANSWER-VALID
               DISPLAY "Due date must be a valid date after "
                   WS-ARR-PREV-DUE "."
               SET ARRANGEMENT-ABANDONED TO TRUE
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "Installment " WS-ARR-IDX " amount (e.g. 150.00): ".
           MOVE SPACES TO WS-ARR-ANSWER.
           ACCEPT WS-ARR-ANSWER.
           MOVE 0 TO WS-TYPE-TALLY.
           INSPECT WS-ARR-ANSWER TALLYING WS-TYPE-TALLY
               FOR CHARACTERS BEFORE INITIAL SPACE.
           MOVE 0 TO WS-ARR-DOTS.
           INSPECT WS-ARR-ANSWER TALLYING WS-ARR-DOTS FOR ALL '.'.
           MOVE WS-ARR-ANSWER TO WS-ARR-CHECK.
           INSPECT WS-ARR-CHECK REPLACING ALL '.' BY '0'.
           IF WS-TYPE-TALLY = 0 OR WS-TYPE-TALLY > 10
                   OR WS-ARR-DOTS > 1
                   OR WS-ARR-CHECK(1:WS-TYPE-TALLY) NOT NUMERIC
               DISPLAY "Amount not understood."
               SET ARRANGEMENT-ABANDONED TO TRUE
               EXIT PARAGRAPH
           END-IF.
           MOVE FUNCTION NUMVAL(WS-ARR-ANSWER) TO WS-ARR-AMOUNT.
           IF WS-ARR-AMOUNT = 0
               DISPLAY "An installment must be for some amount."
               SET ARRANGEMENT-ABANDONED TO TRUE
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-ARR-DATE TO WS-ARR-DUE(WS-ARR-IDX).
           MOVE WS-ARR-AMOUNT TO WS-ARR-AMT(WS-ARR-IDX).
           MOVE WS-ARR-DATE TO WS-ARR-PREV-DUE.
           ADD WS-ARR-AMOUNT TO WS-ARR-SCHEDULED.

      *----------------------------------------------------------*
      *    9540-OFFER-CANCEL - THE CUSTOMER ALREADY HAS AN ACTIVE   *
      *    PLAN: SHOW IT AND CANCEL IT ON CONFIRMATION.  A NEW PLAN  *
      *    CAN ONLY BE AGREED ONCE THE OLD ONE IS OUT OF THE WAY.    *
      *----------------------------------------------------------*
       9540-OFFER-CANCEL.
           DISPLAY "Active arrangement agreed " ARR-AGREED-DATE
               " by " ARR-OPERATOR.
           PERFORM VARYING WS-ARR-IDX FROM 1 BY 1
                   UNTIL WS-ARR-IDX > ARR-INST-COUNT
                   OR WS-ARR-IDX > 12
               MOVE ARR-INST-AMOUNT(WS-ARR-IDX)
                   TO WS-ARR-AMOUNT-DISPLAY
               DISPLAY "  installment " WS-ARR-IDX " due "
                   ARR-INST-DUE-DATE(WS-ARR-IDX) " "
                   WS-ARR-AMOUNT-DISPLAY
           END-PERFORM.
           MOVE ARR-PAID-TOTAL TO WS-ARR-AMOUNT-DISPLAY.
           DISPLAY "  paid so far (as of " ARR-CHECKED-DATE ") "
               WS-ARR-AMOUNT-DISPLAY.
           DISPLAY "Cancel this arrangement (Y/N): ".
           MOVE SPACE TO WS-ARR-CONFIRM.
           ACCEPT WS-ARR-CONFIRM.
           IF WS-ARR-CONFIRM NOT = 'Y' AND WS-ARR-CONFIRM NOT = 'y'
               EXIT PARAGRAPH
           END-IF.
           MOVE 'X' TO ARR-STATUS.
           REWRITE ARR-RECORD
               INVALID KEY
                   DISPLAY "Could not update the arrangement."
                   EXIT PARAGRAPH
           END-REWRITE.
           MOVE "ARR-CANCEL" TO AUDIT-ACTION.
           PERFORM 9550-WRITE-ARRANGE-AUDIT.
           DISPLAY "Arrangement cancelled.".

      *----------------------------------------------------------*
      *    9550-WRITE-ARRANGE-AUDIT - ONE AUDIT ROW FOR AN          *
      *    ARRANGEMENT DECISION, ACTION ALREADY SET                  *
      *----------------------------------------------------------*
       9550-WRITE-ARRANGE-AUDIT.
           MOVE "CONSOLE" TO AUDIT-PROGRAM.
           MOVE SPACES TO AUDIT-RUN-ID.
           MOVE WS-OPERATOR TO AUDIT-OPERATOR.
           MOVE WS-LOOKUP-ID TO AUDIT-KEY.
           MOVE FUNCTION CURRENT-DATE TO AUDIT-TIMESTAMP.
           MOVE SPACES TO AUDIT-COMPANY.
           WRITE AUDIT-RECORD.

      *----------------------------------------------------------*
      *    9600-APPROVE-REFUNDS - WALK THE REFUND REGISTER ENTRIES  *
      *    AWAITING A DECISION.  ONLY AN OPERATOR HOLDING 'F' ON     *
      *    MAINT_AUTH.TXT MAY APPROVE; THE NEXT REFUND RUN ISSUES    *
      *    THE CHEQUE AND STAGES THE 'F' ROW FOR POST.               *
      *----------------------------------------------------------*
       9600-APPROVE-REFUNDS.
           DISPLAY "Operator ID: ".
           ACCEPT WS-OPERATOR.
           IF FUNCTION TRIM(WS-OPERATOR) = SPACES
               DISPLAY "An operator ID is required."
               EXIT PARAGRAPH
           END-IF.
           PERFORM 0985-CONFIRM-OPERATOR.
           IF NOT SGN-SIGNED-ON
               EXIT PARAGRAPH
           END-IF.
           PERFORM 9240-LOAD-OPERATOR-AUTHORITY.
           MOVE 0 TO WS-TYPE-TALLY.
           INSPECT WS-ALLOWED-TYPES TALLYING WS-TYPE-TALLY
               FOR ALL 'F'.
           IF WS-TYPE-TALLY = 0
               DISPLAY "Operator " WS-OPERATOR
                   " is not authorized for refunds."
               EXIT PARAGRAPH
           END-IF.

           OPEN I-O REFUND-FILE.
           IF NOT REFUND-FILE-OK
               DISPLAY "No refund register on file - run "
                   "REFUND first."
               EXIT PARAGRAPH
           END-IF.
           OPEN EXTEND AUDIT-FILE.
           IF NOT AUDIT-FILE-OK
               OPEN OUTPUT AUDIT-FILE
           END-IF.

           MOVE 0 TO WS-RFD-DECIDED.
           MOVE 'N' TO WS-RFD-DONE.
           MOVE LOW-VALUES TO RFD-CUST-ID.
           START REFUND-FILE KEY >= RFD-CUST-ID
               INVALID KEY
                   MOVE 'Y' TO WS-RFD-DONE
           END-START.
           PERFORM UNTIL WS-RFD-DONE = 'Y'
               READ REFUND-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-RFD-DONE
                   NOT AT END
                       IF RFD-IS-OPEN OR RFD-IS-HELD
                           PERFORM 9610-DECIDE-ONE-REFUND
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE REFUND-FILE.
           CLOSE AUDIT-FILE.

           DISPLAY WS-RFD-DECIDED " refund(s) approved this session.".

      *----------------------------------------------------------*
      *    9610-DECIDE-ONE-REFUND - A BLANK ANSWER ENDS THE         *
      *    SESSION; S SKIPS.  A HELD ENTRY IS ONLY RELEASED WHEN     *
      *    THE OPERATOR CONFIRMS THE OVERRIDE, WHICH IS AUDITED      *
      *    SEPARATELY FROM AN ORDINARY APPROVAL.                     *
      *----------------------------------------------------------*
       9610-DECIDE-ONE-REFUND.
           MOVE RFD-AMOUNT TO WS-RFD-AMOUNT-DISPLAY.
           DISPLAY " ".
           DISPLAY "Customer " RFD-CUST-ID
               " credit " WS-RFD-AMOUNT-DISPLAY
               " since " RFD-CREDIT-SINCE
               " age " RFD-AGE-DAYS " day(s)".
           IF RFD-IS-HELD
               DISPLAY "  HELD FOR REVIEW - " RFD-HOLD-REASON
           END-IF.
           DISPLAY "A=approve refund, S=skip (blank to stop): ".
           MOVE SPACES TO WS-RFD-ANSWER.
           ACCEPT WS-RFD-ANSWER.
           IF WS-RFD-ANSWER = SPACES
               MOVE 'Y' TO WS-RFD-DONE
               EXIT PARAGRAPH
           END-IF.
           IF WS-RFD-ANSWER NOT = 'A' AND WS-RFD-ANSWER NOT = 'a'
               EXIT PARAGRAPH
           END-IF.

           MOVE "RFD-APPRV" TO AUDIT-ACTION.
           MOVE SPACE TO RFD-OVERRIDE.
           IF RFD-IS-HELD
               DISPLAY "Release this held refund anyway? (Y/N): "
               MOVE SPACES TO WS-RFD-CONFIRM
               ACCEPT WS-RFD-CONFIRM
               IF WS-RFD-CONFIRM NOT = 'Y' AND WS-RFD-CONFIRM NOT = 'y'
                   DISPLAY "Refund left on hold."
                   EXIT PARAGRAPH
               END-IF
               MOVE 'Y' TO RFD-OVERRIDE
               MOVE "RFD-OVRIDE" TO AUDIT-ACTION
           END-IF.

           MOVE 'A' TO RFD-STATUS.
           MOVE WS-OPERATOR TO RFD-OPERATOR.
           MOVE WS-TODAY TO RFD-DECIDED.
           REWRITE RFD-RECORD
               INVALID KEY
                   DISPLAY "Could not update the entry."
               NOT INVALID KEY
                   ADD 1 TO WS-RFD-DECIDED
                   PERFORM 9650-WRITE-REFUND-AUDIT
           END-REWRITE.

      *----------------------------------------------------------*
      *    9650-WRITE-REFUND-AUDIT - ONE AUDIT ROW FOR A REFUND     *
      *    APPROVAL, ACTION ALREADY SET                              *
      *----------------------------------------------------------*
       9650-WRITE-REFUND-AUDIT.
           MOVE "CONSOLE" TO AUDIT-PROGRAM.
           MOVE SPACES TO AUDIT-RUN-ID.
           MOVE WS-OPERATOR TO AUDIT-OPERATOR.
           MOVE RFD-CUST-ID TO AUDIT-KEY.
           MOVE FUNCTION CURRENT-DATE TO AUDIT-TIMESTAMP.
           MOVE SPACES TO AUDIT-COMPANY.
           WRITE AUDIT-RECORD.

      *----------------------------------------------------------*
      *    9700-REVIEW-SANCTIONS - WALK THE HITS STILL PENDING AND  *
      *    THE CONFIRMED ONES.  ONLY AN OPERATOR HOLDING 'S' ON      *
      *    MAINT_AUTH.TXT MAY DECIDE.  A PENDING HIT IS CONFIRMED    *
      *    OR DISMISSED AS A FALSE POSITIVE; A CONFIRMED ONE MAY BE  *
      *    CLEARED, WHICH LIFTS THE BLOCK ON PAYMENTS.  EVERY        *
      *    DECISION GOES TO THE AUDIT TRAIL.                         *
      *----------------------------------------------------------*
       9700-REVIEW-SANCTIONS.
           DISPLAY "Operator ID: ".
           ACCEPT WS-OPERATOR.
           IF FUNCTION TRIM(WS-OPERATOR) = SPACES
               DISPLAY "An operator ID is required."
               EXIT PARAGRAPH
           END-IF.
           PERFORM 0985-CONFIRM-OPERATOR.
           IF NOT SGN-SIGNED-ON
               EXIT PARAGRAPH
           END-IF.
           PERFORM 9240-LOAD-OPERATOR-AUTHORITY.
           MOVE 0 TO WS-TYPE-TALLY.
           INSPECT WS-ALLOWED-TYPES TALLYING WS-TYPE-TALLY
               FOR ALL 'S'.
           IF WS-TYPE-TALLY = 0
               DISPLAY "Operator " WS-OPERATOR
                   " is not authorized for sanctions decisions."
               EXIT PARAGRAPH
           END-IF.

           OPEN I-O SANCQ-FILE.
           IF NOT SANCQ-FILE-OK
               DISPLAY "No sanctions queue on file - run "
                   "SANCSCRN first."
               EXIT PARAGRAPH
           END-IF.
           OPEN EXTEND AUDIT-FILE.
           IF NOT AUDIT-FILE-OK
               OPEN OUTPUT AUDIT-FILE
           END-IF.

           MOVE 0 TO WS-SANQ-DECIDED.
           MOVE 'N' TO WS-SANQ-DONE.
           MOVE LOW-VALUES TO SANQ-KEY.
           START SANCQ-FILE KEY >= SANQ-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-SANQ-DONE
           END-START.
           PERFORM UNTIL WS-SANQ-DONE = 'Y'
               READ SANCQ-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-SANQ-DONE
                   NOT AT END
                       IF SANQ-IS-PENDING OR SANQ-IS-CONFIRMED
                           PERFORM 9710-DECIDE-ONE-HIT
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE SANCQ-FILE.
           CLOSE AUDIT-FILE.

           DISPLAY WS-SANQ-DECIDED " sanctions decision(s) recorded.".

      *----------------------------------------------------------*
      *    9710-DECIDE-ONE-HIT - A BLANK ANSWER ENDS THE SESSION;   *
      *    S SKIPS.  PENDING: C CONFIRMS, F DISMISSES.  CONFIRMED:   *
      *    R CLEARS.                                                 *
      *----------------------------------------------------------*
       9710-DECIDE-ONE-HIT.
           DISPLAY " ".
           DISPLAY "Customer " SANQ-CUST-ID " " SANQ-CUST-NAME
               " raised " SANQ-RAISED.
           DISPLAY "  matches " SANQ-ENTRY-ID " " SANQ-LIST-NAME
               " " SANQ-PROGRAMME.
           DISPLAY "  score " SANQ-SCORE " match " SANQ-MATCH
               " date of birth " SANQ-DOB-CHECK.
           MOVE SPACES TO WS-SANQ-ANSWER.
           IF SANQ-IS-PENDING
               DISPLAY "C=confirm true match, F=false positive, "
                   "S=skip (blank to stop): "
           ELSE
               DISPLAY "  CONFIRMED " SANQ-DECIDED " BY "
                   SANQ-OPERATOR " - PAYMENTS BLOCKED"
               DISPLAY "R=clear the block, S=skip (blank to stop): "
           END-IF.
           ACCEPT WS-SANQ-ANSWER.
           MOVE FUNCTION UPPER-CASE(WS-SANQ-ANSWER) TO WS-SANQ-ANSWER.
           IF WS-SANQ-ANSWER = SPACES
               MOVE 'Y' TO WS-SANQ-DONE
               EXIT PARAGRAPH
           END-IF.

           EVALUATE TRUE
               WHEN SANQ-IS-PENDING AND WS-SANQ-ANSWER = 'C'
                   MOVE 'C' TO SANQ-STATUS
                   MOVE "SANC-CONF" TO AUDIT-ACTION
               WHEN SANQ-IS-PENDING AND WS-SANQ-ANSWER = 'F'
                   MOVE 'F' TO SANQ-STATUS
                   MOVE "SANC-FALSE" TO AUDIT-ACTION
               WHEN SANQ-IS-CONFIRMED AND WS-SANQ-ANSWER = 'R'
                   MOVE 'R' TO SANQ-STATUS
                   MOVE "SANC-CLEAR" TO AUDIT-ACTION
               WHEN OTHER
                   EXIT PARAGRAPH
           END-EVALUATE.

           MOVE WS-OPERATOR TO SANQ-OPERATOR.
           MOVE WS-TODAY TO SANQ-DECIDED.
           REWRITE SANQ-RECORD
               INVALID KEY
                   DISPLAY "Could not update the entry."
               NOT INVALID KEY
                   ADD 1 TO WS-SANQ-DECIDED
                   MOVE "CONSOLE" TO AUDIT-PROGRAM
                   MOVE SPACES TO AUDIT-RUN-ID
                   MOVE WS-OPERATOR TO AUDIT-OPERATOR
                   MOVE SPACES TO AUDIT-KEY
                   STRING SANQ-CUST-ID "-" SANQ-ENTRY-ID
                       DELIMITED BY SIZE INTO AUDIT-KEY
                   MOVE FUNCTION CURRENT-DATE TO AUDIT-TIMESTAMP
                   MOVE SPACES TO AUDIT-COMPANY
                   WRITE AUDIT-RECORD
           END-REWRITE.

      *----------------------------------------------------------*
      *    9800-REVIEW-FRAUD-ALERTS - WALK THE ALERTS STILL OPEN    *
      *    AND THE CONFIRMED ONES.  ONLY AN OPERATOR HOLDING 'Q' ON  *
      *    MAINT_AUTH.TXT MAY DECIDE.  AN OPEN ALERT IS CONFIRMED AS *
      *    FRAUD OR CLEARED; A CONFIRMED ONE MAY LATER BE CLEARED.   *
      *    CLEARING THE LAST OPEN OR CONFIRMED ALERT RELEASES THE    *
      *    CUSTOMER'S REFUNDS.  EVERY DECISION GOES TO THE AUDIT     *
      *    TRAIL.                                                    *
      *----------------------------------------------------------*
       9800-REVIEW-FRAUD-ALERTS.
           DISPLAY "Operator ID: ".
           ACCEPT WS-OPERATOR.
           IF FUNCTION TRIM(WS-OPERATOR) = SPACES
               DISPLAY "An operator ID is required."
               EXIT PARAGRAPH
           END-IF.
           PERFORM 0985-CONFIRM-OPERATOR.
           IF NOT SGN-SIGNED-ON
               EXIT PARAGRAPH
           END-IF.
           PERFORM 9240-LOAD-OPERATOR-AUTHORITY.
           MOVE 0 TO WS-TYPE-TALLY.
           INSPECT WS-ALLOWED-TYPES TALLYING WS-TYPE-TALLY
               FOR ALL 'Q'.
           IF WS-TYPE-TALLY = 0
               DISPLAY "Operator " WS-OPERATOR
                   " is not authorized for fraud decisions."
               EXIT PARAGRAPH
           END-IF.

           OPEN I-O FRAUDQ-FILE.
           IF NOT FRAUDQ-FILE-OK
               DISPLAY "No fraud queue on file - run "
                   "FRAUDCHK first."
               EXIT PARAGRAPH
           END-IF.
           OPEN EXTEND AUDIT-FILE.
           IF NOT AUDIT-FILE-OK
               OPEN OUTPUT AUDIT-FILE
           END-IF.

           MOVE 0 TO WS-FRQ-DECIDED.
           MOVE 'N' TO WS-FRQ-DONE.
           MOVE LOW-VALUES TO FRQ-KEY.
           START FRAUDQ-FILE KEY >= FRQ-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-FRQ-DONE
           END-START.
           PERFORM UNTIL WS-FRQ-DONE = 'Y'
               READ FRAUDQ-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-FRQ-DONE
                   NOT AT END
                       IF FRQ-IS-OPEN OR FRQ-IS-CONFIRMED
                           PERFORM 9810-DECIDE-ONE-ALERT
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FRAUDQ-FILE.
           CLOSE AUDIT-FILE.

           DISPLAY WS-FRQ-DECIDED " fraud decision(s) recorded.".

      *----------------------------------------------------------*
      *    9810-DECIDE-ONE-ALERT - A BLANK ANSWER ENDS THE SESSION; *
      *    S SKIPS.  OPEN: F CONFIRMS FRAUD, C CLEARS.  CONFIRMED:   *
      *    C CLEARS.  THE OPERATOR WHOSE CHANGE RAISED THE ALERT MAY *
      *    NOT DECIDE IT, AND A CLEARANCE NEEDS A NOTE.              *
      *----------------------------------------------------------*
       9810-DECIDE-ONE-ALERT.
           DISPLAY " ".
           DISPLAY "Customer " FRQ-CUST-ID " rule " FRQ-RULE
               " event " FRQ-EVENT-DATE " raised " FRQ-RAISED.
           DISPLAY "  " FRQ-DETAIL.
           IF FRQ-CHANGE-OPERATOR NOT = SPACES
               DISPLAY "  change made by " FRQ-CHANGE-OPERATOR
           END-IF.
           IF FRQ-CHANGE-OPERATOR = WS-OPERATOR
               DISPLAY "  Raised on your own change - another "
                   "reviewer must decide it."
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO WS-FRQ-ANSWER.
           IF FRQ-IS-OPEN
               DISPLAY "F=confirm fraud, C=clear, "
                   "S=skip (blank to stop): "
           ELSE
               DISPLAY "  CONFIRMED " FRQ-DECIDED " BY "
                   FRQ-OPERATOR " - REFUNDS HELD"
               DISPLAY "C=clear the hold, S=skip (blank to stop): "
           END-IF.
           ACCEPT WS-FRQ-ANSWER.
           MOVE FUNCTION UPPER-CASE(WS-FRQ-ANSWER) TO WS-FRQ-ANSWER.
           IF WS-FRQ-ANSWER = SPACES
               MOVE 'Y' TO WS-FRQ-DONE
               EXIT PARAGRAPH
           END-IF.

           EVALUATE TRUE
               WHEN FRQ-IS-OPEN AND WS-FRQ-ANSWER = 'F'
                   MOVE 'F' TO FRQ-STATUS
                   MOVE "FRAUD-CONF" TO AUDIT-ACTION
               WHEN WS-FRQ-ANSWER = 'C'
                   MOVE 'C' TO FRQ-STATUS
                   MOVE "FRAUD-CLR" TO AUDIT-ACTION
               WHEN OTHER
                   EXIT PARAGRAPH
           END-EVALUATE.

           DISPLAY "Note: ".
           MOVE SPACES TO WS-FRQ-NOTE.
           ACCEPT WS-FRQ-NOTE.
           IF FRQ-IS-CLEARED AND WS-FRQ-NOTE = SPACES
               DISPLAY "A clearance needs a note - not recorded."
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-FRQ-NOTE TO FRQ-NOTE.
           MOVE WS-OPERATOR TO FRQ-OPERATOR.
           MOVE WS-TODAY TO FRQ-DECIDED.
           REWRITE FRQ-RECORD
               INVALID KEY
                   DISPLAY "Could not update the entry."
               NOT INVALID KEY
                   ADD 1 TO WS-FRQ-DECIDED
                   MOVE "CONSOLE" TO AUDIT-PROGRAM
                   MOVE SPACES TO AUDIT-RUN-ID
                   MOVE WS-OPERATOR TO AUDIT-OPERATOR
                   MOVE SPACES TO AUDIT-KEY
                   STRING FRQ-CUST-ID "-" FRQ-RULE "-" FRQ-EVENT-DATE
                       DELIMITED BY SIZE INTO AUDIT-KEY
                   MOVE FUNCTION CURRENT-DATE TO AUDIT-TIMESTAMP
                   MOVE SPACES TO AUDIT-COMPANY
                   WRITE AUDIT-RECORD
           END-REWRITE.

      *----------------------------------------------------------*
      *    9900-WORK-COMPLAINT-CASE - A BLANK CASE NUMBER OPENS A   *
      *    NEW CASE FOR A CUSTOMER ON THE MASTER; A NUMBER BRINGS    *
      *    THAT CASE UP TO REASSIGN, ANNOTATE OR CLOSE.  EVERY       *
      *    ACTION LEAVES A COMPLAINT NOTE ON THE CUSTOMER, AND       *
      *    OPENING, REASSIGNING AND CLOSING EACH LEAVE AN AUDIT ROW  *
      *----------------------------------------------------------*
       9900-WORK-COMPLAINT-CASE.
           DISPLAY "Operator ID: ".
           ACCEPT WS-OPERATOR.
           IF FUNCTION TRIM(WS-OPERATOR) = SPACES
               DISPLAY "An operator ID is required."
               EXIT PARAGRAPH
           END-IF.
           PERFORM 0985-CONFIRM-OPERATOR.
           IF NOT SGN-SIGNED-ON
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "Case number (blank to open a new case): ".
           MOVE SPACES TO WS-CMP-ANSWER.
           ACCEPT WS-CMP-ANSWER.
           MOVE 0 TO WS-CMP-CASE-NO.
           IF WS-CMP-ANSWER NOT = SPACES
               MOVE 0 TO WS-TYPE-TALLY
               INSPECT WS-CMP-ANSWER TALLYING WS-TYPE-TALLY
                   FOR CHARACTERS BEFORE INITIAL SPACE
               IF WS-TYPE-TALLY = 0
                       OR WS-CMP-ANSWER(1:WS-TYPE-TALLY) NOT NUMERIC
                   DISPLAY "Case number not understood."
                   EXIT PARAGRAPH
               END-IF
               MOVE FUNCTION NUMVAL(WS-CMP-ANSWER) TO WS-CMP-CASE-NO
           END-IF.

           OPEN I-O CMPL-FILE.
      *    ONLY A MISSING FILE (STATUS 35) MAY BE CREATED FRESH.
           IF WS-CMPL-STATUS = '35'
               OPEN OUTPUT CMPL-FILE
               CLOSE CMPL-FILE
               OPEN I-O CMPL-FILE
           END-IF.
           IF NOT CMPL-FILE-OK
               DISPLAY "Complaint cases not available, status "
                   WS-CMPL-STATUS
               EXIT PARAGRAPH
           END-IF.
           OPEN EXTEND AUDIT-FILE.
           IF NOT AUDIT-FILE-OK
               OPEN OUTPUT AUDIT-FILE
           END-IF.

           IF WS-CMP-CASE-NO = 0
               PERFORM 9910-OPEN-COMPLAINT
           ELSE
               MOVE WS-CMP-CASE-NO TO CMP-CASE-NO
               READ CMPL-FILE
                   INVALID KEY
                       DISPLAY "Case " WS-CMP-CASE-NO " not on file."
                   NOT INVALID KEY
                       PERFORM 9920-WORK-ONE-COMPLAINT
               END-READ
           END-IF.

           CLOSE CMPL-FILE.
           CLOSE AUDIT-FILE.

      *----------------------------------------------------------*
      *    9910-OPEN-COMPLAINT - CUSTOMER, DATE RECEIVED, CATEGORY, *
      *    OWNER AND A SUMMARY, THEN THE DEADLINE IS SET AND SHOWN   *
      *    AND THE CASE NUMBER TAKEN ONLY ONCE THE OPERATOR CONFIRMS *
      *----------------------------------------------------------*
       9910-OPEN-COMPLAINT.
           DISPLAY "Customer ID: ".
           MOVE SPACES TO WS-LOOKUP-ID.
           ACCEPT WS-LOOKUP-ID.
           IF WS-LOOKUP-ID = SPACES
               EXIT PARAGRAPH
           END-IF.
           PERFORM 0990-VERIFY-LOOKUP-ID.
           IF CID-ID-BAD
               EXIT PARAGRAPH
           END-IF.
           OPEN INPUT CUST-A.
           IF NOT CUST-A-OK
               DISPLAY "customer master not available, status "
                   WS-CUST-A-STATUS
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-LOOKUP-ID TO A-ID.
           READ CUST-A
               INVALID KEY
                   DISPLAY "Customer " WS-LOOKUP-ID
                       " not on file - case not opened."
                   CLOSE CUST-A
                   EXIT PARAGRAPH
               NOT INVALID KEY
                   DISPLAY "Customer: " A-NAME
           END-READ.
           CLOSE CUST-A.

           DISPLAY "Date received YYYYMMDD (blank for today): ".
           MOVE SPACES TO WS-CMP-RECEIVED-X.
           ACCEPT WS-CMP-RECEIVED-X.
           IF WS-CMP-RECEIVED-X = SPACES
               MOVE WS-TODAY TO WS-CMP-RECEIVED
           ELSE
               IF WS-CMP-RECEIVED-X NOT NUMERIC
                   DISPLAY "Unusable date - case not opened."
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-CMP-RECEIVED-X TO WS-CMP-RECEIVED
               IF FUNCTION INTEGER-OF-DATE(WS-CMP-RECEIVED) = 0
                       OR WS-CMP-RECEIVED > WS-TODAY
                   DISPLAY "Unusable date - case not opened."
                   EXIT PARAGRAPH
               END-IF
           END-IF.

           DISPLAY "Category: ".
           MOVE SPACES TO WS-CMP-CODE.
           ACCEPT WS-CMP-CODE.
           MOVE FUNCTION UPPER-CASE(WS-CMP-CODE) TO WS-CMP-CODE.
           MOVE 'C' TO WS-CMP-CODE-TYPE.
           PERFORM 9940-CHECK-COMPLAINT-CODE.
           IF NOT CMP-CODE-ACCEPTED
               DISPLAY "Category not recognised - case not opened."
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "Owner operator ID (blank for yourself): ".
           MOVE SPACES TO WS-CMP-OWNER.
           ACCEPT WS-CMP-OWNER.
           IF WS-CMP-OWNER = SPACES
               MOVE WS-OPERATOR TO WS-CMP-OWNER
           END-IF.

           DISPLAY "Summary of the complaint: ".
           MOVE SPACES TO WS-CMP-SUMMARY.
           ACCEPT WS-CMP-SUMMARY.
           IF FUNCTION TRIM(WS-CMP-SUMMARY) = SPACES
               DISPLAY "A summary is required - case not opened."
               EXIT PARAGRAPH
           END-IF.

           PERFORM 9950-COMPUTE-DUE-DATE.
           DISPLAY "Received " WS-CMP-RECEIVED " category "
               WS-CMP-CODE " owner " WS-CMP-OWNER.
           DISPLAY "Final response due by " WS-CMP-DUE.
           DISPLAY "Open this case (Y/N): ".
           MOVE SPACE TO WS-CMP-CONFIRM.
           ACCEPT WS-CMP-CONFIRM.
           IF WS-CMP-CONFIRM NOT = 'Y' AND WS-CMP-CONFIRM NOT = 'y'
               EXIT PARAGRAPH
           END-IF.

           PERFORM 9960-TAKE-CASE-NUMBER.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-CMP-NOTE-TS.
           MOVE SPACES TO CMP-RECORD.
           MOVE WS-CMP-CASE-NO TO CMP-CASE-NO.
           MOVE WS-LOOKUP-ID TO CMP-CUST-ID.
           MOVE WS-CMP-RECEIVED TO CMP-RECEIVED-DATE.
           MOVE WS-CMP-CODE TO CMP-CATEGORY.
           MOVE WS-CMP-OWNER TO CMP-OWNER.
           SET CMP-IS-OPEN TO TRUE.
           MOVE WS-CMP-DUE TO CMP-DUE-DATE.
           MOVE WS-OPERATOR TO CMP-OPENED-BY.
           MOVE WS-CMP-NOTE-TS TO CMP-NOTE-TS.
           MOVE WS-CMP-SUMMARY TO CMP-SUMMARY.
           MOVE 0 TO CMP-CLOSED-DATE.
           WRITE CMP-RECORD
               INVALID KEY
                   DISPLAY "Case number " WS-CMP-CASE-NO
                       " is already on file - check "
                       "complaint-control.txt; case not opened."
                   EXIT PARAGRAPH
           END-WRITE.

           MOVE SPACES TO WS-CMP-NOTE-TEXT.
           STRING "CASE " WS-CMP-CASE-NO " OPENED: "
               WS-CMP-SUMMARY
               DELIMITED BY SIZE INTO WS-CMP-NOTE-TEXT.
           PERFORM 9970-WRITE-COMPLAINT-NOTE.
           MOVE "CMP-OPEN" TO AUDIT-ACTION.
           PERFORM 9980-WRITE-COMPLAINT-AUDIT.
           DISPLAY "Complaint case " WS-CMP-CASE-NO " opened.".

      *----------------------------------------------------------*
      *    9920-WORK-ONE-COMPLAINT - SHOW THE CASE AND ITS          *
      *    DEADLINE, THEN REASSIGN IT, ADD A CASE NOTE, OR CLOSE IT  *
      *    WITH ITS ROOT CAUSE ONCE THE FINAL RESPONSE HAS GONE OUT  *
      *----------------------------------------------------------*
       9920-WORK-ONE-COMPLAINT.
           MOVE CMP-CUST-ID TO WS-LOOKUP-ID.
           MOVE CMP-CASE-NO TO WS-CMP-CASE-NO.
           MOVE SPACES TO WS-CMP-NOTE-TS.
           DISPLAY "Case " CMP-CASE-NO " customer " CMP-CUST-ID
               " category " CMP-CATEGORY " owner " CMP-OWNER.
           DISPLAY "  received " CMP-RECEIVED-DATE
               " final response due " CMP-DUE-DATE.
           DISPLAY "  " CMP-SUMMARY.
           IF CMP-IS-CLOSED
               DISPLAY "  CLOSED " CMP-CLOSED-DATE " BY "
                   CMP-CLOSED-BY " ROOT CAUSE " CMP-ROOT-CAUSE
               EXIT PARAGRAPH
           END-IF.
           IF WS-TODAY > CMP-DUE-DATE
               DISPLAY "  ** PAST ITS FINAL-RESPONSE DEADLINE **"
           END-IF.

           DISPLAY "R=reassign owner, N=add a case note, C=close "
               "(final response sent), blank to leave: ".
           MOVE SPACE TO WS-CMP-ACTION.
           ACCEPT WS-CMP-ACTION.
           MOVE FUNCTION UPPER-CASE(WS-CMP-ACTION) TO WS-CMP-ACTION.

           EVALUATE WS-CMP-ACTION
               WHEN 'R'
                   DISPLAY "New owner operator ID: "
                   MOVE SPACES TO WS-CMP-OWNER
                   ACCEPT WS-CMP-OWNER
                   IF WS-CMP-OWNER = SPACES
                       EXIT PARAGRAPH
                   END-IF
                   MOVE WS-CMP-OWNER TO CMP-OWNER
                   REWRITE CMP-RECORD
                       INVALID KEY
                           DISPLAY "Could not update the case."
                           EXIT PARAGRAPH
                   END-REWRITE
                   MOVE SPACES TO WS-CMP-NOTE-TEXT
                   STRING "CASE " WS-CMP-CASE-NO " REASSIGNED TO "
                       WS-CMP-OWNER
                       DELIMITED BY SIZE INTO WS-CMP-NOTE-TEXT
                   PERFORM 9970-WRITE-COMPLAINT-NOTE
                   MOVE "CMP-OWNER" TO AUDIT-ACTION
                   PERFORM 9980-WRITE-COMPLAINT-AUDIT
                   DISPLAY "Case reassigned."
               WHEN 'N'
                   DISPLAY "Note text: "
                   MOVE SPACES TO WS-CMP-SUMMARY
                   ACCEPT WS-CMP-SUMMARY
                   IF FUNCTION TRIM(WS-CMP-SUMMARY) = SPACES
                       EXIT PARAGRAPH
                   END-IF
                   MOVE SPACES TO WS-CMP-NOTE-TEXT
                   STRING "CASE " WS-CMP-CASE-NO " " WS-CMP-SUMMARY
                       DELIMITED BY SIZE INTO WS-CMP-NOTE-TEXT
                   PERFORM 9970-WRITE-COMPLAINT-NOTE
                   DISPLAY "Case note recorded."
               WHEN 'C'
                   PERFORM 9930-CLOSE-COMPLAINT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *----------------------------------------------------------*
      *    9930-CLOSE-COMPLAINT - THE ROOT CAUSE MUST BE ONE OF THE *
      *    'R' CODES; THE CASE CLOSES AS OF TODAY                    *
      *----------------------------------------------------------*
       9930-CLOSE-COMPLAINT.
           DISPLAY "Root-cause code: ".
           MOVE SPACES TO WS-CMP-CODE.
           ACCEPT WS-CMP-CODE.
           MOVE FUNCTION UPPER-CASE(WS-CMP-CODE) TO WS-CMP-CODE.
           MOVE 'R' TO WS-CMP-CODE-TYPE.
           PERFORM 9940-CHECK-COMPLAINT-CODE.
           IF NOT CMP-CODE-ACCEPTED
               DISPLAY "Root cause not recognised - case left open."
               EXIT PARAGRAPH
           END-IF.
           IF WS-TODAY > CMP-DUE-DATE
               DISPLAY "This case closes after its deadline of "
                   CMP-DUE-DATE "."
           END-IF.
           DISPLAY "Close case " WS-CMP-CASE-NO " (Y/N): ".
           MOVE SPACE TO WS-CMP-CONFIRM.
           ACCEPT WS-CMP-CONFIRM.
           IF WS-CMP-CONFIRM NOT = 'Y' AND WS-CMP-CONFIRM NOT = 'y'
               EXIT PARAGRAPH
           END-IF.

           SET CMP-IS-CLOSED TO TRUE.
           MOVE WS-TODAY TO CMP-CLOSED-DATE.
           MOVE WS-CMP-CODE TO CMP-ROOT-CAUSE.
           MOVE WS-OPERATOR TO CMP-CLOSED-BY.
           REWRITE CMP-RECORD
               INVALID KEY
                   DISPLAY "Could not update the case."
                   EXIT PARAGRAPH
           END-REWRITE.
           MOVE SPACES TO WS-CMP-NOTE-TEXT.
           STRING "CASE " WS-CMP-CASE-NO " CLOSED ROOT CAUSE "
               WS-CMP-CODE
               DELIMITED BY SIZE INTO WS-CMP-NOTE-TEXT.
           PERFORM 9970-WRITE-COMPLAINT-NOTE.
           MOVE "CMP-CLOSE" TO AUDIT-ACTION.
           PERFORM 9980-WRITE-COMPLAINT-AUDIT.
           DISPLAY "Case closed.".

      *----------------------------------------------------------*
      *    9940-CHECK-COMPLAINT-CODE - IS WS-CMP-CODE ONE OF THE    *
      *    CODES OF WS-CMP-CODE-TYPE ON COMPLAINT_CODES.TXT?  A      *
      *    CODE THAT IS NOT IS ANSWERED WITH THE LIST OF THOSE THAT  *
      *    ARE; NO FILE (OR NO CODES OF THE TYPE) TAKES ANY          *
      *    NON-BLANK CODE                                            *
      *----------------------------------------------------------*
       9940-CHECK-COMPLAINT-CODE.
           MOVE 'N' TO WS-CMP-CODE-VERDICT.
           IF WS-CMP-CODE = SPACES
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO WS-CMP-CODES-SEEN.
           MOVE 'N' TO WS-CODES-EOF.
           OPEN INPUT CODES-FILE.
           IF NOT CODES-FILE-OK
               SET CMP-CODE-ACCEPTED TO TRUE
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-CODES-EOF = 'Y'
               READ CODES-FILE
                   AT END
                       MOVE 'Y' TO WS-CODES-EOF
                   NOT AT END
                       IF CODE-TYPE = WS-CMP-CODE-TYPE
                           ADD 1 TO WS-CMP-CODES-SEEN
                           IF CODE-VALUE = WS-CMP-CODE
                               SET CMP-CODE-ACCEPTED TO TRUE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CODES-FILE.
           IF WS-CMP-CODES-SEEN = 0
               SET CMP-CODE-ACCEPTED TO TRUE
           END-IF.
           IF CMP-CODE-ACCEPTED
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "Codes on file:".
           MOVE 'N' TO WS-CODES-EOF.
           OPEN INPUT CODES-FILE.
           PERFORM UNTIL WS-CODES-EOF = 'Y'
               READ CODES-FILE
                   AT END
                       MOVE 'Y' TO WS-CODES-EOF
                   NOT AT END
                       IF CODE-TYPE = WS-CMP-CODE-TYPE
                           DISPLAY "  " CODE-VALUE " " CODE-DESC
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CODES-FILE.

      *----------------------------------------------------------*
      *    9945-LOAD-CALENDAR - THE HOLIDAY LIST; NO FILE MEANS     *
      *    EVERY WEEKDAY IS A BUSINESS DAY                           *
      *----------------------------------------------------------*
       9945-LOAD-CALENDAR.
           MOVE 0 TO WS-HOLIDAY-COUNT.
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
      *    9948-JUDGE-ONE-DATE - A BUSINESS DAY IS A WEEKDAY THAT   *
      *    IS NOT ON THE HOLIDAY LIST (DAY NUMBER 1601-01-01 WAS A   *
      *    MONDAY, SO MOD 7 OF 6 IS SATURDAY AND 0 IS SUNDAY)        *
      *----------------------------------------------------------*
       9948-JUDGE-ONE-DATE.
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
      *    9950-COMPUTE-DUE-DATE - EIGHT WEEKS (56 DAYS) FROM THE   *
      *    DATE RECEIVED; A DEADLINE LANDING ON A WEEKEND OR A       *
      *    HOLIDAY COMES BACK TO THE BUSINESS DAY BEFORE IT, SO THE  *
      *    RESPONSE IS NEVER DUE ON A DAY NOBODY IS HERE TO SEND IT  *
      *----------------------------------------------------------*
       9950-COMPUTE-DUE-DATE.
           PERFORM 9945-LOAD-CALENDAR.
           COMPUTE WS-CMP-DAY-NO =
               FUNCTION INTEGER-OF-DATE(WS-CMP-RECEIVED) + 56.
           MOVE FUNCTION DATE-OF-INTEGER(WS-CMP-DAY-NO)
               TO WS-JUDGE-DATE.
           PERFORM 9948-JUDGE-ONE-DATE.
           PERFORM UNTIL DATE-IS-BUSINESS-DAY
               SUBTRACT 1 FROM WS-CMP-DAY-NO
               MOVE FUNCTION DATE-OF-INTEGER(WS-CMP-DAY-NO)
                   TO WS-JUDGE-DATE
               PERFORM 9948-JUDGE-ONE-DATE
           END-PERFORM.
           MOVE WS-JUDGE-DATE TO WS-CMP-DUE.

      *----------------------------------------------------------*
      *    9960-TAKE-CASE-NUMBER - ONE PAST THE LAST NUMBER ISSUED, *
      *    WRITTEN BACK STRAIGHT AWAY SO THE NEXT CASE CANNOT TAKE   *
      *    IT AGAIN                                                  *
      *----------------------------------------------------------*
       9960-TAKE-CASE-NUMBER.
           MOVE 0 TO WS-CMP-LAST-NO.
           OPEN INPUT CMPCTL-FILE.
           IF CMPCTL-FILE-OK
               READ CMPCTL-FILE
                   NOT AT END
                       IF CMPCTL-LAST-NO NUMERIC
                           MOVE CMPCTL-LAST-NO TO WS-CMP-LAST-NO
                       END-IF
               END-READ
               CLOSE CMPCTL-FILE
           END-IF.
           ADD 1 TO WS-CMP-LAST-NO.
           MOVE WS-CMP-LAST-NO TO WS-CMP-CASE-NO.
           OPEN OUTPUT CMPCTL-FILE.
           MOVE WS-CMP-LAST-NO TO CMPCTL-LAST-NO.
           WRITE CMPCTL-REC.
           CLOSE CMPCTL-FILE.

      *----------------------------------------------------------*
      *    9970-WRITE-COMPLAINT-NOTE - WS-CMP-NOTE-TEXT AS A        *
      *    COMPLAINT NOTE ON THE CASE'S CUSTOMER.  THE OPENING NOTE  *
      *    TAKES THE TIMESTAMP ALREADY STORED ON THE CASE; A LATER   *
      *    ONE TAKES THE TIME NOW.                                   *
      *----------------------------------------------------------*
       9970-WRITE-COMPLAINT-NOTE.
           OPEN I-O NOTES-FILE.
      *    ONLY A MISSING FILE (STATUS 35) MAY BE CREATED FRESH -
      *    ANY OTHER OPEN FAILURE (A PRE-CONVERSION RECORD SIZE
      *    AMONG THEM) MUST NOT QUIETLY REPLACE THE LIVE FILE.
           IF WS-NOTES-STATUS = '35'
               OPEN OUTPUT NOTES-FILE
               CLOSE NOTES-FILE
               OPEN I-O NOTES-FILE
           END-IF.
           IF NOT NOTES-FILE-OK
               DISPLAY "cust-notes.txt not usable, status "
                   WS-NOTES-STATUS
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-LOOKUP-ID TO NOTE-CUST-ID.
           IF WS-CMP-NOTE-TS NOT = SPACES
               MOVE WS-CMP-NOTE-TS TO NOTE-TIMESTAMP
               MOVE SPACES TO WS-CMP-NOTE-TS
           ELSE
               MOVE FUNCTION CURRENT-DATE(1:14) TO NOTE-TIMESTAMP
           END-IF.
           MOVE WS-OPERATOR TO NOTE-OPERATOR.
           MOVE WS-CMP-NOTE-TEXT TO NOTE-TEXT.
           MOVE SPACES TO NOTE-FOLLOWUP-DATE.
           MOVE "COMPLAINT" TO NOTE-CATEGORY.
           WRITE NOTE-RECORD
               INVALID KEY
                   CONTINUE
           END-WRITE.
           CLOSE NOTES-FILE.

      *----------------------------------------------------------*
      *    9980-WRITE-COMPLAINT-AUDIT - ONE AUDIT ROW FOR A CASE    *
      *    DECISION, KEYED CUSTOMER-CASE, ACTION ALREADY SET         *
      *----------------------------------------------------------*
       9980-WRITE-COMPLAINT-AUDIT.
           MOVE "CONSOLE" TO AUDIT-PROGRAM.
           MOVE SPACES TO AUDIT-RUN-ID.
           MOVE WS-OPERATOR TO AUDIT-OPERATOR.
           MOVE SPACES TO AUDIT-KEY.
           STRING WS-LOOKUP-ID "-" WS-CMP-CASE-NO
               DELIMITED BY SIZE INTO AUDIT-KEY.
           MOVE FUNCTION CURRENT-DATE TO AUDIT-TIMESTAMP.
           MOVE SPACES TO AUDIT-COMPANY.
           WRITE AUDIT-RECORD.

      *----------------------------------------------------------*
      *    0070-SHOW-DUE-FOLLOWUPS - THE SIGNED-ON OPERATOR'S      *
      *    NOTES WITH A FOLLOW-UP DATE DUE TODAY OR OVERDUE, SHOWN  *
