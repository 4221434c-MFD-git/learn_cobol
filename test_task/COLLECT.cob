               ACCESS MODE IS DYNAMIC
               FILE STATUS IS WS-WORKLIST-STATUS.

      *----------------------------------------------------------*
      *    ARRANGE-FILE - THE PAYMENT-ARRANGEMENT MASTER: A         *
      *    CUSTOMER KEEPING AN ACTIVE PLAN STAYS OFF THE QUEUE, ONE  *
      *    WHOSE PLAN BROKE GOES ON AHEAD OF EVERYONE ELSE           *
      *----------------------------------------------------------*
           SELECT ARRANGE-FILE ASSIGN TO './payment-arrangements.txt'
               ORGANIZATION IS INDEXED
               RECORD KEY IS ARR-CUST-ID
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS WS-ARRANGE-STATUS.

      *----------------------------------------------------------*
      *    CUST-A - THE CUSTOMER MASTER, READ BY KEY ONLY FOR THE   *
      *    STATUS BYTE: A DECEASED ('D') ACCOUNT IS FROZEN           *
      *----------------------------------------------------------*
           SELECT CUST-A ASSIGN TO './custA.txt'
               ORGANIZATION IS INDEXED
               RECORD KEY IS A-ID
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS WS-CUST-A-STATUS.

           SELECT SORTED-WORK ASSIGN TO SORTED-WORK.

       DATA DIVISION.
       FILE SECTION.

      *----------------------------------------------------------*
      *    SORTED-WORK ORDERS THE QUEUE WORST-FIRST: A BROKEN       *
      *    PAYMENT ARRANGEMENT (S-PRIORITY 1) COMES AHEAD OF ALL     *
      *    ELSE, THEN THE PRIORITY SCORE - THE OLDEST OPEN ITEM'S    *
      *    AGE IN DAYS WEIGHTED AHEAD OF THE AMOUNT OWED,            *
      *    DESCENDING, SO THE OLDEST AND LARGEST DEBTS COME UP FIRST *
      *----------------------------------------------------------*
       SD SORTED-WORK.
       01 SORT-REC.
           05 S-PRIORITY PIC 9(1).
           05 S-SCORE PIC 9(12).
           05 S-ID PIC X(5).
           05 S-AMOUNT PIC S9(9)V99.
           05 S-AGE PIC 9(5).
           05 S-DISPUTED PIC S9(9)V99.
           05 S-BROKEN-PROMISE PIC X(1).

       FD BALANCE-FILE.
       01 BAL-REC.
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

       FD WORKLIST-FILE.
           COPY "worklistrec".

       FD ARRANGE-FILE.
           COPY "arrangerec".

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------*
      *    COLLECTIONS WORKLIST BUILD - EVERY CUSTOMER STILL OWING  *
      *    GOES ON THE QUEUE IN PRIORITY ORDER; CONSOLE'S            *
      *    COLLECTIONS OPTION WALKS IT AND RECORDS EACH CONTACT'S    *
      *    OUTCOME, SO NO ACCOUNT FALLS BETWEEN OPERATORS.  ITEMS    *
      *    IN DISPUTE ARE NOT CHASED: THEY NEITHER AGE THE ENTRY     *
      *    NOR COUNT IN ITS AMOUNT, AND A CUSTOMER WHOSE WHOLE       *
      *    BALANCE IS IN DISPUTE STAYS OFF THE QUEUE                 *
      *----------------------------------------------------------*
       01 WS-BALANCE-STATUS PIC XX.
           88 BALANCE-FILE-OK VALUE '00'.
           88 HISTORY-FILE-OK VALUE '00'.
       01 WS-WORKLIST-STATUS PIC XX.
           88 WORKLIST-FILE-OK VALUE '00'.
       01 WS-CUST-A-STATUS PIC XX.
           88 CUST-A-OK VALUE '00'.
       01 WS-SCAN-DONE PIC X VALUE 'N'.
       01 WS-SORT-EOF PIC X VALUE 'N'.
       01 WS-HIST-DONE PIC X.
       01 WS-OLDEST-AGE PIC 9(5).
       01 WS-AMOUNT-WHOLE PIC 9(9).
       01 WS-ENTRY-COUNT PIC 9(4) VALUE 0.
       01 WS-CUST-DISPUTE PIC S9(9)V99.
       01 WS-CHASE-AMOUNT PIC S9(9)V99.
       01 WS-DISPUTE-ONLY PIC 9(4) VALUE 0.
       01 WS-ARRANGE-STATUS PIC XX.
           88 ARRANGE-FILE-OK VALUE '00'.
       01 WS-ARRANGE-KEPT PIC 9(4) VALUE 0.
       01 WS-ARRANGE-BROKEN PIC 9(4) VALUE 0.
       01 WS-DECEASED-HELD PIC 9(4) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCESS.
               GOBACK
           END-IF.
           OPEN INPUT HISTORY-FILE.
           OPEN INPUT ARRANGE-FILE.
           OPEN INPUT CUST-A.

           OPEN OUTPUT WORKLIST-FILE.

           SORT SORTED-WORK
               ON DESCENDING KEY S-PRIORITY S-SCORE
               INPUT PROCEDURE IS 0100-FEED-DEBTORS
               OUTPUT PROCEDURE IS 0200-WRITE-WORKLIST.

           IF HISTORY-FILE-OK
               CLOSE HISTORY-FILE
           END-IF.
           IF ARRANGE-FILE-OK
               CLOSE ARRANGE-FILE
           END-IF.
           IF CUST-A-OK OR WS-CUST-A-STATUS = '10'
                   OR WS-CUST-A-STATUS = '23'
               CLOSE CUST-A
           END-IF.
           CLOSE WORKLIST-FILE.

           DISPLAY "COLLECT worklist entries built: "
               WS-ENTRY-COUNT.
           DISPLAY "COLLECT customers held off, balance in dispute: "
               WS-DISPUTE-ONLY.
           DISPLAY "COLLECT customers held off, arrangement kept: "
               WS-ARRANGE-KEPT.
           DISPLAY "COLLECT broken arrangements queued first: "
               WS-ARRANGE-BROKEN.
           DISPLAY "COLLECT deceased accounts frozen, not queued: "
               WS-DECEASED-HELD.

           MOVE 0 TO RETURN-CODE.
           GOBACK.

      *----------------------------------------------------------*
      *    0150-RELEASE-ONE-DEBTOR - AGE IN DAYS WEIGHTED AHEAD OF  *
      *    AMOUNT: SCORE = AGE * 10 MILLION + WHOLE-DOLLAR AMOUNT.   *
      *    A KEPT ARRANGEMENT HOLDS THE CUSTOMER BACK; A BROKEN ONE  *
      *    RAISES THE PRIORITY.  A DECEASED CUSTOMER'S ACCOUNT IS    *
      *    FROZEN AND NEVER QUEUED FOR A COLLECTIONS CALL            *
      *----------------------------------------------------------*
       0150-RELEASE-ONE-DEBTOR.
           MOVE 0 TO S-PRIORITY.
           MOVE 'N' TO S-BROKEN-PROMISE.
           IF CUST-A-OK OR WS-CUST-A-STATUS = '10'
                   OR WS-CUST-A-STATUS = '23'
               MOVE BAL-ID TO A-ID
               READ CUST-A
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF A-STATUS = 'D'
                           ADD 1 TO WS-DECEASED-HELD
                           EXIT PARAGRAPH
                       END-IF
               END-READ
           END-IF.
           IF ARRANGE-FILE-OK
               MOVE BAL-ID TO ARR-CUST-ID
               READ ARRANGE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF ARR-IS-ACTIVE
                           ADD 1 TO WS-ARRANGE-KEPT
                           EXIT PARAGRAPH
                       END-IF
                       IF ARR-IS-BROKEN
                           MOVE 1 TO S-PRIORITY
                           MOVE 'Y' TO S-BROKEN-PROMISE
                       END-IF
               END-READ
           END-IF.
           PERFORM 0300-FIND-OLDEST-OPEN-AGE.
           COMPUTE WS-CHASE-AMOUNT = BAL-AMOUNT - WS-CUST-DISPUTE.
           IF WS-CHASE-AMOUNT NOT > 0
               ADD 1 TO WS-DISPUTE-ONLY
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-CHASE-AMOUNT TO WS-AMOUNT-WHOLE.
           COMPUTE S-SCORE = WS-OLDEST-AGE * 10000000
               + WS-AMOUNT-WHOLE.
           MOVE BAL-ID TO S-ID.
           MOVE WS-CHASE-AMOUNT TO S-AMOUNT.
           MOVE WS-OLDEST-AGE TO S-AGE.
           MOVE WS-CUST-DISPUTE TO S-DISPUTED.
           IF S-BROKEN-PROMISE = 'Y'
               ADD 1 TO WS-ARRANGE-BROKEN
           END-IF.
           RELEASE SORT-REC.

      *----------------------------------------------------------*
                       MOVE S-ID TO WL-CUST-ID
                       MOVE S-AMOUNT TO WL-AMOUNT
                       MOVE S-AGE TO WL-OLDEST-AGE
                       MOVE S-DISPUTED TO WL-DISPUTED
                       MOVE S-BROKEN-PROMISE TO WL-BROKEN-PROMISE
                       MOVE 'O' TO WL-STATUS
                       MOVE SPACES TO WL-OPERATOR
                       MOVE SPACES TO WL-OUTCOME

      *----------------------------------------------------------*
      *    0300-FIND-OLDEST-OPEN-AGE - THE WORST AGE AMONG THE      *
      *    CUSTOMER'S UNDISPUTED OPEN ITEMS, THE SAME AGE DUNNING    *
      *    TIERS ON, AND THE TOTAL OF THOSE IN DISPUTE               *
      *----------------------------------------------------------*
       0300-FIND-OLDEST-OPEN-AGE.
           MOVE 0 TO WS-OLDEST-AGE.
           MOVE 0 TO WS-CUST-DISPUTE.
           IF NOT HISTORY-FILE-OK
               EXIT PARAGRAPH
           END-IF.
                       ELSE
                           IF HIST-OPEN-STATUS = 'O'
                                   AND HIST-OPEN-AMOUNT > 0
                               IF HIST-DISPUTE-FLAG = 'Y'
                                   ADD HIST-OPEN-AMOUNT
                                       TO WS-CUST-DISPUTE
                               ELSE
                                   PERFORM 0350-AGE-ONE-ITEM
                               END-IF
                           END-IF
                       END-IF
               END-READ
