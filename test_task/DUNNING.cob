
      *----------------------------------------------------------*
      *    TEMPLATE-FILE - ONE TEMPLATE PER REMINDER TIER, IN THE   *
      *    LETTER_TEMPLATE.TXT STYLE: A ROW READING <NAME>,          *
      *    <SALUTATION> OR <AMOUNT> IS REPLACED BY THAT CUSTOMER'S   *
      *    VALUE, AND A ROW READING <INVOICES> BY ONE LINE PER OPEN  *
      *    INVOICE; EVERY OTHER ROW PRINTS VERBATIM.  A MISSING      *
      *    TEMPLATE FALLS BACK TO A PLAIN BUILT-IN REMINDER BLOCK.   *
      *----------------------------------------------------------*
           SELECT TEMPLATE-FILE ASSIGN TO WS-TEMPLATE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS WS-PREF-STATUS.

      *----------------------------------------------------------*
      *    ARRANGE-FILE - THE PAYMENT-ARRANGEMENT MASTER; A         *
      *    CUSTOMER WHOSE PLAN IS ACTIVE AND BEING KEPT IS NOT      *
      *    SENT REMINDERS                                            *
      *----------------------------------------------------------*
           SELECT ARRANGE-FILE ASSIGN TO './payment-arrangements.txt'
               ORGANIZATION IS INDEXED
               RECORD KEY IS ARR-CUST-ID
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS WS-ARRANGE-STATUS.

      *----------------------------------------------------------*
      *    COMMS-FILE - THE SHARED COMMUNICATIONS HISTORY; EVERY    *
      *    REMINDER SENT ADDS A ROW CARRYING ITS TIER                *
      *----------------------------------------------------------*
           SELECT COMMS-FILE ASSIGN TO './result/comms-history.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COMMS-STATUS.

           SELECT RUNID-FILE ASSIGN TO './result/run-id.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNID-STATUS.

       DATA DIVISION.
       FILE SECTION.

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
               FIELD-ADDR BY A-ADDR FIELD-PREF-NAME BY A-PREF-NAME.

       FD TEMPLATE-FILE.
       01 TEMPLATE-REC PIC X(60).
       FD PREF-FILE.
           COPY "prefrec".

       FD ARRANGE-FILE.
           COPY "arrangerec".

       FD COMMS-FILE.
           COPY "commrec".

       FD RUNID-FILE.
       01 RUNID-REC.
           05 RUNID-VALUE PIC X(8).

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------*
      *    REMINDER-LETTER RUN OFF THE BALANCE MASTER - EVERY       *
      *    31-60, SECOND AT 61-90, FINAL NOTICE PAST 90.  THE AGE    *
      *    COMES FROM THE OPEN AMOUNTS POST MAINTAINS IN THE        *
      *    POSTING HISTORY, THE SAME DETAIL THE ARAGING REPORT       *
      *    BUCKETS.  AN ITEM IN DISPUTE IS NOT CHASED: IT NEITHER    *
      *    AGES THE CUSTOMER NOR COUNTS IN THE AMOUNT DEMANDED, AND  *
      *    THE LETTER STATES IT SEPARATELY AS IN DISPUTE.  A        *
      *    CUSTOMER KEEPING AN ACTIVE PAYMENT ARRANGEMENT IS LEFT    *
      *    ALONE; ONE WHOSE ARRANGEMENT BROKE IS DUNNED AS USUAL.    *
      *----------------------------------------------------------*
       01 WS-BALANCE-STATUS PIC XX.
           88 BALANCE-FILE-OK VALUE '00'.
           05 WS-ORDER-ENTRY OCCURS 500 TIMES.
               10 WS-ORDER-DATE PIC 9(8).
               10 WS-ORDER-OPEN PIC S9(7)V99.
               10 WS-ORDER-DISPUTED PIC X(1).
               10 WS-ORDER-INVOICE PIC 9(8).
       01 WS-ORDER-COUNT PIC 9(3).
       01 WS-ORDER-IDX PIC 9(3).
       01 WS-MATCH-IDX PIC 9(3).
       01 WS-INVOICE-OPEN PIC S9(9)V99.
       01 WS-INVOICE-DISPUTED PIC X(1).
       01 WS-INVOICE-DISPLAY PIC -(7)9.99.
       01 WS-CUST-OPEN PIC S9(9)V99.
       01 WS-CUST-DISPUTE PIC S9(9)V99.
       01 WS-DISPUTE-DISPLAY PIC -(9)9.99.

       01 WS-TIER PIC 9(1).
           88 TIER-NOT-OVERDUE VALUE 0.
       01 WS-TEMPLATE-IDX PIC 9(2).

       01 WS-CUST-NAME PIC X(20).

      *----------------------------------------------------------*
      *    SALUTATION - SUB-NAME'S GREETING, FROM THE PREFERRED     *
      *    NAME WHEN ONE IS ON FILE; THE FINAL NOTICE IS A LEGAL     *
      *    NOTICE AND GREETS BY THE LEGAL NAME ONLY                  *
      *----------------------------------------------------------*
       01 WS-CUST-LEGAL-NAME PIC X(20).
       01 WS-CUST-PREF-NAME PIC X(20).
       01 WS-NAME-RESULT.
           05 WS-NR-TITLE PIC X(5).
           05 WS-NR-FIRST PIC X(15).
           05 WS-NR-LAST PIC X(15).
           05 WS-NR-SALUTATION PIC X(60).
       01 WS-AMOUNT-DISPLAY PIC -(9)9.99.
       01 WS-LETTER-COUNT PIC 9(10) VALUE 0.
       01 WS-TIER1-COUNT PIC 9(10) VALUE 0.
       01 WS-PREF-FLAG PIC X.
           88 CUSTOMER-DO-NOT-MAIL VALUE 'Y'.
       01 WS-PREF-SUPPRESSED PIC 9(10) VALUE 0.
       01 WS-DISPUTE-HELD PIC 9(10) VALUE 0.
       01 WS-ARRANGE-STATUS PIC XX.
           88 ARRANGE-FILE-OK VALUE '00'.
       01 WS-ARRANGE-FLAG PIC X.
           88 CUSTOMER-ON-ARRANGEMENT VALUE 'Y'.
       01 WS-ARRANGE-HELD PIC 9(10) VALUE 0.
       01 WS-DECEASED-FLAG PIC X.
           88 CUSTOMER-DECEASED VALUE 'Y'.
       01 WS-DECEASED-HELD PIC 9(10) VALUE 0.
       01 WS-COMMS-STATUS PIC XX.
           88 COMMS-FILE-OK VALUE '00'.
       01 WS-RUNID-STATUS PIC XX.
           88 RUNID-FILE-OK VALUE '00'.
       01 WS-RUN-ID PIC X(8) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE.
           MOVE FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
               TO WS-RUN-DAYS.
           PERFORM 0050-LOAD-RUN-ID.

           OPEN INPUT BALANCE-FILE.
           IF NOT BALANCE-FILE-OK

           OPEN INPUT CUST-A.
           OPEN INPUT PREF-FILE.
           OPEN INPUT ARRANGE-FILE.
           PERFORM 0100-LOAD-ALL-TEMPLATES.
           OPEN OUTPUT LETTER-FILE.
           OPEN EXTEND COMMS-FILE.
           IF NOT COMMS-FILE-OK
               OPEN OUTPUT COMMS-FILE
           END-IF.

           MOVE LOW-VALUES TO BAL-ID.
           START BALANCE-FILE KEY >= BAL-ID
           IF PREF-FILE-OK
               CLOSE PREF-FILE
           END-IF.
           IF ARRANGE-FILE-OK
               CLOSE ARRANGE-FILE
           END-IF.
           CLOSE LETTER-FILE.
           CLOSE COMMS-FILE.

           DISPLAY "DUNNING letters produced: " WS-LETTER-COUNT.
           DISPLAY "DUNNING customers suppressed by preference: "
               WS-PREF-SUPPRESSED.
           DISPLAY "DUNNING disputed items not chased: "
               WS-DISPUTE-HELD.
           DISPLAY "DUNNING customers on a kept arrangement: "
               WS-ARRANGE-HELD.
           DISPLAY "DUNNING deceased accounts frozen: "
               WS-DECEASED-HELD.
           DISPLAY "DUNNING first reminders: " WS-TIER1-COUNT.
           DISPLAY "DUNNING second reminders: " WS-TIER2-COUNT.
           DISPLAY "DUNNING final notices: " WS-TIER3-COUNT.
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
      *    0100-LOAD-ALL-TEMPLATES - THE THREE TIER TEMPLATES; A    *
      *    MISSING FILE FALLS BACK TO A PLAIN BUILT-IN REMINDER      *
               END-EVALUATE
               MOVE "<AMOUNT>"
                   TO WS-TEMPLATE-LINE(WS-TIER-IDX, 3)
               MOVE "<INVOICES>"
                   TO WS-TEMPLATE-LINE(WS-TIER-IDX, 4)
               MOVE SPACES TO WS-TEMPLATE-LINE(WS-TIER-IDX, 5)
               MOVE 5 TO WS-TEMPLATE-COUNT(WS-TIER-IDX)
           END-IF.

      *----------------------------------------------------------*
      *    ORDER AND FORMAT THE TIER THAT AGE EARNS, IF ANY          *
      *----------------------------------------------------------*
       0200-JUDGE-ONE-CUSTOMER.
           PERFORM 0290-CHECK-DECEASED.
           IF CUSTOMER-DECEASED
               ADD 1 TO WS-DECEASED-HELD
               EXIT PARAGRAPH
           END-IF.
           PERFORM 0270-CHECK-MAIL-PREFERENCE.
           IF CUSTOMER-DO-NOT-MAIL
               ADD 1 TO WS-PREF-SUPPRESSED
               EXIT PARAGRAPH
           END-IF.
           PERFORM 0280-CHECK-ARRANGEMENT.
           IF CUSTOMER-ON-ARRANGEMENT
               ADD 1 TO WS-ARRANGE-HELD
               EXIT PARAGRAPH
           END-IF.

           PERFORM 0300-LOAD-CUSTOMER-HISTORY.

           MOVE 0 TO WS-OLDEST-AGE.
           MOVE 0 TO WS-CUST-OPEN.
           MOVE 0 TO WS-CUST-DISPUTE.
           PERFORM VARYING WS-ORDER-IDX FROM 1 BY 1
                   UNTIL WS-ORDER-IDX > WS-ORDER-COUNT
               IF WS-ORDER-OPEN(WS-ORDER-IDX) > 0
                   IF WS-ORDER-DISPUTED(WS-ORDER-IDX) = 'Y'
                       ADD WS-ORDER-OPEN(WS-ORDER-IDX)
                           TO WS-CUST-DISPUTE
                       ADD 1 TO WS-DISPUTE-HELD
                   ELSE
                       ADD WS-ORDER-OPEN(WS-ORDER-IDX)
                           TO WS-CUST-OPEN
                       PERFORM 0250-AGE-ONE-ORDER
                   END-IF
               END-IF
           END-PERFORM.

           END-EVALUATE.
           PERFORM 0500-FETCH-CUSTOMER-NAME.
           PERFORM 0600-FORMAT-ONE-LETTER.
           PERFORM 0700-RECORD-CONTACT.

      *----------------------------------------------------------*
      *    0250-AGE-ONE-ORDER - KEEP THE WORST AGE SEEN FOR THE     *
                   END-IF
           END-READ.

      *----------------------------------------------------------*
      *    0280-CHECK-ARRANGEMENT - IS THIS CUSTOMER PAYING UNDER   *
      *    AN ACTIVE PAYMENT ARRANGEMENT THAT IS STILL BEING KEPT    *
      *----------------------------------------------------------*
       0280-CHECK-ARRANGEMENT.
           MOVE 'N' TO WS-ARRANGE-FLAG.
           IF NOT ARRANGE-FILE-OK
               EXIT PARAGRAPH
           END-IF.
           MOVE BAL-ID TO ARR-CUST-ID.
           READ ARRANGE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF ARR-IS-ACTIVE
                       SET CUSTOMER-ON-ARRANGEMENT TO TRUE
                   END-IF
           END-READ.

      *----------------------------------------------------------*
      *    0290-CHECK-DECEASED - A DECEASED CUSTOMER'S ACCOUNT IS   *
      *    FROZEN: NO REMINDER OF ANY TIER GOES OUT, THE ESTATE IS   *
      *    DEALT WITH BY HAND FROM THE DECEASED REPORT               *
      *----------------------------------------------------------*
       0290-CHECK-DECEASED.
           MOVE 'N' TO WS-DECEASED-FLAG.
           IF CUST-A-OK OR WS-CUST-A-STATUS = '10'
                   OR WS-CUST-A-STATUS = '23'
               MOVE BAL-ID TO A-ID
               READ CUST-A
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF A-STATUS = 'D'
                           SET CUSTOMER-DECEASED TO TRUE
                       END-IF
               END-READ
           END-IF.

      *----------------------------------------------------------*
      *    0300-LOAD-CUSTOMER-HISTORY - KEYED RANGE READ OF THE     *
      *    CUSTOMER'S POSTED DETAIL, THE SAME WAY ARAGING LOADS IT   *
                   MOVE HIST-DATE TO WS-ORDER-DATE(WS-ORDER-COUNT)
                   MOVE HIST-OPEN-AMOUNT
                       TO WS-ORDER-OPEN(WS-ORDER-COUNT)
                   MOVE HIST-DISPUTE-FLAG
                       TO WS-ORDER-DISPUTED(WS-ORDER-COUNT)
                   MOVE 0 TO WS-ORDER-INVOICE(WS-ORDER-COUNT)
                   IF HIST-INVOICE-NO NUMERIC
                       MOVE HIST-INVOICE-NO
                           TO WS-ORDER-INVOICE(WS-ORDER-COUNT)
                   END-IF
               END-IF
           END-IF.

      *----------------------------------------------------------*
       0500-FETCH-CUSTOMER-NAME.
           MOVE "(NAME NOT ON MASTER)" TO WS-CUST-NAME.
           MOVE SPACES TO WS-CUST-LEGAL-NAME.
           MOVE SPACES TO WS-CUST-PREF-NAME.
           IF CUST-A-OK OR WS-CUST-A-STATUS = '10'
                   OR WS-CUST-A-STATUS = '23'
               MOVE BAL-ID TO A-ID
                       CONTINUE
                   NOT INVALID KEY
                       MOVE A-NAME TO WS-CUST-NAME
                       MOVE A-NAME TO WS-CUST-LEGAL-NAME
                       MOVE A-PREF-NAME TO WS-CUST-PREF-NAME
               END-READ
           END-IF.

      *----------------------------------------------------------*
      *    0600-FORMAT-ONE-LETTER - THE TIER'S TEMPLATE LINES OUT   *
      *    VERBATIM, WITH THE SUBSTITUTION LINES REPLACED BY THIS    *
      *    CUSTOMER'S NAME, AMOUNT OWED AND OPEN INVOICES; ANY       *
      *    AMOUNT IN DISPUTE FOLLOWS THE AMOUNT LINE ON A LINE OF    *
      *    ITS OWN                                                   *
      *----------------------------------------------------------*
       0600-FORMAT-ONE-LETTER.
           ADD 1 TO WS-LETTER-COUNT.
           MOVE WS-TIER TO WS-TIER-IDX.
           MOVE WS-CUST-OPEN TO WS-AMOUNT-DISPLAY.
           IF WS-TIER = 3
               MOVE SPACES TO WS-CUST-PREF-NAME
           END-IF.
           CALL 'SUB-NAME' USING WS-CUST-LEGAL-NAME WS-NAME-RESULT
               WS-CUST-PREF-NAME.

           PERFORM VARYING WS-TEMPLATE-IDX FROM 1 BY 1
                   UNTIL WS-TEMPLATE-IDX
                       (WS-TIER-IDX, WS-TEMPLATE-IDX))
                   WHEN "<NAME>"
                       MOVE WS-CUST-NAME TO LETTER-REC
                   WHEN "<SALUTATION>"
                       MOVE WS-NR-SALUTATION TO LETTER-REC
                   WHEN "<AMOUNT>"
                       MOVE WS-AMOUNT-DISPLAY TO LETTER-REC
                       IF WS-CUST-DISPUTE > 0
                           WRITE LETTER-REC
                           MOVE WS-CUST-DISPUTE TO WS-DISPUTE-DISPLAY
                           MOVE SPACES TO LETTER-REC
                           STRING WS-DISPUTE-DISPLAY
                               " IN DISPUTE - NOT DUE UNTIL RESOLVED"
                               DELIMITED BY SIZE INTO LETTER-REC
                       END-IF
                   WHEN "<INVOICES>"
                       PERFORM 0650-LIST-OPEN-INVOICES
                   WHEN OTHER
                       MOVE WS-TEMPLATE-LINE(WS-TIER-IDX,
                           WS-TEMPLATE-IDX) TO LETTER-REC
               END-EVALUATE
               WRITE LETTER-REC
           END-PERFORM.

      *----------------------------------------------------------*
      *    0650-LIST-OPEN-INVOICES - ONE LINE PER OPEN INVOICE: ITS *
      *    NUMBER, DATE AND WHAT IS STILL OPEN ON IT, THE ORDER AND  *
      *    ITS TAX LINE TOGETHER.  ITEMS POSTED BEFORE INVOICES WERE *
      *    NUMBERED LIST BY DATE ALONE.  THE LAST LINE GOES OUT      *
      *    THROUGH THE CALLER'S WRITE.                               *
      *----------------------------------------------------------*
       0650-LIST-OPEN-INVOICES.
           PERFORM VARYING WS-ORDER-IDX FROM 1 BY 1
                   UNTIL WS-ORDER-IDX > WS-ORDER-COUNT
               PERFORM 0660-LIST-ONE-INVOICE
           END-PERFORM.

      *----------------------------------------------------------*
      *    0660-LIST-ONE-INVOICE - AN INVOICE ALREADY LISTED UNDER  *
      *    AN EARLIER ITEM IS NOT LISTED AGAIN                       *
      *----------------------------------------------------------*
       0660-LIST-ONE-INVOICE.
           MOVE WS-ORDER-OPEN(WS-ORDER-IDX) TO WS-INVOICE-OPEN.
           MOVE WS-ORDER-DISPUTED(WS-ORDER-IDX)
               TO WS-INVOICE-DISPUTED.
           IF WS-ORDER-INVOICE(WS-ORDER-IDX) > 0
               PERFORM VARYING WS-MATCH-IDX FROM 1 BY 1
                       UNTIL WS-MATCH-IDX > WS-ORDER-COUNT
                   IF WS-ORDER-INVOICE(WS-MATCH-IDX)
                           = WS-ORDER-INVOICE(WS-ORDER-IDX)
                       IF WS-MATCH-IDX < WS-ORDER-IDX
                           EXIT PARAGRAPH
                       END-IF
                       IF WS-MATCH-IDX > WS-ORDER-IDX
                           ADD WS-ORDER-OPEN(WS-MATCH-IDX)
                               TO WS-INVOICE-OPEN
                           IF WS-ORDER-DISPUTED(WS-MATCH-IDX) = 'Y'
                               MOVE 'Y' TO WS-INVOICE-DISPUTED
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.

           IF LETTER-REC NOT = SPACES
               WRITE LETTER-REC
           END-IF.
           MOVE WS-INVOICE-OPEN TO WS-INVOICE-DISPLAY.
           MOVE SPACES TO LETTER-REC.
           IF WS-ORDER-INVOICE(WS-ORDER-IDX) > 0
               STRING "INVOICE " WS-ORDER-INVOICE(WS-ORDER-IDX)
                   " DATED " WS-ORDER-DATE(WS-ORDER-IDX)
                   " " WS-INVOICE-DISPLAY
                   DELIMITED BY SIZE INTO LETTER-REC
           ELSE
               STRING "ITEM             DATED "
                   WS-ORDER-DATE(WS-ORDER-IDX)
                   " " WS-INVOICE-DISPLAY
                   DELIMITED BY SIZE INTO LETTER-REC
           END-IF.
           IF WS-INVOICE-DISPUTED = 'Y'
               MOVE "IN DISPUTE" TO LETTER-REC(46:10)
           END-IF.

      *----------------------------------------------------------*
      *    0700-RECORD-CONTACT - THE COMMUNICATIONS-HISTORY ROW FOR *
      *    THE REMINDER JUST FORMATTED, WITH ITS TIER                *
      *----------------------------------------------------------*
       0700-RECORD-CONTACT.
           MOVE BAL-ID TO COMM-CUST-ID.
           MOVE WS-RUN-DATE TO COMM-DATE.
           MOVE 'P' TO COMM-CHANNEL.
           MOVE "DUNNING" TO COMM-DOC-TYPE.
           MOVE SPACES TO COMM-TEMPLATE.
           STRING "TIER" WS-TIER DELIMITED BY SIZE
               INTO COMM-TEMPLATE.
           MOVE WS-RUN-ID TO COMM-RUN-ID.
           MOVE "DUNNING" TO COMM-PROGRAM.
           WRITE COMM-RECORD.
