      *----------------------------------------------------------*
      *    PARM-FILE PICKS THE STATEMENT PERIOD (YYYYMM); A         *
      *    MISSING PARAMETER FILE STATEMENTS THE CURRENT MONTH,      *
      *    THE SAME DEFAULTING RULE MONTHEND USES.  A 'G' STRAIGHT   *
      *    AFTER THE PERIOD ALSO ASKS FOR GROUP STATEMENTS.          *
      *----------------------------------------------------------*
           SELECT PARM-FILE ASSIGN TO './stmt_param.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS WS-RETMAIL-STATUS.

      *----------------------------------------------------------*
      *    REL-FILE/GROUP-FILE - THE OPTIONAL CONSOLIDATED GROUP    *
      *    STATEMENT: WHEN STMT_PARAM.TXT ASKS FOR IT, EVERY GROUP   *
      *    HEAD ON THE RELATIONSHIP MASTER ALSO GETS ONE STATEMENT   *
      *    SUMMING ITSELF AND ALL ITS BRANCHES FOR THE PERIOD        *
      *----------------------------------------------------------*
           SELECT REL-FILE ASSIGN TO './cust-relations.txt'
               ORGANIZATION IS INDEXED
               RECORD KEY IS REL-KEY
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS WS-REL-STATUS.

           SELECT GROUP-FILE
               ASSIGN TO './result/group-statements.txt'
               ORGANIZATION IS LINE SEQUENTIAL.

      *----------------------------------------------------------*
      *    COMMS-FILE - THE SHARED COMMUNICATIONS HISTORY; EVERY    *
      *    STATEMENT SENT, PRINTED OR ELECTRONIC, ADDS A ROW         *
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
       FD PARM-FILE.
       01 PARM-REC.
           05 PARM-MONTH PIC X(6).
           05 PARM-GROUP-OPTION PIC X(1).

       FD STMT-FILE.
       01 STMT-REC PIC X(80).
       01 BOUNCE-REC.
           05 BOUNCE-CUST-ID PIC X(5).

       FD REL-FILE.
           COPY "relrec".

       FD GROUP-FILE.
       01 GROUP-REC PIC X(80).

       FD COMMS-FILE.
           COPY "commrec".

       FD RUNID-FILE.
       01 RUNID-REC.
           05 RUNID-VALUE PIC X(8).

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------*
      *    MONTHLY ITEMIZED STATEMENT RUN OFF THE BALANCE MASTER    *

       01 WS-OPENING-BALANCE PIC S9(9)V99.
       01 WS-CLOSING-BALANCE PIC S9(9)V99.
       01 WS-STMT-CURRENCY PIC X(3).
           COPY "fxreqrec".
       01 WS-SIGNED-AMOUNT PIC S9(9)V99.
       01 WS-ACTIVITY-COUNT PIC 9(5).
       01 WS-TYPE-DESC PIC X(10).
       01 WS-PREF-FLAG PIC X.
           88 STATEMENT-SUPPRESSED VALUE 'Y'.
       01 WS-SUPPRESSED-COUNT PIC 9(10) VALUE 0.
       01 WS-CUST-STATUS PIC X VALUE SPACE.
           88 CUSTOMER-DECEASED VALUE 'D'.
       01 WS-DECEASED-COUNT PIC 9(10) VALUE 0.
       01 WS-RETMAIL-STATUS PIC XX.
           88 RETMAIL-FILE-OK VALUE '00'.
       01 WS-BADADDR-FLAG PIC X.
       01 WS-EMAIL-RESULT PIC X(1).
           88 EMAIL-IS-VALID VALUE 'Y'.

      *----------------------------------------------------------*
      *    GROUP-STATEMENT STATE - 'G' AFTER THE PERIOD ON THE      *
      *    PARAMETER FILE TURNS IT ON.  THE ACTIVE BRANCH LINKS,     *
      *    EVERY ACCOUNT IN A GROUP WITH ITS GROUP HEAD, AND THE     *
      *    RUNNING GROUP TOTALS.  A BRANCH KEPT IN A DIFFERENT BOOK  *
      *    FROM ITS HEAD IS LISTED BUT NOT ADDED IN - ITS AMOUNTS    *
      *    ARE IN ANOTHER CURRENCY.                                  *
      *----------------------------------------------------------*
       01 WS-GROUP-OPTION PIC X(1) VALUE 'N'.
           88 GROUP-STATEMENTS-WANTED VALUE 'G'.
       01 WS-REL-STATUS PIC XX.
           88 REL-FILE-OK VALUE '00'.
       01 WS-LINK-TABLE.
           05 WS-LINK-ENTRY OCCURS 2000 TIMES.
               10 WS-LINK-PARENT PIC X(5).
               10 WS-LINK-CHILD PIC X(5).
       01 WS-LINK-COUNT PIC 9(4) VALUE 0.
       01 WS-LINK-IDX PIC 9(4).
       01 WS-MEMBER-TABLE.
           05 WS-MEMBER-ENTRY OCCURS 3000 TIMES.
               10 WS-MEMBER-ID PIC X(5).
               10 WS-MEMBER-HEAD PIC X(5).
       01 WS-MEMBER-COUNT PIC 9(4) VALUE 0.
       01 WS-MEMBER-IDX PIC 9(4).
       01 WS-MEMBER-SUB PIC 9(4).
       01 WS-MEMBER-ID-WANTED PIC X(5).
       01 WS-MEMBER-FOUND PIC X.
           88 MEMBER-ALREADY-TABLED VALUE 'Y'.
       01 WS-WALK-ID PIC X(5).
       01 WS-WALK-NEXT PIC X(5).
       01 WS-WALK-DEPTH PIC 9(4).
       01 WS-GROUP-HEAD PIC X(5).
       01 WS-GROUP-COMPANY PIC X(2).
       01 WS-GROUP-CURRENCY PIC X(3).
       01 WS-GROUP-OPENING PIC S9(9)V99.
       01 WS-GROUP-CLOSING PIC S9(9)V99.
       01 WS-GROUP-ACTIVITY PIC 9(5).
       01 WS-GROUP-STMT-COUNT PIC 9(10) VALUE 0.
       01 WS-CLOSING-DISPLAY PIC -(9)9.99.

       01 WS-COMMS-STATUS PIC XX.
           88 COMMS-FILE-OK VALUE '00'.
       01 WS-RUNID-STATUS PIC XX.
           88 RUNID-FILE-OK VALUE '00'.
       01 WS-RUN-ID PIC X(8) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE.
           PERFORM 0050-LOAD-RUN-ID.
           PERFORM 0100-RESOLVE-PERIOD.
           PERFORM 0150-LOAD-COMPANY-FILTER.

           PERFORM 0170-LOAD-BOUNCE-LIST.
           OPEN OUTPUT STMT-FILE.
           OPEN OUTPUT ELEC-FILE.
           OPEN EXTEND COMMS-FILE.
           IF NOT COMMS-FILE-OK
               OPEN OUTPUT COMMS-FILE
           END-IF.

           MOVE SPACES TO STMT-REC.
           STRING "CUSTOMER STATEMENTS PERIOD=" WS-STMT-MONTH
               " PRINT=" WS-PRINT-COUNT
               " ELECTRONIC=" WS-ELEC-COUNT
               " SUPPRESSED BY PREFERENCE=" WS-SUPPRESSED-COUNT
               " DECEASED=" WS-DECEASED-COUNT
               " OTHER-COMPANY=" WS-COMPANY-SKIPPED
               DELIMITED BY SIZE INTO STMT-REC.
           WRITE STMT-REC.

           IF GROUP-STATEMENTS-WANTED
               PERFORM 0600-WRITE-GROUP-STATEMENTS
           END-IF.

           CLOSE BALANCE-FILE.
           CLOSE HISTORY-FILE.
           CLOSE CUST-A.
           END-IF.
           CLOSE STMT-FILE.
           CLOSE ELEC-FILE.
           CLOSE COMMS-FILE.

           DISPLAY "STMT statements produced: " WS-STMT-COUNT.
           DISPLAY "STMT statements suppressed by preference: "
               WS-SUPPRESSED-COUNT.
           DISPLAY "STMT statements suppressed as deceased: "
               WS-DECEASED-COUNT.
           DISPLAY "STMT statements held for bad address: "
               WS-BADADDR-HELD.
           DISPLAY "STMT statements to print: " WS-PRINT-COUNT.
           DISPLAY "STMT statements delivered electronically: "
               WS-ELEC-COUNT.
           IF GROUP-STATEMENTS-WANTED
               DISPLAY "STMT consolidated group statements: "
                   WS-GROUP-STMT-COUNT
           END-IF.

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
      *    0100-RESOLVE-PERIOD - STATEMENT MONTH FROM THE           *
      *    PARAMETER FILE, DEFAULTING TO THE CURRENT MONTH           *
                       IF PARM-MONTH NUMERIC
                           MOVE PARM-MONTH TO WS-STMT-MONTH
                       END-IF
                       IF PARM-GROUP-OPTION = 'G'
                           MOVE PARM-GROUP-OPTION TO WS-GROUP-OPTION
                       END-IF
               END-READ
               CLOSE PARM-FILE
           END-IF.
               ADD 1 TO WS-COMPANY-SKIPPED
               EXIT PARAGRAPH
           END-IF.
      *    NO STATEMENT GOES TO A DECEASED CUSTOMER; THE ESTATE IS
      *    WRITTEN TO FROM THE DECEASED REGISTER INSTEAD.
           IF CUSTOMER-DECEASED
               ADD 1 TO WS-DECEASED-COUNT
               EXIT PARAGRAPH
           END-IF.

           PERFORM 0250-CHECK-SUPPRESS-PREFERENCE.
           IF STATEMENT-SUPPRESSED

           MOVE SPACES TO STMT-REC.
           STRING "CUSTOMER " BAL-ID " " WS-STMT-NAME
               " AMOUNTS IN " WS-STMT-CURRENCY
               DELIMITED BY SIZE INTO STMT-REC.
           PERFORM 0990-WRITE-STMT-LINE.

           MOVE WS-CLOSING-BALANCE TO WS-AMOUNT-DISPLAY.
           MOVE SPACES TO STMT-REC.
           STRING "  CLOSING BALANCE " WS-AMOUNT-DISPLAY
               " " WS-STMT-CURRENCY
               DELIMITED BY SIZE INTO STMT-REC.
           PERFORM 0990-WRITE-STMT-LINE.

           MOVE SPACES TO STMT-REC.
           PERFORM 0990-WRITE-STMT-LINE.

           IF DELIVER-ELECTRONIC
               MOVE 'E' TO COMM-CHANNEL
           ELSE
               MOVE 'P' TO COMM-CHANNEL
           END-IF.
           MOVE "STATEMNT" TO COMM-DOC-TYPE.
           PERFORM 0980-RECORD-CONTACT.

      *----------------------------------------------------------*
      *    0150-LOAD-COMPANY-FILTER - THE OPTIONAL ONE-COMPANY      *
      *    RESTRICTION                                               *

      *----------------------------------------------------------*
      *    0220-RESOLVE-COMPANY - THE CUSTOMER'S BOOK FROM THE      *
      *    MASTER; NOT ON THE MASTER OR BLANK READS AS '01'.  THE    *
      *    STATEMENT IS IN THE BOOK'S CURRENCY, THE ONE THE ACCOUNT  *
      *    IS KEPT AND BILLED IN.  THE MASTER STATUS IS KEPT TOO SO  *
      *    A DECEASED CUSTOMER CAN BE LEFT OUT.                      *
      *----------------------------------------------------------*
       0220-RESOLVE-COMPANY.
           MOVE "01" TO WS-CUST-COMPANY.
           MOVE SPACE TO WS-CUST-STATUS.
           IF CUST-A-OK OR WS-CUST-A-STATUS = '10'
                   OR WS-CUST-A-STATUS = '23'
               MOVE BAL-ID TO A-ID
                       IF A-COMPANY NOT = SPACES
                           MOVE A-COMPANY TO WS-CUST-COMPANY
                       END-IF
                       MOVE A-STATUS TO WS-CUST-STATUS
               END-READ
           END-IF.
           MOVE WS-CUST-COMPANY TO FXQ-COMPANY.
           MOVE WS-RUN-DATE TO FXQ-DATE.
           CALL 'SUB-FX' USING FXQ-REQUEST.
           MOVE FXQ-CURRENCY TO WS-STMT-CURRENCY.

      *----------------------------------------------------------*
      *    0230-TALLY-COMPANY - PER-COMPANY STATEMENT COUNTS FOR    *
           MOVE WS-OPENING-BALANCE TO WS-AMOUNT-DISPLAY.
           MOVE SPACES TO STMT-REC.
           STRING "  OPENING BALANCE " WS-AMOUNT-DISPLAY
               " " WS-STMT-CURRENCY
               DELIMITED BY SIZE INTO STMT-REC.
           PERFORM 0990-WRITE-STMT-LINE.

           STRING "  " WS-ROW-DATE " " WS-TYPE-DESC " "
               WS-AMOUNT-DISPLAY
               DELIMITED BY SIZE INTO STMT-REC.
      *    AN INVOICED ORDER, AND ITS TAX LINE, QUOTE THE INVOICE
      *    NUMBER THE CUSTOMER WAS SENT.
           IF HIST-INVOICE-NO NUMERIC AND HIST-INVOICE-NO > 0
               STRING "INV " HIST-INVOICE-NO
                   DELIMITED BY SIZE INTO STMT-REC(37:12)
           END-IF.
           PERFORM 0990-WRITE-STMT-LINE.

      *----------------------------------------------------------*
       0500-SIGN-HISTORY-AMOUNT.
           MOVE HIST-AMOUNT TO WS-SIGNED-AMOUNT.
           IF HIST-TYPE = 'P' OR HIST-TYPE = 'W'
                   OR ((HIST-TYPE = 'J' OR HIST-TYPE = 'V'
                   OR HIST-TYPE = 'X') AND HIST-SIGN = '-')
               COMPUTE WS-SIGNED-AMOUNT = 0 - HIST-AMOUNT
           END-IF.
           IF HIST-TYPE = 'A'
               MOVE 0 TO WS-SIGNED-AMOUNT
           END-IF.

      *----------------------------------------------------------*
      *    0550-NAME-TYPE - A READABLE LABEL FOR THE ACTIVITY LINE  *
                   MOVE "WRITE-OFF" TO WS-TYPE-DESC
               WHEN 'F'
                   MOVE "REFUND" TO WS-TYPE-DESC
               WHEN 'A'
                   MOVE "CASH APPLY" TO WS-TYPE-DESC
               WHEN 'I'
                   MOVE "INTEREST" TO WS-TYPE-DESC
               WHEN 'T'
                   MOVE "SALES TAX" TO WS-TYPE-DESC
               WHEN 'X'
                   MOVE "TRANSFER" TO WS-TYPE-DESC
               WHEN OTHER
                   MOVE "OTHER" TO WS-TYPE-DESC
           END-EVALUATE.
               ADD 1 TO WS-PRINT-COUNT
           END-IF.

      *----------------------------------------------------------*
      *    0980-RECORD-CONTACT - THE COMMUNICATIONS-HISTORY ROW FOR *
      *    THE STATEMENT JUST WRITTEN FOR BAL-ID; THE CALLER SETS    *
      *    THE CHANNEL AND DOCUMENT TYPE                             *
      *----------------------------------------------------------*
       0980-RECORD-CONTACT.
           MOVE BAL-ID TO COMM-CUST-ID.
           MOVE WS-RUN-DATE TO COMM-DATE.
           MOVE WS-STMT-MONTH TO COMM-TEMPLATE.
           MOVE WS-RUN-ID TO COMM-RUN-ID.
           MOVE "STMT" TO COMM-PROGRAM.
           WRITE COMM-RECORD.

      *----------------------------------------------------------*
      *    0990-WRITE-STMT-LINE - THE CUSTOMER'S BLOCK GOES TO THE *
      *    PRINT STREAM OR THE ELECTRONIC EXTRACT, LINE BY LINE     *
           ELSE
               WRITE STMT-REC
           END-IF.

      *----------------------------------------------------------*
      *    0600-WRITE-GROUP-STATEMENTS - TABLE THE ACTIVE BRANCH    *
      *    LINKS AND EVERY ACCOUNT IN THEM, FIND EACH ACCOUNT'S      *
      *    GROUP HEAD, AND WRITE ONE CONSOLIDATED STATEMENT PER      *
      *    HEAD.  NO RELATIONSHIP MASTER MEANS NO GROUPS.            *
      *----------------------------------------------------------*
       0600-WRITE-GROUP-STATEMENTS.
           OPEN OUTPUT GROUP-FILE.
           MOVE SPACES TO GROUP-REC.
           STRING "CONSOLIDATED GROUP STATEMENTS PERIOD="
               WS-STMT-MONTH " RUN DATE=" WS-RUN-DATE
               DELIMITED BY SIZE INTO GROUP-REC.
           WRITE GROUP-REC.

           OPEN INPUT REL-FILE.
           IF REL-FILE-OK
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ REL-FILE NEXT
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF REL-IS-ACTIVE AND REL-IS-BRANCH
                                   AND WS-LINK-COUNT < 2000
                               ADD 1 TO WS-LINK-COUNT
                               MOVE REL-PARENT-ID
                                   TO WS-LINK-PARENT(WS-LINK-COUNT)
                               MOVE REL-CHILD-ID
                                   TO WS-LINK-CHILD(WS-LINK-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE REL-FILE
           END-IF.

           PERFORM VARYING WS-LINK-IDX FROM 1 BY 1
                   UNTIL WS-LINK-IDX > WS-LINK-COUNT
               MOVE WS-LINK-PARENT(WS-LINK-IDX) TO WS-MEMBER-ID-WANTED
               PERFORM 0610-TABLE-ONE-MEMBER
               MOVE WS-LINK-CHILD(WS-LINK-IDX) TO WS-MEMBER-ID-WANTED
               PERFORM 0610-TABLE-ONE-MEMBER
           END-PERFORM.
           PERFORM VARYING WS-MEMBER-IDX FROM 1 BY 1
                   UNTIL WS-MEMBER-IDX > WS-MEMBER-COUNT
               PERFORM 0620-FIND-GROUP-HEAD
           END-PERFORM.

           PERFORM VARYING WS-MEMBER-IDX FROM 1 BY 1
                   UNTIL WS-MEMBER-IDX > WS-MEMBER-COUNT
               IF WS-MEMBER-HEAD(WS-MEMBER-IDX)
                       = WS-MEMBER-ID(WS-MEMBER-IDX)
                   MOVE WS-MEMBER-ID(WS-MEMBER-IDX) TO WS-GROUP-HEAD
                   PERFORM 0650-WRITE-ONE-GROUP
               END-IF
           END-PERFORM.

           MOVE SPACES TO GROUP-REC.
           STRING "GROUP STATEMENTS PRODUCED=" WS-GROUP-STMT-COUNT
               DELIMITED BY SIZE INTO GROUP-REC.
           WRITE GROUP-REC.
           CLOSE GROUP-FILE.

      *----------------------------------------------------------*
      *    0610-TABLE-ONE-MEMBER - ADD THE ACCOUNT UNLESS IT IS     *
      *    ALREADY IN THE TABLE                                      *
      *----------------------------------------------------------*
       0610-TABLE-ONE-MEMBER.
           MOVE 'N' TO WS-MEMBER-FOUND.
           PERFORM VARYING WS-MEMBER-IDX FROM 1 BY 1
                   UNTIL WS-MEMBER-IDX > WS-MEMBER-COUNT
                   OR MEMBER-ALREADY-TABLED
               IF WS-MEMBER-ID(WS-MEMBER-IDX) = WS-MEMBER-ID-WANTED
                   SET MEMBER-ALREADY-TABLED TO TRUE
               END-IF
           END-PERFORM.
           IF NOT MEMBER-ALREADY-TABLED AND WS-MEMBER-COUNT < 3000
               ADD 1 TO WS-MEMBER-COUNT
               MOVE WS-MEMBER-ID-WANTED
                   TO WS-MEMBER-ID(WS-MEMBER-COUNT)
               MOVE WS-MEMBER-ID-WANTED
                   TO WS-MEMBER-HEAD(WS-MEMBER-COUNT)
           END-IF.

      *----------------------------------------------------------*
      *    0620-FIND-GROUP-HEAD - WALK UP THE BRANCH LINKS UNTIL AN *
      *    ACCOUNT WITH NO BRANCH PARENT IS REACHED.  RELMNT         *
      *    REFUSES LOOPS; THE DEPTH LIMIT IS A BACKSTOP.             *
      *----------------------------------------------------------*
       0620-FIND-GROUP-HEAD.
           MOVE WS-MEMBER-ID(WS-MEMBER-IDX) TO WS-WALK-ID.
           MOVE 0 TO WS-WALK-DEPTH.
           PERFORM UNTIL WS-WALK-DEPTH > WS-LINK-COUNT
               ADD 1 TO WS-WALK-DEPTH
               MOVE SPACES TO WS-WALK-NEXT
               PERFORM VARYING WS-LINK-IDX FROM 1 BY 1
                       UNTIL WS-LINK-IDX > WS-LINK-COUNT
                   IF WS-LINK-CHILD(WS-LINK-IDX) = WS-WALK-ID
                       MOVE WS-LINK-PARENT(WS-LINK-IDX)
                           TO WS-WALK-NEXT
                   END-IF
               END-PERFORM
               IF WS-WALK-NEXT = SPACES
                   EXIT PERFORM
               END-IF
               MOVE WS-WALK-NEXT TO WS-WALK-ID
           END-PERFORM.
           MOVE WS-WALK-ID TO WS-MEMBER-HEAD(WS-MEMBER-IDX).

      *----------------------------------------------------------*
      *    0650-WRITE-ONE-GROUP - THE HEAD'S STATEMENT IS HELD BY   *
      *    THE SAME COMPANY, DECEASED, AND SUPPRESS RULES AS ITS     *
      *    OWN; THEN ONE LINE PER MEMBER, HEAD FIRST, AND THE        *
      *    GROUP'S OPENING, ACTIVITY AND CLOSING TOTALS              *
      *----------------------------------------------------------*
       0650-WRITE-ONE-GROUP.
           MOVE WS-GROUP-HEAD TO BAL-ID.
           PERFORM 0220-RESOLVE-COMPANY.
           IF NOT NO-COMPANY-FILTER
                   AND WS-CUST-COMPANY NOT = WS-COMPANY-FILTER
               EXIT PARAGRAPH
           END-IF.
           IF CUSTOMER-DECEASED
               EXIT PARAGRAPH
           END-IF.
           PERFORM 0250-CHECK-SUPPRESS-PREFERENCE.
           IF STATEMENT-SUPPRESSED
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-GROUP-STMT-COUNT.
           MOVE WS-CUST-COMPANY TO WS-GROUP-COMPANY.
           MOVE WS-STMT-CURRENCY TO WS-GROUP-CURRENCY.
           MOVE 0 TO WS-GROUP-OPENING.
           MOVE 0 TO WS-GROUP-CLOSING.
           MOVE 0 TO WS-GROUP-ACTIVITY.

           PERFORM 0680-RESOLVE-MEMBER-NAME.
           MOVE SPACES TO GROUP-REC.
           STRING "GROUP " WS-GROUP-HEAD " " WS-STMT-NAME
               " AMOUNTS IN " WS-GROUP-CURRENCY
               DELIMITED BY SIZE INTO GROUP-REC.
           WRITE GROUP-REC.

           PERFORM 0660-WRITE-ONE-MEMBER.
           PERFORM VARYING WS-MEMBER-SUB FROM 1 BY 1
                   UNTIL WS-MEMBER-SUB > WS-MEMBER-COUNT
               IF WS-MEMBER-HEAD(WS-MEMBER-SUB) = WS-GROUP-HEAD
                       AND WS-MEMBER-ID(WS-MEMBER-SUB)
                           NOT = WS-GROUP-HEAD
                   MOVE WS-MEMBER-ID(WS-MEMBER-SUB) TO BAL-ID
                   PERFORM 0660-WRITE-ONE-MEMBER
               END-IF
           END-PERFORM.

           MOVE WS-GROUP-OPENING TO WS-AMOUNT-DISPLAY.
           MOVE WS-GROUP-CLOSING TO WS-CLOSING-DISPLAY.
           MOVE SPACES TO GROUP-REC.
           STRING "  GROUP TOTAL" "                      "
               " OPEN " WS-AMOUNT-DISPLAY
               " ITEMS " WS-GROUP-ACTIVITY
               " CLOSE " WS-CLOSING-DISPLAY
               DELIMITED BY SIZE INTO GROUP-REC.
           WRITE GROUP-REC.
           MOVE SPACES TO GROUP-REC.
           WRITE GROUP-REC.

           MOVE WS-GROUP-HEAD TO BAL-ID.
           MOVE 'P' TO COMM-CHANNEL.
           MOVE "GROUPSTM" TO COMM-DOC-TYPE.
           PERFORM 0980-RECORD-CONTACT.

      *----------------------------------------------------------*
      *    0660-WRITE-ONE-MEMBER - THE MEMBER IN BAL-ID: OPENING,   *
      *    PERIOD ACTIVITY COUNT AND CLOSING FROM ITS HISTORY, BY    *
      *    THE SAME RULES AS ITS OWN STATEMENT                       *
      *----------------------------------------------------------*
       0660-WRITE-ONE-MEMBER.
           PERFORM 0220-RESOLVE-COMPANY.
           PERFORM 0680-RESOLVE-MEMBER-NAME.
           IF WS-CUST-COMPANY NOT = WS-GROUP-COMPANY
               MOVE SPACES TO GROUP-REC
               STRING "  " BAL-ID " " WS-STMT-NAME
                   " KEPT IN BOOK " WS-CUST-COMPANY
                   " - NOT CONSOLIDATED"
                   DELIMITED BY SIZE INTO GROUP-REC
               WRITE GROUP-REC
               EXIT PARAGRAPH
           END-IF.

           MOVE 0 TO WS-OPENING-BALANCE.
           MOVE 0 TO WS-CLOSING-BALANCE.
           MOVE 0 TO WS-ACTIVITY-COUNT.
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
                           PERFORM 0670-SUM-MEMBER-ROW
                       END-IF
               END-READ
           END-PERFORM.
           ADD WS-OPENING-BALANCE TO WS-CLOSING-BALANCE.

           ADD WS-OPENING-BALANCE TO WS-GROUP-OPENING.
           ADD WS-CLOSING-BALANCE TO WS-GROUP-CLOSING.
           ADD WS-ACTIVITY-COUNT TO WS-GROUP-ACTIVITY.
           MOVE WS-OPENING-BALANCE TO WS-AMOUNT-DISPLAY.
           MOVE WS-CLOSING-BALANCE TO WS-CLOSING-DISPLAY.
           MOVE SPACES TO GROUP-REC.
           STRING "  " BAL-ID " " WS-STMT-NAME
               " OPEN " WS-AMOUNT-DISPLAY
               " ITEMS " WS-ACTIVITY-COUNT
               " CLOSE " WS-CLOSING-DISPLAY
               DELIMITED BY SIZE INTO GROUP-REC.
           WRITE GROUP-REC.

      *----------------------------------------------------------*
      *    0670-SUM-MEMBER-ROW - ONE PASS: PRE-PERIOD ROWS INTO THE *
      *    OPENING BALANCE, PERIOD ROWS INTO THE MOVEMENT (HELD IN   *
      *    THE CLOSING FIGURE UNTIL THE OPENING IS ADDED BACK)       *
      *----------------------------------------------------------*
       0670-SUM-MEMBER-ROW.
           IF HIST-REV-FLAG = 'V'
               EXIT PARAGRAPH
           END-IF.
           PERFORM 0450-RESOLVE-ROW-DATE.
           IF WS-ROW-DATE(1:6) < WS-STMT-MONTH
               PERFORM 0500-SIGN-HISTORY-AMOUNT
               ADD WS-SIGNED-AMOUNT TO WS-OPENING-BALANCE
           END-IF.
           IF WS-ROW-DATE(1:6) = WS-STMT-MONTH
               PERFORM 0500-SIGN-HISTORY-AMOUNT
               ADD WS-SIGNED-AMOUNT TO WS-CLOSING-BALANCE
               ADD 1 TO WS-ACTIVITY-COUNT
           END-IF.

      *----------------------------------------------------------*
      *    0680-RESOLVE-MEMBER-NAME - THE NAME FOR BAL-ID FROM THE  *
      *    MASTER                                                    *
      *----------------------------------------------------------*
       0680-RESOLVE-MEMBER-NAME.
           MOVE "(NAME NOT ON MASTER)" TO WS-STMT-NAME.
           IF CUST-A-OK OR WS-CUST-A-STATUS = '10'
                   OR WS-CUST-A-STATUS = '23'
               MOVE BAL-ID TO A-ID
               READ CUST-A
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE A-NAME TO WS-STMT-NAME
               END-READ
           END-IF.
