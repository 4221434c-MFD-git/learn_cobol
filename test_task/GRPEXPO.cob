       IDENTIFICATION DIVISION.
       PROGRAM-ID. GRPEXPO.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *----------------------------------------------------------*
      *    REL-FILE - THE CUSTOMER RELATIONSHIP MASTER RELMNT       *
      *    MAINTAINS; ONLY ACTIVE LINKS COUNT TOWARD A GROUP         *
      *----------------------------------------------------------*
           SELECT REL-FILE ASSIGN TO './cust-relations.txt'
               ORGANIZATION IS INDEXED
               RECORD KEY IS REL-KEY
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS WS-REL-STATUS.

           SELECT BALANCE-FILE ASSIGN TO './cust-balance.txt'
               ORGANIZATION IS INDEXED
               RECORD KEY IS BAL-ID
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS WS-BALANCE-STATUS.

           SELECT CUST-A ASSIGN TO './custA.txt'
               ORGANIZATION IS INDEXED
               RECORD KEY IS A-ID
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS WS-CUST-A-STATUS.

           SELECT EXPO-REPORT ASSIGN TO './result/group-exposure.txt'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD REL-FILE.
           COPY "relrec".

       FD BALANCE-FILE.
       01 BAL-REC.
           COPY "balrec" REPLACING FIELD-ID BY BAL-ID
               FIELD-AMOUNT BY BAL-AMOUNT
               FIELD-TXN-COUNT BY BAL-TXN-COUNT
               FIELD-LAST-DATE BY BAL-LAST-DATE
               FIELD-CREDIT-LIMIT BY BAL-CREDIT-LIMIT.

       FD CUST-A.
       01 A-REC.
           COPY "custnamerec" REPLACING FIELD-ID BY A-ID
               FIELD-NAME BY A-NAME FIELD-STATUS BY A-STATUS
               FIELD-ADDR BY A-ADDR FIELD-COMPANY BY A-COMPANY.

       FD EXPO-REPORT.
       01 REPORT-REC PIC X(100).

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------*
      *    GROUP EXPOSURE - EVERY ACCOUNT LINKED BY BRANCH LINKS    *
      *    IS ROLLED UP UNDER ITS GROUP HEAD (THE TOP OF ITS BRANCH  *
      *    CHAIN): BALANCES AND CREDIT LIMITS SUMMED ACROSS THE      *
      *    GROUP, IN HOME CURRENCY THROUGH SUB-FX, WITH THE GROUP    *
      *    FLAGGED WHEN IT OWES MORE THAN ITS COMBINED LIMIT.  A     *
      *    SECOND SECTION SHOWS EACH GUARANTOR'S OWN BALANCE PLUS    *
      *    THE BALANCES IT GUARANTEES AGAINST ITS OWN LIMIT.  A      *
      *    MEMBER WITH NO LIMIT SET CONTRIBUTES NOTHING TO THE       *
      *    GROUP LIMIT; A GROUP WITH NO LIMIT AT ALL IS NOT FLAGGED. *
      *----------------------------------------------------------*
       01 WS-REL-STATUS PIC XX.
           88 REL-FILE-OK VALUE '00'.
       01 WS-BALANCE-STATUS PIC XX.
           88 BALANCE-FILE-OK VALUE '00'.
       01 WS-CUST-A-STATUS PIC XX.
           88 CUST-A-OK VALUE '00'.
       01 WS-EOF PIC X.
       01 WS-RUN-DATE PIC X(8).
       01 WS-HOME-CURRENCY PIC X(3).
           COPY "fxreqrec".

      *----------------------------------------------------------*
      *    THE ACTIVE LINKS, IN PARENT ORDER AS THE FILE HOLDS THEM *
      *----------------------------------------------------------*
       01 WS-REL-TABLE.
           05 WS-REL-ENTRY OCCURS 2000 TIMES.
               10 WS-RL-PARENT PIC X(5).
               10 WS-RL-CHILD PIC X(5).
               10 WS-RL-TYPE PIC X(1).
       01 WS-REL-COUNT PIC 9(4) VALUE 0.
       01 WS-REL-IDX PIC 9(4).

      *----------------------------------------------------------*
      *    EVERY ACCOUNT IN A BRANCH GROUP, ITS GROUP HEAD, AND ITS *
      *    BALANCE AND LIMIT IN HOME CURRENCY                        *
      *----------------------------------------------------------*
       01 WS-MEM-TABLE.
           05 WS-MEM-ENTRY OCCURS 3000 TIMES.
               10 WS-MEM-ID PIC X(5).
               10 WS-MEM-ROOT PIC X(5).
               10 WS-MEM-NAME PIC X(20).
               10 WS-MEM-BALANCE PIC S9(11)V99.
               10 WS-MEM-LIMIT PIC 9(11)V99.
       01 WS-MEM-COUNT PIC 9(4) VALUE 0.
       01 WS-MEM-IDX PIC 9(4).
       01 WS-MEM-SUB PIC 9(4).
       01 WS-MEM-FOUND PIC X.
           88 MEMBER-ALREADY-TABLED VALUE 'Y'.

       01 WS-WALK-ID PIC X(5).
       01 WS-WALK-NEXT PIC X(5).
       01 WS-WALK-DEPTH PIC 9(4).

       01 WS-LOOKUP-ID PIC X(5).
       01 WS-LOOKUP-NAME PIC X(20).
       01 WS-LOOKUP-BALANCE PIC S9(11)V99.
       01 WS-LOOKUP-LIMIT PIC 9(11)V99.

       01 WS-GROUP-ROOT PIC X(5).
       01 WS-GROUP-MEMBERS PIC 9(4).
       01 WS-GROUP-BALANCE PIC S9(11)V99.
       01 WS-GROUP-LIMIT PIC 9(11)V99.
       01 WS-GROUP-HEADROOM PIC S9(11)V99.
       01 WS-GROUP-COUNT PIC 9(6) VALUE 0.
       01 WS-GROUP-OVER-COUNT PIC 9(6) VALUE 0.

       01 WS-GUAR-ID PIC X(5).
       01 WS-GUAR-OWN PIC S9(11)V99.
       01 WS-GUAR-LIMIT PIC 9(11)V99.
       01 WS-GUAR-GUARANTEED PIC S9(11)V99.
       01 WS-GUAR-TOTAL PIC S9(11)V99.
       01 WS-GUAR-COUNT PIC 9(6) VALUE 0.
       01 WS-GUAR-OVER-COUNT PIC 9(6) VALUE 0.

       01 WS-AMOUNT-DISPLAY PIC -(11)9.99.
       01 WS-LIMIT-DISPLAY PIC Z(11)9.99.
       01 WS-HEADROOM-DISPLAY PIC -(11)9.99.

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE.

           OPEN INPUT BALANCE-FILE.
           IF NOT BALANCE-FILE-OK
               DISPLAY "GRPEXPO - no balance master on file, run "
                   "POST first"
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT CUST-A.

           MOVE "01" TO FXQ-COMPANY.
           MOVE WS-RUN-DATE TO FXQ-DATE.
           CALL 'SUB-FX' USING FXQ-REQUEST.
           MOVE FXQ-HOME-CURRENCY TO WS-HOME-CURRENCY.

           PERFORM 0100-LOAD-ACTIVE-LINKS.
           PERFORM 0200-BUILD-MEMBERS.

           OPEN OUTPUT EXPO-REPORT.
           MOVE SPACES TO REPORT-REC.
           STRING "GROUP EXPOSURE RUN DATE=" WS-RUN-DATE
               " AMOUNTS IN " WS-HOME-CURRENCY
               DELIMITED BY SIZE INTO REPORT-REC.
           WRITE REPORT-REC.

           MOVE SPACES TO REPORT-REC.
           STRING "-- BRANCH GROUPS --"
               DELIMITED BY SIZE INTO REPORT-REC.
           WRITE REPORT-REC.
           PERFORM VARYING WS-MEM-IDX FROM 1 BY 1
                   UNTIL WS-MEM-IDX > WS-MEM-COUNT
               IF WS-MEM-ROOT(WS-MEM-IDX) = WS-MEM-ID(WS-MEM-IDX)
                   MOVE WS-MEM-ID(WS-MEM-IDX) TO WS-GROUP-ROOT
                   PERFORM 0400-REPORT-ONE-GROUP
               END-IF
           END-PERFORM.
           IF WS-GROUP-COUNT = 0
               MOVE SPACES TO REPORT-REC
               STRING "NO BRANCH GROUPS ON FILE"
                   DELIMITED BY SIZE INTO REPORT-REC
               WRITE REPORT-REC
           END-IF.

           MOVE SPACES TO REPORT-REC.
           WRITE REPORT-REC.
           MOVE SPACES TO REPORT-REC.
           STRING "-- GUARANTORS --"
               DELIMITED BY SIZE INTO REPORT-REC.
           WRITE REPORT-REC.
           PERFORM 0500-REPORT-GUARANTORS.
           IF WS-GUAR-COUNT = 0
               MOVE SPACES TO REPORT-REC
               STRING "NO GUARANTEES ON FILE"
                   DELIMITED BY SIZE INTO REPORT-REC
               WRITE REPORT-REC
           END-IF.

           MOVE SPACES TO REPORT-REC.
           WRITE REPORT-REC.
           MOVE SPACES TO REPORT-REC.
           STRING "GROUPS=" WS-GROUP-COUNT
               " OVER LIMIT=" WS-GROUP-OVER-COUNT
               " GUARANTORS=" WS-GUAR-COUNT
               " OVER LIMIT=" WS-GUAR-OVER-COUNT
               DELIMITED BY SIZE INTO REPORT-REC.
           WRITE REPORT-REC.

           CLOSE EXPO-REPORT.
           CLOSE BALANCE-FILE.
           IF CUST-A-OK
               CLOSE CUST-A
           END-IF.

           DISPLAY "GRPEXPO groups reported: " WS-GROUP-COUNT.
           DISPLAY "GRPEXPO groups over limit: " WS-GROUP-OVER-COUNT.
           DISPLAY "GRPEXPO guarantors reported: " WS-GUAR-COUNT.
           DISPLAY "GRPEXPO guarantors over limit: "
               WS-GUAR-OVER-COUNT.

           IF WS-GROUP-OVER-COUNT > 0 OR WS-GUAR-OVER-COUNT > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
           GOBACK.

      *----------------------------------------------------------*
      *    0100-LOAD-ACTIVE-LINKS - EVERY ACTIVE RELATIONSHIP; NO   *
      *    MASTER ON FILE SIMPLY MEANS NO GROUPS                     *
      *----------------------------------------------------------*
       0100-LOAD-ACTIVE-LINKS.
           OPEN INPUT REL-FILE.
           IF NOT REL-FILE-OK
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y'
               READ REL-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF REL-IS-ACTIVE AND WS-REL-COUNT < 2000
                           ADD 1 TO WS-REL-COUNT
                           MOVE REL-PARENT-ID
                               TO WS-RL-PARENT(WS-REL-COUNT)
                           MOVE REL-CHILD-ID
                               TO WS-RL-CHILD(WS-REL-COUNT)
                           MOVE REL-TYPE TO WS-RL-TYPE(WS-REL-COUNT)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE REL-FILE.

      *----------------------------------------------------------*
      *    0200-BUILD-MEMBERS - BOTH ENDS OF EVERY BRANCH LINK GO   *
      *    INTO THE MEMBER TABLE ONCE, EACH WITH ITS GROUP HEAD AND  *
      *    ITS BALANCE AND LIMIT                                     *
      *----------------------------------------------------------*
       0200-BUILD-MEMBERS.
           PERFORM VARYING WS-REL-IDX FROM 1 BY 1
                   UNTIL WS-REL-IDX > WS-REL-COUNT
               IF WS-RL-TYPE(WS-REL-IDX) = 'B'
                   MOVE WS-RL-PARENT(WS-REL-IDX) TO WS-LOOKUP-ID
                   PERFORM 0220-TABLE-ONE-MEMBER
                   MOVE WS-RL-CHILD(WS-REL-IDX) TO WS-LOOKUP-ID
                   PERFORM 0220-TABLE-ONE-MEMBER
               END-IF
           END-PERFORM.

           PERFORM VARYING WS-MEM-IDX FROM 1 BY 1
                   UNTIL WS-MEM-IDX > WS-MEM-COUNT
               PERFORM 0250-FIND-GROUP-HEAD
           END-PERFORM.

      *----------------------------------------------------------*
      *    0220-TABLE-ONE-MEMBER - ADD THE ACCOUNT UNLESS IT IS     *
      *    ALREADY IN THE TABLE                                      *
      *----------------------------------------------------------*
       0220-TABLE-ONE-MEMBER.
           MOVE 'N' TO WS-MEM-FOUND.
           PERFORM VARYING WS-MEM-IDX FROM 1 BY 1
                   UNTIL WS-MEM-IDX > WS-MEM-COUNT
                   OR MEMBER-ALREADY-TABLED
               IF WS-MEM-ID(WS-MEM-IDX) = WS-LOOKUP-ID
                   SET MEMBER-ALREADY-TABLED TO TRUE
               END-IF
           END-PERFORM.
           IF MEMBER-ALREADY-TABLED OR WS-MEM-COUNT >= 3000
               EXIT PARAGRAPH
           END-IF.
           PERFORM 0300-FETCH-ACCOUNT.
           ADD 1 TO WS-MEM-COUNT.
           MOVE WS-LOOKUP-ID TO WS-MEM-ID(WS-MEM-COUNT).
           MOVE WS-LOOKUP-ID TO WS-MEM-ROOT(WS-MEM-COUNT).
           MOVE WS-LOOKUP-NAME TO WS-MEM-NAME(WS-MEM-COUNT).
           MOVE WS-LOOKUP-BALANCE TO WS-MEM-BALANCE(WS-MEM-COUNT).
           MOVE WS-LOOKUP-LIMIT TO WS-MEM-LIMIT(WS-MEM-COUNT).

      *----------------------------------------------------------*
      *    0250-FIND-GROUP-HEAD - WALK UP THE BRANCH LINKS FROM THE *
      *    MEMBER UNTIL AN ACCOUNT WITH NO BRANCH PARENT IS REACHED. *
      *    RELMNT REFUSES LOOPS; THE DEPTH LIMIT IS A BACKSTOP.      *
      *----------------------------------------------------------*
       0250-FIND-GROUP-HEAD.
           MOVE WS-MEM-ID(WS-MEM-IDX) TO WS-WALK-ID.
           MOVE 0 TO WS-WALK-DEPTH.
           PERFORM UNTIL WS-WALK-DEPTH > WS-REL-COUNT
               ADD 1 TO WS-WALK-DEPTH
               MOVE SPACES TO WS-WALK-NEXT
               PERFORM VARYING WS-REL-IDX FROM 1 BY 1
                       UNTIL WS-REL-IDX > WS-REL-COUNT
                   IF WS-RL-TYPE(WS-REL-IDX) = 'B'
                           AND WS-RL-CHILD(WS-REL-IDX) = WS-WALK-ID
                       MOVE WS-RL-PARENT(WS-REL-IDX) TO WS-WALK-NEXT
                   END-IF
               END-PERFORM
               IF WS-WALK-NEXT = SPACES
                   EXIT PERFORM
               END-IF
               MOVE WS-WALK-NEXT TO WS-WALK-ID
           END-PERFORM.
           MOVE WS-WALK-ID TO WS-MEM-ROOT(WS-MEM-IDX).

      *----------------------------------------------------------*
      *    0300-FETCH-ACCOUNT - NAME FROM THE MASTER, BALANCE AND   *
      *    LIMIT FROM THE BALANCE MASTER, BOTH CONVERTED FROM THE    *
      *    ACCOUNT'S BOOK CURRENCY TO HOME CURRENCY                  *
      *----------------------------------------------------------*
       0300-FETCH-ACCOUNT.
           MOVE "(NAME NOT ON MASTER)" TO WS-LOOKUP-NAME.
           MOVE "01" TO FXQ-COMPANY.
           IF CUST-A-OK OR WS-CUST-A-STATUS = '10'
                   OR WS-CUST-A-STATUS = '23'
               MOVE WS-LOOKUP-ID TO A-ID
               READ CUST-A
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE A-NAME TO WS-LOOKUP-NAME
                       IF A-COMPANY NOT = SPACES
                           MOVE A-COMPANY TO FXQ-COMPANY
                       END-IF
               END-READ
           END-IF.

           MOVE 0 TO WS-LOOKUP-BALANCE.
           MOVE 0 TO WS-LOOKUP-LIMIT.
           MOVE WS-LOOKUP-ID TO BAL-ID.
           READ BALANCE-FILE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ.
           MOVE WS-RUN-DATE TO FXQ-DATE.
           CALL 'SUB-FX' USING FXQ-REQUEST.
           COMPUTE WS-LOOKUP-BALANCE ROUNDED
               = BAL-AMOUNT * FXQ-RATE.
           COMPUTE WS-LOOKUP-LIMIT ROUNDED
               = BAL-CREDIT-LIMIT * FXQ-RATE.

      *----------------------------------------------------------*
      *    0400-REPORT-ONE-GROUP - ONE LINE PER MEMBER UNDER THE    *
      *    GROUP HEAD, THEN THE GROUP TOTALS AND HEADROOM            *
      *----------------------------------------------------------*
       0400-REPORT-ONE-GROUP.
           ADD 1 TO WS-GROUP-COUNT.
           MOVE 0 TO WS-GROUP-MEMBERS.
           MOVE 0 TO WS-GROUP-BALANCE.
           MOVE 0 TO WS-GROUP-LIMIT.
           MOVE SPACES TO REPORT-REC.
           STRING "GROUP HEAD " WS-GROUP-ROOT " "
               WS-MEM-NAME(WS-MEM-IDX)
               DELIMITED BY SIZE INTO REPORT-REC.
           WRITE REPORT-REC.

           PERFORM VARYING WS-MEM-SUB FROM 1 BY 1
                   UNTIL WS-MEM-SUB > WS-MEM-COUNT
               IF WS-MEM-ROOT(WS-MEM-SUB) = WS-GROUP-ROOT
                   ADD 1 TO WS-GROUP-MEMBERS
                   ADD WS-MEM-BALANCE(WS-MEM-SUB) TO WS-GROUP-BALANCE
                   ADD WS-MEM-LIMIT(WS-MEM-SUB) TO WS-GROUP-LIMIT
                   MOVE WS-MEM-BALANCE(WS-MEM-SUB)
                       TO WS-AMOUNT-DISPLAY
                   MOVE WS-MEM-LIMIT(WS-MEM-SUB) TO WS-LIMIT-DISPLAY
                   MOVE SPACES TO REPORT-REC
                   STRING "  " WS-MEM-ID(WS-MEM-SUB) " "
                       WS-MEM-NAME(WS-MEM-SUB)
                       " BALANCE=" WS-AMOUNT-DISPLAY
                       " LIMIT=" WS-LIMIT-DISPLAY
                       DELIMITED BY SIZE INTO REPORT-REC
                   WRITE REPORT-REC
               END-IF
           END-PERFORM.

           COMPUTE WS-GROUP-HEADROOM = WS-GROUP-LIMIT
               - WS-GROUP-BALANCE.
           MOVE WS-GROUP-BALANCE TO WS-AMOUNT-DISPLAY.
           MOVE WS-GROUP-LIMIT TO WS-LIMIT-DISPLAY.
           MOVE WS-GROUP-HEADROOM TO WS-HEADROOM-DISPLAY.
           MOVE SPACES TO REPORT-REC.
           STRING "  GROUP TOTAL MEMBERS=" WS-GROUP-MEMBERS
               " BALANCE=" WS-AMOUNT-DISPLAY
               " LIMIT=" WS-LIMIT-DISPLAY
               " HEADROOM=" WS-HEADROOM-DISPLAY
               DELIMITED BY SIZE INTO REPORT-REC.
           WRITE REPORT-REC.
           IF WS-GROUP-LIMIT > 0 AND WS-GROUP-HEADROOM < 0
               ADD 1 TO WS-GROUP-OVER-COUNT
               MOVE SPACES TO REPORT-REC
               STRING "  ** GROUP OVER ITS COMBINED CREDIT LIMIT **"
                   DELIMITED BY SIZE INTO REPORT-REC
               WRITE REPORT-REC
           END-IF.

      *----------------------------------------------------------*
      *    0500-REPORT-GUARANTORS - THE LINK TABLE IS IN PARENT     *
      *    ORDER, SO EACH GUARANTOR'S GUARANTEES ARE CONSECUTIVE:    *
      *    A CONTROL BREAK ON THE PARENT CLOSES EACH ONE OFF         *
      *----------------------------------------------------------*
       0500-REPORT-GUARANTORS.
           MOVE SPACES TO WS-GUAR-ID.
           PERFORM VARYING WS-REL-IDX FROM 1 BY 1
                   UNTIL WS-REL-IDX > WS-REL-COUNT
               IF WS-RL-TYPE(WS-REL-IDX) = 'G'
                   IF WS-RL-PARENT(WS-REL-IDX) NOT = WS-GUAR-ID
                       IF WS-GUAR-ID NOT = SPACES
                           PERFORM 0560-CLOSE-GUARANTOR
                       END-IF
                       PERFORM 0520-OPEN-GUARANTOR
                   END-IF
                   PERFORM 0540-REPORT-ONE-GUARANTEE
               END-IF
           END-PERFORM.
           IF WS-GUAR-ID NOT = SPACES
               PERFORM 0560-CLOSE-GUARANTOR
           END-IF.

      *----------------------------------------------------------*
      *    0520-OPEN-GUARANTOR - HEADER AND OWN POSITION            *
      *----------------------------------------------------------*
       0520-OPEN-GUARANTOR.
           ADD 1 TO WS-GUAR-COUNT.
           MOVE WS-RL-PARENT(WS-REL-IDX) TO WS-GUAR-ID.
           MOVE WS-GUAR-ID TO WS-LOOKUP-ID.
           PERFORM 0300-FETCH-ACCOUNT.
           MOVE WS-LOOKUP-BALANCE TO WS-GUAR-OWN.
           MOVE WS-LOOKUP-LIMIT TO WS-GUAR-LIMIT.
           MOVE 0 TO WS-GUAR-GUARANTEED.
           MOVE WS-GUAR-OWN TO WS-AMOUNT-DISPLAY.
           MOVE WS-GUAR-LIMIT TO WS-LIMIT-DISPLAY.
           MOVE SPACES TO REPORT-REC.
           STRING "GUARANTOR " WS-GUAR-ID " " WS-LOOKUP-NAME
               " OWN BALANCE=" WS-AMOUNT-DISPLAY
               " LIMIT=" WS-LIMIT-DISPLAY
               DELIMITED BY SIZE INTO REPORT-REC.
           WRITE REPORT-REC.

      *----------------------------------------------------------*
      *    0540-REPORT-ONE-GUARANTEE - THE GUARANTEED ACCOUNT AND   *
      *    ITS BALANCE; ONLY A DEBIT BALANCE IS AN EXPOSURE          *
      *----------------------------------------------------------*
       0540-REPORT-ONE-GUARANTEE.
           MOVE WS-RL-CHILD(WS-REL-IDX) TO WS-LOOKUP-ID.
           PERFORM 0300-FETCH-ACCOUNT.
           IF WS-LOOKUP-BALANCE > 0
               ADD WS-LOOKUP-BALANCE TO WS-GUAR-GUARANTEED
           END-IF.
           MOVE WS-LOOKUP-BALANCE TO WS-AMOUNT-DISPLAY.
           MOVE SPACES TO REPORT-REC.
           STRING "  GUARANTEES " WS-LOOKUP-ID " " WS-LOOKUP-NAME
               " BALANCE=" WS-AMOUNT-DISPLAY
               DELIMITED BY SIZE INTO REPORT-REC.
           WRITE REPORT-REC.

      *----------------------------------------------------------*
      *    0560-CLOSE-GUARANTOR - OWN PLUS GUARANTEED AGAINST THE   *
      *    GUARANTOR'S OWN LIMIT                                     *
      *----------------------------------------------------------*
       0560-CLOSE-GUARANTOR.
           COMPUTE WS-GUAR-TOTAL = WS-GUAR-OWN + WS-GUAR-GUARANTEED.
           MOVE WS-GUAR-GUARANTEED TO WS-AMOUNT-DISPLAY.
           MOVE WS-GUAR-TOTAL TO WS-HEADROOM-DISPLAY.
           MOVE SPACES TO REPORT-REC.
           STRING "  GUARANTEED=" WS-AMOUNT-DISPLAY
               " TOTAL EXPOSURE=" WS-HEADROOM-DISPLAY
               DELIMITED BY SIZE INTO REPORT-REC.
           WRITE REPORT-REC.
           IF WS-GUAR-LIMIT > 0 AND WS-GUAR-TOTAL > WS-GUAR-LIMIT
               ADD 1 TO WS-GUAR-OVER-COUNT
               MOVE SPACES TO REPORT-REC
               STRING "  ** TOTAL EXPOSURE OVER THE GUARANTOR'S "
                   "CREDIT LIMIT **"
                   DELIMITED BY SIZE INTO REPORT-REC
               WRITE REPORT-REC
           END-IF.
