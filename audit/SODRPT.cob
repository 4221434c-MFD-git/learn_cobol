       IDENTIFICATION DIVISION.
       PROGRAM-ID. SODRPT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *----------------------------------------------------------*
      *    AUDIT-FILE - BOTH SIDES OF THE JOIN: MAINT, PREFMNT AND  *
      *    CUSTMERG ROWS ARE CUSTOMER CHANGES, POST'S WRITE-OFF,     *
      *    REFUND AND REVERSAL ROWS ARE MONEY GOING OUT              *
      *----------------------------------------------------------*
           SELECT AUDIT-FILE ASSIGN TO './result/audit-trail.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

      *----------------------------------------------------------*
      *    BATCH-LOG-FILE - WHO KEYED AND WHO RELEASED EACH MAINT   *
      *    BATCH THAT WENT THROUGH MAKER-CHECKER                     *
      *----------------------------------------------------------*
           SELECT BATCH-LOG-FILE
               ASSIGN TO './result/batch-approvals.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BATCH-LOG-STATUS.

      *----------------------------------------------------------*
      *    PARM-FILE - FROM AND TO DATES (YYYYMMDD, BLANK FOR OPEN  *
      *    ENDED), COMPANY (BLANK FOR ALL) AND THE WINDOW IN DAYS    *
      *    BETWEEN A CHANGE AND A PAYMENT OUT (DEFAULT 30)           *
      *----------------------------------------------------------*
           SELECT PARM-FILE ASSIGN TO './sodrpt_param.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT SOD-REPORT ASSIGN TO './result/sod-report.txt'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD AUDIT-FILE.
           COPY "auditrec".

       FD BATCH-LOG-FILE.
           COPY "batchapprec".

       FD PARM-FILE.
       01 PARM-REC.
           05 SP-FROM-DATE PIC X(8).
           05 SP-TO-DATE PIC X(8).
           05 SP-COMPANY PIC X(2).
           05 SP-WINDOW-DAYS PIC 9(3).

       FD SOD-REPORT.
       01 REPORT-REC PIC X(100).

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------*
      *    SEGREGATION OF DUTIES - NO ONE OPERATOR SHOULD BOTH      *
      *    CHANGE A CUSTOMER'S DETAILS AND PAY MONEY OUT ON THAT     *
      *    CUSTOMER WITHIN THE WINDOW, AND NO MAKER-CHECKER BATCH    *
      *    SHOULD BE RELEASED BY THE OPERATOR WHO KEYED IT.  THE     *
      *    DATE RANGE AND COMPANY SELECT THE MONEY-OUT POSTINGS AND  *
      *    THE BATCH RELEASES; A CHANGE JUST OUTSIDE THE RANGE IS    *
      *    STILL MATCHED WHEN IT FALLS INSIDE THE WINDOW.            *
      *----------------------------------------------------------*
       01 WS-AUDIT-STATUS PIC XX.
           88 AUDIT-FILE-OK VALUE '00'.
       01 WS-BATCH-LOG-STATUS PIC XX.
           88 BATCH-LOG-FILE-OK VALUE '00'.
       01 WS-PARM-STATUS PIC XX.
           88 PARM-FILE-OK VALUE '00'.
       01 WS-EOF PIC X VALUE 'N'.

       01 WS-TODAY PIC 9(8).
       01 WS-FROM-DATE PIC X(8) VALUE "00000000".
       01 WS-TO-DATE PIC X(8) VALUE "99999999".
       01 WS-FILTER-COMPANY PIC X(2) VALUE SPACES.
       01 WS-SHOW-COMPANY PIC X(3) VALUE "ALL".
       01 WS-WINDOW-DAYS PIC 9(3) VALUE 30.
       01 WS-ROW-DATE PIC X(8).
       01 WS-ROW-COMPANY PIC X(2).

      *----------------------------------------------------------*
      *    CUSTOMER CHANGES BY A NAMED OPERATOR, ALL DATES          *
      *----------------------------------------------------------*
       01 WS-CHANGE-TABLE.
           05 WS-CHG-ENTRY OCCURS 5000 TIMES.
               10 WS-CHG-OPER PIC X(8).
               10 WS-CHG-CUST PIC X(5).
               10 WS-CHG-PROGRAM PIC X(8).
               10 WS-CHG-ACTION PIC X(10).
               10 WS-CHG-DATE PIC 9(8).
               10 WS-CHG-DAYNO PIC 9(7).
       01 WS-CHG-COUNT PIC 9(5) VALUE 0.
       01 WS-CHG-IDX PIC 9(5).

      *----------------------------------------------------------*
      *    MONEY OUT IN THE DATE RANGE AND COMPANY                  *
      *----------------------------------------------------------*
       01 WS-MONEY-TABLE.
           05 WS-MNY-ENTRY OCCURS 2000 TIMES.
               10 WS-MNY-OPER PIC X(8).
               10 WS-MNY-CUST PIC X(5).
               10 WS-MNY-COMPANY PIC X(2).
               10 WS-MNY-ACTION PIC X(10).
               10 WS-MNY-DATE PIC 9(8).
               10 WS-MNY-DAYNO PIC 9(7).
       01 WS-MNY-COUNT PIC 9(5) VALUE 0.
       01 WS-MNY-IDX PIC 9(5).
       01 WS-GAP-DAYS PIC S9(7).
       01 WS-SHOW-GAP PIC 9(3).

      *----------------------------------------------------------*
      *    THE BATCH BEING TOTALLED - ROWS FOR ONE BATCH ARE        *
      *    WRITTEN TOGETHER, SO A CHANGE OF BATCH-ID ENDS IT         *
      *----------------------------------------------------------*
       01 WS-CUR-BATCH-ID PIC X(14) VALUE SPACES.
       01 WS-CUR-SUBMITTER PIC X(8).
       01 WS-CUR-APPROVER PIC X(8).
       01 WS-CUR-APPLIED PIC X(8).
       01 WS-CUR-TXNS PIC 9(4).

       01 WS-SKIPPED-CHANGES PIC 9(10) VALUE 0.
       01 WS-SKIPPED-MONEY PIC 9(10) VALUE 0.
       01 WS-CONFLICT-COUNT PIC 9(10) VALUE 0.
       01 WS-BATCH-COUNT PIC 9(10) VALUE 0.
       01 WS-SELF-RELEASE-COUNT PIC 9(10) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
           PERFORM 0100-LOAD-PARAMETERS.

           OPEN OUTPUT SOD-REPORT.
           MOVE SPACES TO REPORT-REC.
           STRING "SEGREGATION OF DUTIES REVIEW AS AT " WS-TODAY
               " FROM=" WS-FROM-DATE " TO=" WS-TO-DATE
               " COMPANY=" WS-SHOW-COMPANY
               " WINDOW " WS-WINDOW-DAYS " DAYS"
               DELIMITED BY SIZE INTO REPORT-REC.
           WRITE REPORT-REC.

           PERFORM 0200-LOAD-AUDIT-TRAIL.
           IF NOT AUDIT-FILE-OK
               MOVE SPACES TO REPORT-REC
               STRING "NO DATA - AUDIT-TRAIL.TXT NOT ON FILE"
                   DELIMITED BY SIZE INTO REPORT-REC
               WRITE REPORT-REC
               CLOSE SOD-REPORT
               DISPLAY "SODRPT - no audit-trail.txt on file"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           MOVE SPACES TO REPORT-REC.
           WRITE REPORT-REC.
           MOVE "SAME OPERATOR CHANGED THE CUSTOMER AND PAID MONEY OUT"
               TO REPORT-REC.
           WRITE REPORT-REC.
           PERFORM VARYING WS-MNY-IDX FROM 1 BY 1
                   UNTIL WS-MNY-IDX > WS-MNY-COUNT
               PERFORM 0400-MATCH-ONE-PAYMENT
           END-PERFORM.
           IF WS-CONFLICT-COUNT = 0
               MOVE "    NONE FOUND" TO REPORT-REC
               WRITE REPORT-REC
           END-IF.

           MOVE SPACES TO REPORT-REC.
           WRITE REPORT-REC.
           MOVE "MAKER-CHECKER BATCHES RELEASED" TO REPORT-REC.
           WRITE REPORT-REC.
           PERFORM 0500-TAKE-BATCH-LOG.
           IF WS-BATCH-COUNT = 0
               MOVE "    NONE FOUND" TO REPORT-REC
               WRITE REPORT-REC
           END-IF.

           MOVE SPACES TO REPORT-REC.
           WRITE REPORT-REC.
           STRING "PAYMENTS OUT=" WS-MNY-COUNT
               " CONFLICTS=" WS-CONFLICT-COUNT
               " BATCHES=" WS-BATCH-COUNT
               " SELF-RELEASED=" WS-SELF-RELEASE-COUNT
               DELIMITED BY SIZE INTO REPORT-REC.
           WRITE REPORT-REC.
           IF WS-SKIPPED-CHANGES > 0 OR WS-SKIPPED-MONEY > 0
               MOVE SPACES TO REPORT-REC
               STRING "NOT MATCHED - TABLE FULL: CHANGES="
                   WS-SKIPPED-CHANGES " PAYMENTS=" WS-SKIPPED-MONEY
                   DELIMITED BY SIZE INTO REPORT-REC
               WRITE REPORT-REC
           END-IF.
           CLOSE SOD-REPORT.

           DISPLAY "SODRPT payments out in range: " WS-MNY-COUNT.
           DISPLAY "SODRPT same-operator conflicts: "
               WS-CONFLICT-COUNT.
           DISPLAY "SODRPT released batches: " WS-BATCH-COUNT.
           DISPLAY "SODRPT batches released by their keyer: "
               WS-SELF-RELEASE-COUNT.

           IF WS-CONFLICT-COUNT > 0 OR WS-SELF-RELEASE-COUNT > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
           GOBACK.

      *----------------------------------------------------------*
      *    0100-LOAD-PARAMETERS - DATE RANGE, COMPANY AND WINDOW    *
      *----------------------------------------------------------*
       0100-LOAD-PARAMETERS.
           OPEN INPUT PARM-FILE.
           IF PARM-FILE-OK
               READ PARM-FILE
                   NOT AT END
                       IF SP-FROM-DATE NUMERIC
                           MOVE SP-FROM-DATE TO WS-FROM-DATE
                       END-IF
                       IF SP-TO-DATE NUMERIC
                           MOVE SP-TO-DATE TO WS-TO-DATE
                       END-IF
                       IF SP-COMPANY NOT = SPACES
                           MOVE SP-COMPANY TO WS-FILTER-COMPANY
                           MOVE SP-COMPANY TO WS-SHOW-COMPANY
                       END-IF
                       IF SP-WINDOW-DAYS NUMERIC
                               AND SP-WINDOW-DAYS > 0
                           MOVE SP-WINDOW-DAYS TO WS-WINDOW-DAYS
                       END-IF
               END-READ
               CLOSE PARM-FILE
           END-IF.

      *----------------------------------------------------------*
      *    0200-LOAD-AUDIT-TRAIL - SPLIT THE TRAIL INTO CHANGES     *
      *    AND PAYMENTS OUT; ROWS WITH NO OPERATOR CANNOT CONFLICT   *
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
                       MOVE AUDIT-TIMESTAMP(1:8) TO WS-ROW-DATE
                       IF AUDIT-OPERATOR NOT = SPACES
                               AND WS-ROW-DATE NUMERIC
                           EVALUATE AUDIT-PROGRAM
                               WHEN "MAINT"
                               WHEN "PREFMNT"
                               WHEN "CUSTMERG"
                                   PERFORM 0210-STORE-CHANGE
                               WHEN "POST"
                                   PERFORM 0220-STORE-PAYMENT
                           END-EVALUATE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE AUDIT-FILE.
           MOVE '00' TO WS-AUDIT-STATUS.

       0210-STORE-CHANGE.
           IF WS-CHG-COUNT >= 5000
               ADD 1 TO WS-SKIPPED-CHANGES
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-CHG-COUNT.
           MOVE AUDIT-OPERATOR TO WS-CHG-OPER(WS-CHG-COUNT).
           MOVE AUDIT-KEY(1:5) TO WS-CHG-CUST(WS-CHG-COUNT).
           MOVE AUDIT-PROGRAM TO WS-CHG-PROGRAM(WS-CHG-COUNT).
           MOVE AUDIT-ACTION TO WS-CHG-ACTION(WS-CHG-COUNT).
           MOVE WS-ROW-DATE TO WS-CHG-DATE(WS-CHG-COUNT).
           COMPUTE WS-CHG-DAYNO(WS-CHG-COUNT) =
               FUNCTION INTEGER-OF-DATE(WS-CHG-DATE(WS-CHG-COUNT)).

      *----------------------------------------------------------*
      *    0220-STORE-PAYMENT - POST KEYS ITS ROWS CUSTID-TXNID;    *
      *    A BLANK COMPANY IS THE HOME COMPANY 01                    *
      *----------------------------------------------------------*
       0220-STORE-PAYMENT.
           IF AUDIT-ACTION NOT = "WRITE-OFF"
                   AND AUDIT-ACTION NOT = "REFUND"
                   AND AUDIT-ACTION NOT = "REVERSAL"
               EXIT PARAGRAPH
           END-IF.
           IF WS-ROW-DATE < WS-FROM-DATE OR WS-ROW-DATE > WS-TO-DATE
               EXIT PARAGRAPH
           END-IF.
           MOVE AUDIT-COMPANY TO WS-ROW-COMPANY.
           IF WS-ROW-COMPANY = SPACES
               MOVE "01" TO WS-ROW-COMPANY
           END-IF.
           IF WS-FILTER-COMPANY NOT = SPACES
                   AND WS-ROW-COMPANY NOT = WS-FILTER-COMPANY
               EXIT PARAGRAPH
           END-IF.
           IF WS-MNY-COUNT >= 2000
               ADD 1 TO WS-SKIPPED-MONEY
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-MNY-COUNT.
           MOVE AUDIT-OPERATOR TO WS-MNY-OPER(WS-MNY-COUNT).
           MOVE AUDIT-KEY(1:5) TO WS-MNY-CUST(WS-MNY-COUNT).
           MOVE WS-ROW-COMPANY TO WS-MNY-COMPANY(WS-MNY-COUNT).
           MOVE AUDIT-ACTION TO WS-MNY-ACTION(WS-MNY-COUNT).
           MOVE WS-ROW-DATE TO WS-MNY-DATE(WS-MNY-COUNT).
           COMPUTE WS-MNY-DAYNO(WS-MNY-COUNT) =
               FUNCTION INTEGER-OF-DATE(WS-MNY-DATE(WS-MNY-COUNT)).

      *----------------------------------------------------------*
      *    0400-MATCH-ONE-PAYMENT - EVERY CHANGE BY THE SAME        *
      *    OPERATOR TO THE SAME CUSTOMER, BEFORE OR AFTER, WITHIN    *
      *    THE WINDOW                                                *
      *----------------------------------------------------------*
       0400-MATCH-ONE-PAYMENT.
           PERFORM VARYING WS-CHG-IDX FROM 1 BY 1
                   UNTIL WS-CHG-IDX > WS-CHG-COUNT
               IF WS-CHG-OPER(WS-CHG-IDX) = WS-MNY-OPER(WS-MNY-IDX)
                       AND WS-CHG-CUST(WS-CHG-IDX)
                           = WS-MNY-CUST(WS-MNY-IDX)
                   COMPUTE WS-GAP-DAYS = WS-MNY-DAYNO(WS-MNY-IDX)
                       - WS-CHG-DAYNO(WS-CHG-IDX)
                   IF WS-GAP-DAYS < 0
                       COMPUTE WS-GAP-DAYS = 0 - WS-GAP-DAYS
                   END-IF
                   IF WS-GAP-DAYS <= WS-WINDOW-DAYS
                       PERFORM 0410-WRITE-CONFLICT
                   END-IF
               END-IF
           END-PERFORM.

       0410-WRITE-CONFLICT.
           ADD 1 TO WS-CONFLICT-COUNT.
           MOVE WS-GAP-DAYS TO WS-SHOW-GAP.
           MOVE SPACES TO REPORT-REC.
           STRING "OPER=" WS-MNY-OPER(WS-MNY-IDX)
               " CUST=" WS-MNY-CUST(WS-MNY-IDX)
               " CO=" WS-MNY-COMPANY(WS-MNY-IDX)
               " " WS-CHG-PROGRAM(WS-CHG-IDX)
               " " WS-CHG-ACTION(WS-CHG-IDX)
               " " WS-CHG-DATE(WS-CHG-IDX)
               " / " WS-MNY-ACTION(WS-MNY-IDX)
               " " WS-MNY-DATE(WS-MNY-IDX)
               " GAP " WS-SHOW-GAP
               DELIMITED BY SIZE INTO REPORT-REC.
           WRITE REPORT-REC.

      *----------------------------------------------------------*
      *    0500-TAKE-BATCH-LOG - ONE LINE PER RELEASED BATCH IN     *
      *    THE DATE RANGE, COUNTING ITS TRANSACTIONS FOR THE         *
      *    COMPANY; A BATCH WITH NONE FOR THE COMPANY IS NOT LISTED  *
      *----------------------------------------------------------*
       0500-TAKE-BATCH-LOG.
           OPEN INPUT BATCH-LOG-FILE.
           IF NOT BATCH-LOG-FILE-OK
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y'
               READ BATCH-LOG-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM 0510-TAKE-BATCH-ROW
               END-READ
           END-PERFORM.
           CLOSE BATCH-LOG-FILE.
           PERFORM 0520-WRITE-BATCH.

       0510-TAKE-BATCH-ROW.
           IF BAPP-APPLIED(1:8) < WS-FROM-DATE
                   OR BAPP-APPLIED(1:8) > WS-TO-DATE
               EXIT PARAGRAPH
           END-IF.
           MOVE BAPP-COMPANY TO WS-ROW-COMPANY.
           IF WS-ROW-COMPANY = SPACES
               MOVE "01" TO WS-ROW-COMPANY
           END-IF.
           IF WS-FILTER-COMPANY NOT = SPACES
                   AND WS-ROW-COMPANY NOT = WS-FILTER-COMPANY
               EXIT PARAGRAPH
           END-IF.
           IF BAPP-BATCH-ID NOT = WS-CUR-BATCH-ID
               PERFORM 0520-WRITE-BATCH
               MOVE BAPP-BATCH-ID TO WS-CUR-BATCH-ID
               MOVE BAPP-SUBMITTER TO WS-CUR-SUBMITTER
               MOVE BAPP-APPROVER TO WS-CUR-APPROVER
               MOVE BAPP-APPLIED(1:8) TO WS-CUR-APPLIED
               MOVE 0 TO WS-CUR-TXNS
           END-IF.
           ADD 1 TO WS-CUR-TXNS.

      *----------------------------------------------------------*
      *    0520-WRITE-BATCH - A BATCH RELEASED BY THE OPERATOR WHO  *
      *    KEYED IT IS FLAGGED.  MAINT ALREADY REFUSES SUCH A        *
      *    RELEASE, SO A FLAG HERE MEANS THE FILES WERE TAMPERED     *
      *    WITH OR THE CONTROL WAS BYPASSED.                         *
      *----------------------------------------------------------*
       0520-WRITE-BATCH.
           IF WS-CUR-BATCH-ID = SPACES
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-BATCH-COUNT.
           MOVE SPACES TO REPORT-REC.
           IF WS-CUR-APPROVER = WS-CUR-SUBMITTER
               ADD 1 TO WS-SELF-RELEASE-COUNT
               STRING "BATCH=" WS-CUR-BATCH-ID
                   " KEYED=" WS-CUR-SUBMITTER
                   " RELEASED=" WS-CUR-APPROVER
                   " ON " WS-CUR-APPLIED
                   " TXNS=" WS-CUR-TXNS
                   " ** SELF-RELEASED **"
                   DELIMITED BY SIZE INTO REPORT-REC
           ELSE
               STRING "BATCH=" WS-CUR-BATCH-ID
                   " KEYED=" WS-CUR-SUBMITTER
                   " RELEASED=" WS-CUR-APPROVER
                   " ON " WS-CUR-APPLIED
                   " TXNS=" WS-CUR-TXNS
                   DELIMITED BY SIZE INTO REPORT-REC
           END-IF.
           WRITE REPORT-REC.
           MOVE SPACES TO WS-CUR-BATCH-ID.
