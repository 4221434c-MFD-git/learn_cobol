       IDENTIFICATION DIVISION.
       PROGRAM-ID. INVPRINT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *----------------------------------------------------------*
      *    INVREG-FILE - POST'S INVOICE REGISTER, ONE ROW PER       *
      *    INVOICE ISSUED, IN NUMBER ORDER.  READ ONLY.              *
      *----------------------------------------------------------*
           SELECT INVREG-FILE
               ASSIGN TO './result/invoice-register.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INVREG-STATUS.

           SELECT CUST-A ASSIGN TO './custA.txt'
               ORGANIZATION IS INDEXED
               RECORD KEY IS A-ID
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS WS-CUST-A-STATUS.

      *----------------------------------------------------------*
      *    CUST-B - THE DATED ADDRESS ROWS; THE INVOICE GOES TO THE *
      *    BILLING ADDRESS IN FORCE ON THE INVOICE DATE              *
      *----------------------------------------------------------*
           SELECT CUST-B ASSIGN TO './custB.txt'
               ORGANIZATION IS INDEXED
               RECORD KEY IS B-KEY
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS WS-CUST-B-STATUS.

      *----------------------------------------------------------*
      *    PARM-FILE - PAYMENT TERMS IN DAYS (9(3)) PRINTED ON      *
      *    EVERY INVOICE AND USED FOR ITS DUE DATE.  NO FILE MEANS   *
      *    NET 30.                                                   *
      *----------------------------------------------------------*
           SELECT PARM-FILE ASSIGN TO './invoice_param.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

      *----------------------------------------------------------*
      *    LAST-FILE - THE LAST INVOICE NUMBER PRINTED, SO EACH RUN *
      *    PRINTS ONLY WHAT POST HAS ISSUED SINCE, AND A RERUN       *
      *    PRINTS NOTHING TWICE                                      *
      *----------------------------------------------------------*
           SELECT LAST-FILE
               ASSIGN TO './result/invoice-last-printed.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LAST-STATUS.

           SELECT AUDIT-FILE ASSIGN TO './result/audit-trail.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT RUNID-FILE ASSIGN TO './result/run-id.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNID-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD INVREG-FILE.
           COPY "invregrec".

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

       FD PARM-FILE.
       01 PARM-REC.
           05 PARM-TERMS-DAYS PIC 9(3).

       FD LAST-FILE.
       01 LAST-REC.
           05 LAST-INVOICE-NO PIC 9(8).

       FD AUDIT-FILE.
           COPY "auditrec".

       FD RUNID-FILE.
       01 RUNID-REC.
           05 RUNID-VALUE PIC X(8).

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------*
      *    DAILY INVOICE PRINT - EVERY INVOICE POST HAS ISSUED      *
      *    SINCE THE LAST PRINT RUN GOES OUT AS A PRINTED INVOICE:   *
      *    BILL-TO NAME AND ADDRESS, THE ORDER, NET, SALES TAX,      *
      *    TOTAL, AND THE DUE DATE THE TERMS GIVE.  THE NUMBERS ARE  *
      *    PROVED TO RUN ON WITHOUT A GAP FROM THE LAST ONE PRINTED; *
      *    A GAP IS PRINTED AROUND, LISTED, AND ENDS THE RUN RC 4    *
      *    FOR THE ACCOUNTS-RECEIVABLE SUPERVISOR TO ACCOUNT FOR.    *
      *----------------------------------------------------------*
       01 WS-INVREG-STATUS PIC XX.
           88 INVREG-FILE-OK VALUE '00'.
       01 WS-CUST-A-STATUS PIC XX.
           88 CUST-A-OK VALUE '00'.
       01 WS-CUST-B-STATUS PIC XX.
           88 CUST-B-OK VALUE '00'.
       01 WS-PARM-STATUS PIC XX.
           88 PARM-FILE-OK VALUE '00'.
       01 WS-LAST-STATUS PIC XX.
           88 LAST-FILE-OK VALUE '00'.
       01 WS-AUDIT-STATUS PIC XX.
           88 AUDIT-FILE-OK VALUE '00'.
       01 WS-RUNID-STATUS PIC XX.
           88 RUNID-FILE-OK VALUE '00'.
       01 WS-RUN-ID PIC X(8) VALUE SPACES.
       01 WS-EOF PIC X VALUE 'N'.
       01 WS-CUST-DONE PIC X.

       01 WS-RUN-DATE PIC 9(8).
       01 WS-TERMS-DAYS PIC 9(3) VALUE 30.
       01 WS-LAST-PRINTED PIC 9(8) VALUE 0.
       01 WS-EXPECTED-NO PIC 9(8).
       01 WS-DUE-DATE PIC 9(8).

      *----------------------------------------------------------*
      *    BILL-TO RESOLUTION - 0400 SETS THESE FOR ONE INVOICE     *
      *----------------------------------------------------------*
       01 WS-BILL-NAME PIC X(20).
       01 WS-BILL-ADDR PIC X(30).
       01 WS-BILL-COMPANY PIC X(2).
       01 WS-BILL-STATUS PIC X(1).
           88 BILL-TO-DECEASED VALUE 'D'.
       01 WS-BILLING-DATE PIC 9(8).
       01 WS-BILLING-ADDR PIC X(30).
       01 WS-MAILING-DATE PIC 9(8).
       01 WS-MAILING-ADDR PIC X(30).
           COPY "fxreqrec".

       01 WS-READ-COUNT PIC 9(10) VALUE 0.
       01 WS-PRINT-COUNT PIC 9(10) VALUE 0.
       01 WS-GAP-COUNT PIC 9(10) VALUE 0.
       01 WS-WITHHELD-COUNT PIC 9(10) VALUE 0.
       01 WS-FIRST-PRINTED PIC 9(8) VALUE 0.
       01 WS-TOTAL-DUE PIC 9(8)V99.
       01 WS-PRINT-TOTAL PIC 9(11)V99 VALUE 0.

       01 WS-AMOUNT-DISPLAY PIC Z(7)9.99.
       01 WS-TOTAL-DISPLAY PIC Z(10)9.99.

      *----------------------------------------------------------*
      *    THE INVOICES GO OUT THROUGH SUB-SPOOL, ONE AFTER         *
      *    ANOTHER IN NUMBER ORDER, A RULE BETWEEN EACH              *
      *----------------------------------------------------------*
       01 WS-SPOOL-REQUEST.
           05 WS-SPOOL-OP PIC X(1).
           05 WS-SPOOL-REPORT-NAME PIC X(12).
           05 INVOICE-LINE PIC X(100).

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE.
           PERFORM 0050-LOAD-RUN-ID.
           PERFORM 0100-LOAD-TERMS.
           PERFORM 0150-LOAD-LAST-PRINTED.

           OPEN INPUT INVREG-FILE.
           IF NOT INVREG-FILE-OK
               DISPLAY "INVPRINT - no invoice register on file, "
                   "nothing to print"
               MOVE 0 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT CUST-A.
           OPEN INPUT CUST-B.
           OPEN EXTEND AUDIT-FILE.
           IF NOT AUDIT-FILE-OK
               OPEN OUTPUT AUDIT-FILE
           END-IF.

           MOVE 'O' TO WS-SPOOL-OP.
           MOVE "invoices" TO WS-SPOOL-REPORT-NAME.
           CALL 'SUB-SPOOL' USING WS-SPOOL-REQUEST.
           MOVE 'W' TO WS-SPOOL-OP.

           COMPUTE WS-EXPECTED-NO = WS-LAST-PRINTED + 1.
           PERFORM UNTIL WS-EOF = 'Y'
               READ INVREG-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-READ-COUNT
                       IF INV-NUMBER NUMERIC
                               AND INV-NUMBER > WS-LAST-PRINTED
                           PERFORM 0200-TAKE-ONE-INVOICE
                       END-IF
               END-READ
           END-PERFORM.

           PERFORM 0800-WRITE-TOTALS.
           MOVE 'C' TO WS-SPOOL-OP.
           CALL 'SUB-SPOOL' USING WS-SPOOL-REQUEST.

           IF WS-PRINT-COUNT > 0 OR WS-WITHHELD-COUNT > 0
               PERFORM 0850-SAVE-LAST-PRINTED
           END-IF.

           CLOSE INVREG-FILE.
           IF CUST-A-OK OR WS-CUST-A-STATUS = '10'
                   OR WS-CUST-A-STATUS = '23'
               CLOSE CUST-A
           END-IF.
           IF CUST-B-OK OR WS-CUST-B-STATUS = '10'
                   OR WS-CUST-B-STATUS = '23'
               CLOSE CUST-B
           END-IF.
           CLOSE AUDIT-FILE.

           DISPLAY "INVPRINT register rows read: " WS-READ-COUNT.
           DISPLAY "INVPRINT invoices printed: " WS-PRINT-COUNT.
           DISPLAY "INVPRINT numbering gaps: " WS-GAP-COUNT.
           DISPLAY "INVPRINT invoices withheld, customer deceased: "
               WS-WITHHELD-COUNT.

           IF WS-GAP-COUNT > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
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
      *    0100-LOAD-TERMS - PAYMENT TERMS IN DAYS, DEFAULT 30      *
      *----------------------------------------------------------*
       0100-LOAD-TERMS.
           OPEN INPUT PARM-FILE.
           IF PARM-FILE-OK
               READ PARM-FILE
                   NOT AT END
                       IF PARM-TERMS-DAYS NUMERIC
                               AND PARM-TERMS-DAYS > 0
                           MOVE PARM-TERMS-DAYS TO WS-TERMS-DAYS
                       END-IF
               END-READ
               CLOSE PARM-FILE
           END-IF.

      *----------------------------------------------------------*
      *    0150-LOAD-LAST-PRINTED - NO FILE MEANS NOTHING PRINTED   *
      *    YET, SO THE FIRST RUN EXPECTS INVOICE 00000001            *
      *----------------------------------------------------------*
       0150-LOAD-LAST-PRINTED.
           OPEN INPUT LAST-FILE.
           IF LAST-FILE-OK
               READ LAST-FILE
                   NOT AT END
                       IF LAST-INVOICE-NO NUMERIC
                           MOVE LAST-INVOICE-NO TO WS-LAST-PRINTED
                       END-IF
               END-READ
               CLOSE LAST-FILE
           END-IF.

      *----------------------------------------------------------*
      *    0200-TAKE-ONE-INVOICE - PROVE THE NUMBER FOLLOWS ON,     *
      *    THEN PRINT IT                                             *
      *----------------------------------------------------------*
       0200-TAKE-ONE-INVOICE.
           IF INV-NUMBER < WS-EXPECTED-NO
               DISPLAY "INVPRINT - invoice " INV-NUMBER
                   " out of sequence on the register, not printed"
               ADD 1 TO WS-GAP-COUNT
               EXIT PARAGRAPH
           END-IF.
           IF INV-NUMBER > WS-EXPECTED-NO
               ADD 1 TO WS-GAP-COUNT
               DISPLAY "INVPRINT - invoice numbers " WS-EXPECTED-NO
                   " up to " INV-NUMBER " missing from the register"
               MOVE SPACES TO INVOICE-LINE
               STRING "*** INVOICE NUMBERS MISSING FROM "
                   WS-EXPECTED-NO " BEFORE " INV-NUMBER " ***"
                   DELIMITED BY SIZE INTO INVOICE-LINE
               CALL 'SUB-SPOOL' USING WS-SPOOL-REQUEST
           END-IF.
           COMPUTE WS-EXPECTED-NO = INV-NUMBER + 1.

           PERFORM 0400-RESOLVE-BILL-TO.
           IF BILL-TO-DECEASED
               PERFORM 0550-WITHHOLD-INVOICE
               EXIT PARAGRAPH
           END-IF.
           PERFORM 0500-PRINT-INVOICE.

           ADD 1 TO WS-PRINT-COUNT.
           IF WS-FIRST-PRINTED = 0
               MOVE INV-NUMBER TO WS-FIRST-PRINTED
           END-IF.
           MOVE INV-NUMBER TO WS-LAST-PRINTED.
           ADD WS-TOTAL-DUE TO WS-PRINT-TOTAL.

           MOVE SPACES TO AUDIT-KEY.
           STRING INV-NUMBER " " INV-CUST-ID
               DELIMITED BY SIZE INTO AUDIT-KEY.
           MOVE "INVOICED" TO AUDIT-ACTION.
           MOVE WS-BILL-COMPANY TO AUDIT-COMPANY.
           PERFORM 0950-WRITE-AUDIT.

      *----------------------------------------------------------*
      *    0400-RESOLVE-BILL-TO - THE NAME FROM THE CUSTOMER        *
      *    MASTER; THE ADDRESS IS THE BILLING ROW IN FORCE ON THE    *
      *    INVOICE DATE, ELSE THE MAILING ROW IN FORCE THEN, ELSE    *
      *    THE MASTER'S OWN ADDRESS.  SEASONAL ROWS ARE NOT BILLED.  *
      *----------------------------------------------------------*
       0400-RESOLVE-BILL-TO.
           MOVE SPACES TO WS-BILL-NAME.
           MOVE SPACES TO WS-BILL-ADDR.
           MOVE "01" TO WS-BILL-COMPANY.
           MOVE SPACE TO WS-BILL-STATUS.
           IF CUST-A-OK OR WS-CUST-A-STATUS = '10'
                   OR WS-CUST-A-STATUS = '23'
               MOVE INV-CUST-ID TO A-ID
               READ CUST-A
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE A-NAME TO WS-BILL-NAME
                       MOVE A-ADDR TO WS-BILL-ADDR
                       MOVE A-STATUS TO WS-BILL-STATUS
                       IF A-COMPANY NOT = SPACES
                           MOVE A-COMPANY TO WS-BILL-COMPANY
                       END-IF
               END-READ
           END-IF.
           IF INV-COMPANY NOT = SPACES
               MOVE INV-COMPANY TO WS-BILL-COMPANY
           END-IF.

           IF NOT CUST-B-OK AND WS-CUST-B-STATUS NOT = '10'
                   AND WS-CUST-B-STATUS NOT = '23'
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO WS-BILLING-DATE.
           MOVE 0 TO WS-MAILING-DATE.
           MOVE INV-CUST-ID TO B-ID.
           MOVE 0 TO B-EFFECTIVE-DATE.
           MOVE 'N' TO WS-CUST-DONE.
           START CUST-B KEY >= B-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-CUST-DONE
           END-START.
           PERFORM UNTIL WS-CUST-DONE = 'Y'
               READ CUST-B NEXT
                   AT END
                       MOVE 'Y' TO WS-CUST-DONE
                   NOT AT END
                       IF B-ID NOT = INV-CUST-ID
                           MOVE 'Y' TO WS-CUST-DONE
                       ELSE
                           PERFORM 0450-TAKE-ONE-ADDRESS
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-BILLING-DATE > 0
               MOVE WS-BILLING-ADDR TO WS-BILL-ADDR
           ELSE
               IF WS-MAILING-DATE > 0
                   MOVE WS-MAILING-ADDR TO WS-BILL-ADDR
               END-IF
           END-IF.

      *----------------------------------------------------------*
      *    0450-TAKE-ONE-ADDRESS - KEEP THE LATEST BILLING AND      *
      *    MAILING ROWS EFFECTIVE ON OR BEFORE THE INVOICE DATE      *
      *----------------------------------------------------------*
       0450-TAKE-ONE-ADDRESS.
           IF B-EFFECTIVE-DATE > INV-DATE
               EXIT PARAGRAPH
           END-IF.
           EVALUATE B-ADDR-TYPE
               WHEN 'B'
                   IF B-EFFECTIVE-DATE NOT < WS-BILLING-DATE
                       MOVE B-EFFECTIVE-DATE TO WS-BILLING-DATE
                       MOVE B-ADDR TO WS-BILLING-ADDR
                   END-IF
               WHEN 'M'
               WHEN SPACE
                   IF B-EFFECTIVE-DATE NOT < WS-MAILING-DATE
                       MOVE B-EFFECTIVE-DATE TO WS-MAILING-DATE
                       MOVE B-ADDR TO WS-MAILING-ADDR
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *----------------------------------------------------------*
      *    0500-PRINT-INVOICE - ONE INVOICE, AMOUNTS IN THE BOOK'S  *
      *    OWN CURRENCY                                              *
      *----------------------------------------------------------*
       0500-PRINT-INVOICE.
           MOVE WS-BILL-COMPANY TO FXQ-COMPANY.
           MOVE INV-DATE TO FXQ-DATE.
           CALL 'SUB-FX' USING FXQ-REQUEST.
           COMPUTE WS-TOTAL-DUE = INV-NET + INV-TAX.
           MOVE INV-DATE TO WS-DUE-DATE.
           IF INV-DATE NUMERIC AND INV-DATE > 0
               COMPUTE WS-DUE-DATE = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(INV-DATE)
                   + WS-TERMS-DAYS)
           END-IF.

           MOVE SPACES TO INVOICE-LINE.
           STRING "INVOICE NO " INV-NUMBER
               "                    INVOICE DATE " INV-DATE
               DELIMITED BY SIZE INTO INVOICE-LINE.
           CALL 'SUB-SPOOL' USING WS-SPOOL-REQUEST.
           MOVE SPACES TO INVOICE-LINE.
           CALL 'SUB-SPOOL' USING WS-SPOOL-REQUEST.

           MOVE SPACES TO INVOICE-LINE.
           STRING "BILL TO    " INV-CUST-ID " " WS-BILL-NAME
               DELIMITED BY SIZE INTO INVOICE-LINE.
           CALL 'SUB-SPOOL' USING WS-SPOOL-REQUEST.
           MOVE SPACES TO INVOICE-LINE.
           STRING "                 " WS-BILL-ADDR
               DELIMITED BY SIZE INTO INVOICE-LINE.
           CALL 'SUB-SPOOL' USING WS-SPOOL-REQUEST.
           MOVE SPACES TO INVOICE-LINE.
           CALL 'SUB-SPOOL' USING WS-SPOOL-REQUEST.

           MOVE SPACES TO INVOICE-LINE.
           STRING "ORDER REF  " INV-TXN-ID
               "   ACCOUNTING DATE " INV-ACCT-DATE
               DELIMITED BY SIZE INTO INVOICE-LINE.
           CALL 'SUB-SPOOL' USING WS-SPOOL-REQUEST.

           MOVE INV-NET TO WS-AMOUNT-DISPLAY.
           MOVE SPACES TO INVOICE-LINE.
           STRING "NET AMOUNT             " WS-AMOUNT-DISPLAY
               " " FXQ-CURRENCY
               DELIMITED BY SIZE INTO INVOICE-LINE.
           CALL 'SUB-SPOOL' USING WS-SPOOL-REQUEST.

           MOVE INV-TAX TO WS-AMOUNT-DISPLAY.
           MOVE SPACES TO INVOICE-LINE.
           IF INV-TAX > 0
               STRING "SALES TAX (" INV-STATE ")         "
                   WS-AMOUNT-DISPLAY " " FXQ-CURRENCY
                   DELIMITED BY SIZE INTO INVOICE-LINE
           ELSE
               STRING "SALES TAX              " WS-AMOUNT-DISPLAY
                   " " FXQ-CURRENCY
                   DELIMITED BY SIZE INTO INVOICE-LINE
           END-IF.
           CALL 'SUB-SPOOL' USING WS-SPOOL-REQUEST.

           MOVE WS-TOTAL-DUE TO WS-AMOUNT-DISPLAY.
           MOVE SPACES TO INVOICE-LINE.
           STRING "TOTAL DUE              " WS-AMOUNT-DISPLAY
               " " FXQ-CURRENCY
               DELIMITED BY SIZE INTO INVOICE-LINE.
           CALL 'SUB-SPOOL' USING WS-SPOOL-REQUEST.

           MOVE SPACES TO INVOICE-LINE.
           STRING "PAYMENT DUE BY " WS-DUE-DATE
               "  (TERMS NET " WS-TERMS-DAYS " DAYS)"
               DELIMITED BY SIZE INTO INVOICE-LINE.
           CALL 'SUB-SPOOL' USING WS-SPOOL-REQUEST.

           MOVE ALL "-" TO INVOICE-LINE(1:60).
           CALL 'SUB-SPOOL' USING WS-SPOOL-REQUEST.

      *----------------------------------------------------------*
      *    0550-WITHHOLD-INVOICE - NO INVOICE IS MAILED TO A        *
      *    DECEASED CUSTOMER, BUT THE NUMBER IS STILL ACCOUNTED FOR: *
      *    ONE LINE IN ITS PLACE IN THE RUN SO THE SEQUENCE SHOWS    *
      *    NO GAP, AND THE AUDIT TRAIL SAYS WHY                      *
      *----------------------------------------------------------*
       0550-WITHHOLD-INVOICE.
           ADD 1 TO WS-WITHHELD-COUNT.
           MOVE SPACES TO INVOICE-LINE.
           STRING "*** INVOICE NO " INV-NUMBER " FOR " INV-CUST-ID
               " WITHHELD - CUSTOMER DECEASED ***"
               DELIMITED BY SIZE INTO INVOICE-LINE.
           CALL 'SUB-SPOOL' USING WS-SPOOL-REQUEST.
           MOVE ALL "-" TO INVOICE-LINE(1:60).
           CALL 'SUB-SPOOL' USING WS-SPOOL-REQUEST.

           IF WS-FIRST-PRINTED = 0
               MOVE INV-NUMBER TO WS-FIRST-PRINTED
           END-IF.
           MOVE INV-NUMBER TO WS-LAST-PRINTED.

           MOVE SPACES TO AUDIT-KEY.
           STRING INV-NUMBER " " INV-CUST-ID
               DELIMITED BY SIZE INTO AUDIT-KEY.
           MOVE "INV-HELD" TO AUDIT-ACTION.
           MOVE WS-BILL-COMPANY TO AUDIT-COMPANY.
           PERFORM 0950-WRITE-AUDIT.

      *----------------------------------------------------------*
      *    0800-WRITE-TOTALS - THE RANGE PRINTED AND ITS TOTAL      *
      *----------------------------------------------------------*
       0800-WRITE-TOTALS.
           MOVE WS-PRINT-TOTAL TO WS-TOTAL-DISPLAY.
           MOVE SPACES TO INVOICE-LINE.
           STRING "INVOICES PRINTED=" WS-PRINT-COUNT
               " FIRST=" WS-FIRST-PRINTED
               " LAST=" WS-LAST-PRINTED
               " GAPS=" WS-GAP-COUNT
               " WITHHELD=" WS-WITHHELD-COUNT
               " TOTAL=" WS-TOTAL-DISPLAY
               DELIMITED BY SIZE INTO INVOICE-LINE.
           CALL 'SUB-SPOOL' USING WS-SPOOL-REQUEST.

      *----------------------------------------------------------*
      *    0850-SAVE-LAST-PRINTED - THE LAST INVOICE NUMBER PRINTED *
      *----------------------------------------------------------*
       0850-SAVE-LAST-PRINTED.
           OPEN OUTPUT LAST-FILE.
           MOVE WS-LAST-PRINTED TO LAST-INVOICE-NO.
           WRITE LAST-REC.
           CLOSE LAST-FILE.

      *----------------------------------------------------------*
      *    0950-WRITE-AUDIT - CALLER SETS KEY, ACTION AND COMPANY   *
      *----------------------------------------------------------*
       0950-WRITE-AUDIT.
           MOVE "INVPRINT" TO AUDIT-PROGRAM.
           MOVE WS-RUN-ID TO AUDIT-RUN-ID.
           MOVE SPACES TO AUDIT-OPERATOR.
           MOVE FUNCTION CURRENT-DATE TO AUDIT-TIMESTAMP.
           WRITE AUDIT-RECORD.
