       IDENTIFICATION DIVISION.
       PROGRAM-ID. DECEASED.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUST-A ASSIGN TO './custA.txt'
               ORGANIZATION IS INDEXED
               RECORD KEY IS A-ID
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS WS-CUST-A-STATUS.

      *----------------------------------------------------------*
      *    DECEASED-FILE - THE DECEASED REGISTER MAINT WRITES WHEN  *
      *    IT RECORDS A DEATH: DATE OF DEATH, DATE NOTIFIED, AND THE *
      *    ESTATE'S CONTACT AND ADDRESS                              *
      *----------------------------------------------------------*
           SELECT DECEASED-FILE ASSIGN TO './cust-deceased.txt'
               ORGANIZATION IS INDEXED
               RECORD KEY IS DEC-CUST-ID
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS WS-DECEASED-STATUS.

           SELECT BALANCE-FILE ASSIGN TO './cust-balance.txt'
               ORGANIZATION IS INDEXED
               RECORD KEY IS BAL-ID
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS WS-BALANCE-STATUS.

      *----------------------------------------------------------*
      *    REPORT-FILE - ONE LINE PER DECEASED CUSTOMER WITH WHAT   *
      *    IS STILL OWED, FOR WHOEVER DEALS WITH THE ESTATE          *
      *----------------------------------------------------------*
           SELECT REPORT-FILE
               ASSIGN TO './result/deceased-report.txt'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD CUST-A.
       01 A-REC.
           COPY "custnamerec" REPLACING FIELD-ID BY A-ID
               FIELD-NAME BY A-NAME FIELD-STATUS BY A-STATUS
               FIELD-ADDR BY A-ADDR FIELD-COMPANY BY A-COMPANY.

       FD DECEASED-FILE.
           COPY "deceasedrec".

       FD BALANCE-FILE.
       01 BAL-REC.
           COPY "balrec" REPLACING FIELD-ID BY BAL-ID
               FIELD-AMOUNT BY BAL-AMOUNT
               FIELD-TXN-COUNT BY BAL-TXN-COUNT
               FIELD-LAST-DATE BY BAL-LAST-DATE
               FIELD-CREDIT-LIMIT BY BAL-CREDIT-LIMIT.

       FD REPORT-FILE.
       01 REPORT-LINE PIC X(132).

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------*
      *    DECEASED-CUSTOMER REPORT - EVERY CUSTOMER WHOSE MASTER   *
      *    STATUS IS 'D', WITH THE REGISTER DETAIL AND THE BALANCE   *
      *    STILL OUTSTANDING.  A 'D' CUSTOMER WITH NO REGISTER ROW   *
      *    WAS SET BY HAND OUTSIDE MAINT AND IS FLAGGED (RC 4).      *
      *----------------------------------------------------------*
       01 WS-CUST-A-STATUS PIC XX.
           88 CUST-A-OK VALUE '00'.
       01 WS-DECEASED-STATUS PIC XX.
           88 DECEASED-FILE-OK VALUE '00'.
       01 WS-BALANCE-STATUS PIC XX.
           88 BALANCE-FILE-OK VALUE '00'.
       01 WS-EOF PIC X VALUE 'N'.
       01 WS-REGISTER-OPEN PIC X VALUE 'N'.
       01 WS-BALANCE-OPEN PIC X VALUE 'N'.

       01 WS-RUN-DATE PIC X(8).
       01 WS-DECEASED-COUNT PIC 9(7) VALUE 0.
       01 WS-UNREGISTERED-COUNT PIC 9(7) VALUE 0.
       01 WS-OWING-COUNT PIC 9(7) VALUE 0.
       01 WS-BALANCE PIC S9(9)V99.
       01 WS-TOTAL-OWED PIC S9(11)V99 VALUE 0.
       01 WS-DEATH-TEXT PIC X(8).
       01 WS-NOTIFIED-TEXT PIC X(8).
       01 WS-CONTACT PIC X(22).
       01 WS-ESTATE-ADDR PIC X(30).

       01 WS-BALANCE-EDIT PIC -(9)9.99.
       01 WS-TOTAL-EDIT PIC -(11)9.99.
       01 WS-COUNT-EDIT PIC Z(6)9.

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE.

           OPEN INPUT CUST-A.
           IF NOT CUST-A-OK
               DISPLAY "DECEASED - customer master not available, "
                   "status " WS-CUST-A-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN INPUT DECEASED-FILE.
           IF DECEASED-FILE-OK
               MOVE 'Y' TO WS-REGISTER-OPEN
           END-IF.
           OPEN INPUT BALANCE-FILE.
           IF BALANCE-FILE-OK
               MOVE 'Y' TO WS-BALANCE-OPEN
           END-IF.

           OPEN OUTPUT REPORT-FILE.
           MOVE SPACES TO REPORT-LINE.
           STRING "DECEASED CUSTOMERS AS AT " WS-RUN-DATE
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "ID    NAME                 DIED     NOTIFIED "
               "ESTATE CONTACT         ESTATE ADDRESS"
               "                      BALANCE"
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.

           PERFORM UNTIL WS-EOF = 'Y'
               READ CUST-A NEXT
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF A-STATUS = 'D'
                           PERFORM 0200-REPORT-ONE-CUSTOMER
                       END-IF
               END-READ
           END-PERFORM.

           PERFORM 0800-WRITE-TOTALS.

           CLOSE CUST-A.
           IF WS-REGISTER-OPEN = 'Y'
               CLOSE DECEASED-FILE
           END-IF.
           IF WS-BALANCE-OPEN = 'Y'
               CLOSE BALANCE-FILE
           END-IF.
           CLOSE REPORT-FILE.

           DISPLAY "DECEASED customers reported: " WS-DECEASED-COUNT.
           DISPLAY "DECEASED with balance still owed: "
               WS-OWING-COUNT.
           DISPLAY "DECEASED with no register entry: "
               WS-UNREGISTERED-COUNT.

           IF WS-UNREGISTERED-COUNT > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
           GOBACK.

      *----------------------------------------------------------*
      *    0200-REPORT-ONE-CUSTOMER - REGISTER DETAIL AND BALANCE   *
      *    FOR ONE DECEASED CUSTOMER.  A CUSTOMER WHO NEVER POSTED   *
      *    OWES NOTHING.                                             *
      *----------------------------------------------------------*
       0200-REPORT-ONE-CUSTOMER.
           ADD 1 TO WS-DECEASED-COUNT.
           MOVE SPACES TO WS-DEATH-TEXT.
           MOVE SPACES TO WS-NOTIFIED-TEXT.
           MOVE SPACES TO WS-ESTATE-ADDR.
           MOVE "** NO REGISTER ENTRY **" TO WS-CONTACT.
           IF WS-REGISTER-OPEN = 'Y'
               MOVE A-ID TO DEC-CUST-ID
               READ DECEASED-FILE
                   INVALID KEY
                       ADD 1 TO WS-UNREGISTERED-COUNT
                   NOT INVALID KEY
                       MOVE DEC-DEATH-DATE TO WS-DEATH-TEXT
                       MOVE DEC-NOTIFIED-DATE TO WS-NOTIFIED-TEXT
                       MOVE DEC-ESTATE-CONTACT TO WS-CONTACT
                       MOVE DEC-ESTATE-ADDR TO WS-ESTATE-ADDR
               END-READ
           ELSE
               ADD 1 TO WS-UNREGISTERED-COUNT
           END-IF.

           MOVE 0 TO WS-BALANCE.
           IF WS-BALANCE-OPEN = 'Y'
               MOVE A-ID TO BAL-ID
               READ BALANCE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE BAL-AMOUNT TO WS-BALANCE
               END-READ
           END-IF.
           IF WS-BALANCE > 0
               ADD 1 TO WS-OWING-COUNT
               ADD WS-BALANCE TO WS-TOTAL-OWED
           END-IF.

           MOVE WS-BALANCE TO WS-BALANCE-EDIT.
           MOVE SPACES TO REPORT-LINE.
           STRING A-ID " " A-NAME " " WS-DEATH-TEXT " "
               WS-NOTIFIED-TEXT " " WS-CONTACT " " WS-ESTATE-ADDR
               " " WS-BALANCE-EDIT
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.

      *----------------------------------------------------------*
      *    0800-WRITE-TOTALS - COUNTS AND THE TOTAL STILL OWED BY   *
      *    DECEASED CUSTOMERS' ESTATES                               *
      *----------------------------------------------------------*
       0800-WRITE-TOTALS.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-DECEASED-COUNT TO WS-COUNT-EDIT.
           MOVE SPACES TO REPORT-LINE.
           STRING "DECEASED CUSTOMERS        " WS-COUNT-EDIT
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-OWING-COUNT TO WS-COUNT-EDIT.
           MOVE WS-TOTAL-OWED TO WS-TOTAL-EDIT.
           MOVE SPACES TO REPORT-LINE.
           STRING "WITH A BALANCE OWED      " WS-COUNT-EDIT
               "  TOTAL OWED " WS-TOTAL-EDIT
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-UNREGISTERED-COUNT TO WS-COUNT-EDIT.
           MOVE SPACES TO REPORT-LINE.
           STRING "NO REGISTER ENTRY        " WS-COUNT-EDIT
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
