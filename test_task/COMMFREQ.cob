       IDENTIFICATION DIVISION.
       PROGRAM-ID. COMMFREQ.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *----------------------------------------------------------*
      *    COMMS-FILE - THE SHARED COMMUNICATIONS HISTORY EVERY     *
      *    MAILING RUN APPENDS TO.  READ ONLY.                       *
      *----------------------------------------------------------*
           SELECT COMMS-FILE ASSIGN TO './result/comms-history.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COMMS-STATUS.

           SELECT CUST-A ASSIGN TO './custA.txt'
               ORGANIZATION IS INDEXED
               RECORD KEY IS A-ID
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS WS-CUST-A-STATUS.

      *----------------------------------------------------------*
      *    PARM-FILE - THE LOOK-BACK WINDOW IN DAYS AND THE MOST    *
      *    CONTACTS A CUSTOMER SHOULD GET INSIDE IT                  *
      *----------------------------------------------------------*
           SELECT PARM-FILE ASSIGN TO './commfreq_param.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT FREQ-REPORT
               ASSIGN TO './result/comms-frequency.txt'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD COMMS-FILE.
           COPY "commrec".

       FD CUST-A.
       01 A-REC.
           COPY "custnamerec" REPLACING FIELD-ID BY A-ID
               FIELD-NAME BY A-NAME FIELD-STATUS BY A-STATUS
               FIELD-ADDR BY A-ADDR FIELD-COMPANY BY A-COMPANY.

       FD PARM-FILE.
       01 PARM-REC.
           05 PARM-DAYS PIC 9(3).
           05 PARM-LIMIT PIC 9(3).

       FD FREQ-REPORT.
       01 REPORT-LINE PIC X(100).

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------*
      *    CONTACT FREQUENCY - EVERY HISTORY ROW SENT INSIDE THE    *
      *    WINDOW IS COUNTED AGAINST ITS CUSTOMER, BY CHANNEL AND    *
      *    BY KIND OF DOCUMENT.  A CUSTOMER SENT MORE THAN THE LIMIT *
      *    IS FLAGGED AS OVER-CONTACTED.  RC 4 WHEN ANYONE IS.       *
      *----------------------------------------------------------*
       01 WS-COMMS-STATUS PIC XX.
           88 COMMS-FILE-OK VALUE '00'.
       01 WS-CUST-A-STATUS PIC XX.
           88 CUST-A-OK VALUE '00'.
       01 WS-PARM-STATUS PIC XX.
           88 PARM-FILE-OK VALUE '00'.
       01 WS-EOF PIC X VALUE 'N'.

       01 WS-RUN-DATE PIC 9(8).
       01 WS-WINDOW-DAYS PIC 9(3) VALUE 90.
       01 WS-CONTACT-LIMIT PIC 9(3) VALUE 6.
       01 WS-RUN-DAYS PIC 9(7).
       01 WS-ROW-DAYS PIC 9(7).
       01 WS-ROW-DATE PIC 9(8).

       01 WS-ROWS-READ PIC 9(7) VALUE 0.
       01 WS-ROWS-IN-WINDOW PIC 9(7) VALUE 0.
       01 WS-ROWS-BAD-DATE PIC 9(7) VALUE 0.
       01 WS-OVER-COUNT PIC 9(5) VALUE 0.

      *----------------------------------------------------------*
      *    ONE ENTRY PER CUSTOMER CONTACTED IN THE WINDOW, IN THE   *
      *    ORDER FIRST SEEN                                          *
      *----------------------------------------------------------*
       01 WS-FREQ-TABLE.
           05 WS-FREQ-ENTRY OCCURS 3000 TIMES.
               10 WS-FQ-CUST-ID PIC X(5).
               10 WS-FQ-TOTAL PIC 9(5).
               10 WS-FQ-POST PIC 9(5).
               10 WS-FQ-ELEC PIC 9(5).
               10 WS-FQ-LETTERS PIC 9(5).
               10 WS-FQ-DUNNING PIC 9(5).
               10 WS-FQ-STATEMENTS PIC 9(5).
               10 WS-FQ-OTHER PIC 9(5).
               10 WS-FQ-LAST-DATE PIC X(8).
       01 WS-FREQ-COUNT PIC 9(4) VALUE 0.
       01 WS-FREQ-IDX PIC 9(4).
       01 WS-FREQ-FOUND PIC 9(4).

       01 WS-CUST-NAME PIC X(20).
       01 WS-FLAG-TEXT PIC X(14).
       01 WS-COUNT-EDIT PIC ZZZZ9.
       01 WS-POST-EDIT PIC ZZZZ9.
       01 WS-ELEC-EDIT PIC ZZZZ9.
       01 WS-LETTER-EDIT PIC ZZZZ9.
       01 WS-DUNNING-EDIT PIC ZZZZ9.
       01 WS-STMT-EDIT PIC ZZZZ9.
       01 WS-OTHER-EDIT PIC ZZZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE.
           COMPUTE WS-RUN-DAYS = FUNCTION INTEGER-OF-DATE(WS-RUN-DATE).
           PERFORM 0100-LOAD-PARAMETERS.

           OPEN INPUT COMMS-FILE.
           IF NOT COMMS-FILE-OK
               DISPLAY "COMMFREQ - no communications history, status "
                   WS-COMMS-STATUS
           ELSE
               PERFORM UNTIL WS-EOF = 'Y'
                   READ COMMS-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           ADD 1 TO WS-ROWS-READ
                           PERFORM 0200-COUNT-ONE-CONTACT
                   END-READ
               END-PERFORM
               CLOSE COMMS-FILE
           END-IF.

           OPEN INPUT CUST-A.
           OPEN OUTPUT FREQ-REPORT.
           PERFORM 0500-WRITE-REPORT.
           CLOSE FREQ-REPORT.
           IF CUST-A-OK
               CLOSE CUST-A
           END-IF.

           DISPLAY "COMMFREQ history rows read: " WS-ROWS-READ.
           DISPLAY "COMMFREQ rows inside the window: "
               WS-ROWS-IN-WINDOW.
           DISPLAY "COMMFREQ customers contacted: " WS-FREQ-COUNT.
           DISPLAY "COMMFREQ customers over the limit: "
               WS-OVER-COUNT.
           IF WS-ROWS-BAD-DATE > 0
               DISPLAY "COMMFREQ rows with no valid date: "
                   WS-ROWS-BAD-DATE
           END-IF.

           IF WS-OVER-COUNT > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
           GOBACK.

      *----------------------------------------------------------*
      *    0100-LOAD-PARAMETERS - WINDOW DAYS AND CONTACT LIMIT;    *
      *    EITHER LEFT ZERO KEEPS ITS DEFAULT                        *
      *----------------------------------------------------------*
       0100-LOAD-PARAMETERS.
           OPEN INPUT PARM-FILE.
           IF PARM-FILE-OK
               READ PARM-FILE
                   NOT AT END
                       IF PARM-DAYS NUMERIC AND PARM-DAYS > 0
                           MOVE PARM-DAYS TO WS-WINDOW-DAYS
                       END-IF
                       IF PARM-LIMIT NUMERIC AND PARM-LIMIT > 0
                           MOVE PARM-LIMIT TO WS-CONTACT-LIMIT
                       END-IF
               END-READ
               CLOSE PARM-FILE
           END-IF.

      *----------------------------------------------------------*
      *    0200-COUNT-ONE-CONTACT - A ROW SENT INSIDE THE WINDOW    *
      *    IS ADDED TO ITS CUSTOMER'S ENTRY                          *
      *----------------------------------------------------------*
       0200-COUNT-ONE-CONTACT.
           IF COMM-DATE NOT NUMERIC
               ADD 1 TO WS-ROWS-BAD-DATE
               EXIT PARAGRAPH
           END-IF.
           MOVE COMM-DATE TO WS-ROW-DATE.
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-ROW-DATE) NOT = 0
               ADD 1 TO WS-ROWS-BAD-DATE
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-ROW-DAYS = FUNCTION INTEGER-OF-DATE(WS-ROW-DATE).
           IF WS-ROW-DAYS > WS-RUN-DAYS
                   OR WS-RUN-DAYS - WS-ROW-DAYS NOT < WS-WINDOW-DAYS
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-ROWS-IN-WINDOW.

           PERFORM 0250-FIND-CUSTOMER.
           IF WS-FREQ-FOUND = 0
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WS-FQ-TOTAL(WS-FREQ-FOUND).
           IF COMM-ELECTRONIC
               ADD 1 TO WS-FQ-ELEC(WS-FREQ-FOUND)
           ELSE
               ADD 1 TO WS-FQ-POST(WS-FREQ-FOUND)
           END-IF.
           EVALUATE COMM-DOC-TYPE
               WHEN "LETTER"
               WHEN "CAMPAIGN"
                   ADD 1 TO WS-FQ-LETTERS(WS-FREQ-FOUND)
               WHEN "DUNNING"
                   ADD 1 TO WS-FQ-DUNNING(WS-FREQ-FOUND)
               WHEN "STATEMNT"
               WHEN "GROUPSTM"
                   ADD 1 TO WS-FQ-STATEMENTS(WS-FREQ-FOUND)
               WHEN OTHER
                   ADD 1 TO WS-FQ-OTHER(WS-FREQ-FOUND)
           END-EVALUATE.
           IF COMM-DATE > WS-FQ-LAST-DATE(WS-FREQ-FOUND)
               MOVE COMM-DATE TO WS-FQ-LAST-DATE(WS-FREQ-FOUND)
           END-IF.

      *----------------------------------------------------------*
      *    0250-FIND-CUSTOMER - THE CUSTOMER'S ENTRY, ADDED ON      *
      *    FIRST SIGHT; ZERO WHEN THE TABLE IS FULL                  *
      *----------------------------------------------------------*
       0250-FIND-CUSTOMER.
           MOVE 0 TO WS-FREQ-FOUND.
           PERFORM VARYING WS-FREQ-IDX FROM 1 BY 1
                   UNTIL WS-FREQ-IDX > WS-FREQ-COUNT
               IF WS-FQ-CUST-ID(WS-FREQ-IDX) = COMM-CUST-ID
                   MOVE WS-FREQ-IDX TO WS-FREQ-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WS-FREQ-FOUND > 0
               EXIT PARAGRAPH
           END-IF.
           IF WS-FREQ-COUNT NOT < 3000
               DISPLAY "COMMFREQ - more than 3000 customers, "
                   COMM-CUST-ID " not counted"
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-FREQ-COUNT.
           MOVE WS-FREQ-COUNT TO WS-FREQ-FOUND.
           MOVE COMM-CUST-ID TO WS-FQ-CUST-ID(WS-FREQ-FOUND).
           MOVE 0 TO WS-FQ-TOTAL(WS-FREQ-FOUND).
           MOVE 0 TO WS-FQ-POST(WS-FREQ-FOUND).
           MOVE 0 TO WS-FQ-ELEC(WS-FREQ-FOUND).
           MOVE 0 TO WS-FQ-LETTERS(WS-FREQ-FOUND).
           MOVE 0 TO WS-FQ-DUNNING(WS-FREQ-FOUND).
           MOVE 0 TO WS-FQ-STATEMENTS(WS-FREQ-FOUND).
           MOVE 0 TO WS-FQ-OTHER(WS-FREQ-FOUND).
           MOVE SPACES TO WS-FQ-LAST-DATE(WS-FREQ-FOUND).

      *----------------------------------------------------------*
      *    0500-WRITE-REPORT - ONE LINE PER CUSTOMER CONTACTED,     *
      *    THE OVER-CONTACTED ONES MARKED                            *
      *----------------------------------------------------------*
       0500-WRITE-REPORT.
           MOVE WS-WINDOW-DAYS TO WS-COUNT-EDIT.
           MOVE WS-CONTACT-LIMIT TO WS-POST-EDIT.
           MOVE SPACES TO REPORT-LINE.
           STRING "CONTACT FREQUENCY AS AT " WS-RUN-DATE
               " - LAST " WS-COUNT-EDIT " DAYS, LIMIT "
               WS-POST-EDIT " CONTACTS"
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "CUST  NAME                 TOTAL  POST  ELEC"
               " LETTR  DUNN  STMT OTHER LAST SENT"
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.

           PERFORM VARYING WS-FREQ-IDX FROM 1 BY 1
                   UNTIL WS-FREQ-IDX > WS-FREQ-COUNT
               PERFORM 0550-WRITE-ONE-CUSTOMER
           END-PERFORM.

           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-FREQ-COUNT TO WS-COUNT-EDIT.
           MOVE SPACES TO REPORT-LINE.
           STRING "CUSTOMERS CONTACTED: " WS-COUNT-EDIT
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-OVER-COUNT TO WS-COUNT-EDIT.
           MOVE SPACES TO REPORT-LINE.
           STRING "OVER THE CONTACT LIMIT: " WS-COUNT-EDIT
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.

      *----------------------------------------------------------*
      *    0550-WRITE-ONE-CUSTOMER - THE CUSTOMER'S COUNTS AND      *
      *    NAME FROM THE MASTER                                      *
      *----------------------------------------------------------*
       0550-WRITE-ONE-CUSTOMER.
           MOVE "(NAME NOT ON MASTER)" TO WS-CUST-NAME.
           IF CUST-A-OK OR WS-CUST-A-STATUS = '10'
                   OR WS-CUST-A-STATUS = '23'
               MOVE WS-FQ-CUST-ID(WS-FREQ-IDX) TO A-ID
               READ CUST-A
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE A-NAME TO WS-CUST-NAME
               END-READ
           END-IF.

           MOVE SPACES TO WS-FLAG-TEXT.
           IF WS-FQ-TOTAL(WS-FREQ-IDX) > WS-CONTACT-LIMIT
               ADD 1 TO WS-OVER-COUNT
               MOVE "OVER-CONTACTED" TO WS-FLAG-TEXT
           END-IF.

           MOVE WS-FQ-TOTAL(WS-FREQ-IDX) TO WS-COUNT-EDIT.
           MOVE WS-FQ-POST(WS-FREQ-IDX) TO WS-POST-EDIT.
           MOVE WS-FQ-ELEC(WS-FREQ-IDX) TO WS-ELEC-EDIT.
           MOVE WS-FQ-LETTERS(WS-FREQ-IDX) TO WS-LETTER-EDIT.
           MOVE WS-FQ-DUNNING(WS-FREQ-IDX) TO WS-DUNNING-EDIT.
           MOVE WS-FQ-STATEMENTS(WS-FREQ-IDX) TO WS-STMT-EDIT.
           MOVE WS-FQ-OTHER(WS-FREQ-IDX) TO WS-OTHER-EDIT.
           MOVE SPACES TO REPORT-LINE.
           STRING WS-FQ-CUST-ID(WS-FREQ-IDX) " " WS-CUST-NAME " "
               WS-COUNT-EDIT " " WS-POST-EDIT " " WS-ELEC-EDIT " "
               WS-LETTER-EDIT " " WS-DUNNING-EDIT " " WS-STMT-EDIT
               " " WS-OTHER-EDIT " " WS-FQ-LAST-DATE(WS-FREQ-IDX)
               " " WS-FLAG-TEXT
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
