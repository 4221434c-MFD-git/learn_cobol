               ACCESS MODE IS DYNAMIC
               FILE STATUS IS WS-PREF-STATUS.

      *----------------------------------------------------------*
      *    CUST-A - THE CUSTOMER MASTER, READ BY KEY ONLY FOR THE   *
      *    PREFERRED NAME THE SALUTATION GREETS; THE ADDRESS BLOCK   *
      *    KEEPS THE LEGAL NAME PROGRAM C PUT ON CUST-ALL            *
      *----------------------------------------------------------*
           SELECT CUST-A ASSIGN TO './custA.txt'
               ORGANIZATION IS INDEXED
               RECORD KEY IS A-ID
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS WS-CUST-A-STATUS.

      *----------------------------------------------------------*
      *    RETMAIL-FILE - THE BAD-ADDRESS FLAGS RETMAIL MAINTAINS;  *
      *    A FLAGGED ADDRESS ALREADY CAME BACK ONCE AND IS NOT       *
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RESTART-PARM-STATUS.

      *----------------------------------------------------------*
      *    COMMS-FILE - THE SHARED COMMUNICATIONS HISTORY; EVERY    *
      *    LETTER PRINTED ADDS A ROW FOR ITS CUSTOMER                *
      *----------------------------------------------------------*
           SELECT COMMS-FILE ASSIGN TO './result/comms-history.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COMMS-STATUS.

           SELECT RUNID-FILE ASSIGN TO './result/run-id.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNID-STATUS.

           SELECT SORTED-WORK ASSIGN TO SORTED-WORK.

       DATA DIVISION.
               FIELD-ADDR-CITY BY OUT-ADDR-CITY
               FIELD-ADDR-STATE BY OUT-ADDR-STATE
               FIELD-ADDR-ZIP BY OUT-ADDR-ZIP
               FIELD-COMPANY BY OUT-COMPANY
               FIELD-STATUS BY OUT-STATUS.

       FD CUST-INACTIVE.
       01 INACTIVE-REC.
       FD PREF-FILE.
           COPY "prefrec".

       FD CUST-A.
       01 A-REC.
           COPY "custnamerec" REPLACING FIELD-ID BY A-ID
               FIELD-NAME BY A-NAME FIELD-STATUS BY A-STATUS
               FIELD-ADDR BY A-ADDR FIELD-PREF-NAME BY A-PREF-NAME.

       FD RETMAIL-FILE.
           COPY "retmailrec".

           05 LRP-FROM-SEQ PIC 9(7).
           05 LRP-FROM-ID PIC X(5).

       FD COMMS-FILE.
           COPY "commrec".

       FD RUNID-FILE.
       01 RUNID-REC.
           05 RUNID-VALUE PIC X(8).

       WORKING-STORAGE SECTION.
       01 WS-CUST-ALL-STATUS PIC XX.
           88 CUST-ALL-OK VALUE '00'.
       01 WS-BADADDR-FLAG PIC X.
           88 CUSTOMER-ADDR-BAD VALUE 'Y'.
       01 WS-BADADDR-SUPPRESSED PIC 9(10) VALUE 0.
       01 WS-DECEASED-SUPPRESSED PIC 9(10) VALUE 0.

       01 WS-INDEX-STATUS PIC XX.
           88 INDEX-FILE-OK VALUE '00'.
           05 WS-NR-TITLE PIC X(5).
           05 WS-NR-FIRST PIC X(15).
           05 WS-NR-LAST PIC X(15).
           05 WS-NR-SALUTATION PIC X(60).
       01 WS-SALUTATION PIC X(60).
       01 WS-CUST-A-STATUS PIC XX.
           88 CUST-A-OK VALUE '00'.
       01 WS-CUST-A-OPEN PIC X VALUE 'N'.
           88 CUST-A-IS-OPEN VALUE 'Y'.
       01 WS-PREF-NAME PIC X(20).

       01 WS-COMMS-STATUS PIC XX.
           88 COMMS-FILE-OK VALUE '00'.
       01 WS-RUNID-STATUS PIC XX.
           88 RUNID-FILE-OK VALUE '00'.
       01 WS-RUN-ID PIC X(8) VALUE SPACES.
       01 WS-RUN-DATE PIC X(8).

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE.
           PERFORM 0050-LOAD-PARAMETERS.
           PERFORM 0070-LOAD-RUN-ID.
           PERFORM 0060-LOAD-RESTART-PARAMETER.
           PERFORM 0100-LOAD-INACTIVE-LIST.
           PERFORM 0200-LOAD-TEMPLATE.
           END-IF.
           OPEN INPUT PREF-FILE.
           OPEN INPUT RETMAIL-FILE.
           OPEN INPUT CUST-A.
           IF CUST-A-OK
               SET CUST-A-IS-OPEN TO TRUE
           END-IF.
           OPEN EXTEND COMMS-FILE.
           IF NOT COMMS-FILE-OK
               OPEN OUTPUT COMMS-FILE
           END-IF.
           IF NOT NO-CAMPAIGN-CODE
               MOVE SPACES TO WS-MAILED-NAME
               STRING "./result/campaign-"
           IF RETMAIL-FILE-OK
               CLOSE RETMAIL-FILE
           END-IF.
           IF CUST-A-IS-OPEN
               CLOSE CUST-A
           END-IF.
           CLOSE COMMS-FILE.
           IF NOT NO-CAMPAIGN-CODE
               CLOSE MAILED-FILE
               PERFORM 0600-RECORD-CAMPAIGN
               WS-PREF-SUPPRESSED.
           DISPLAY "LETTER customers held for bad address: "
               WS-BADADDR-SUPPRESSED.
           DISPLAY "LETTER customers suppressed as deceased: "
               WS-DECEASED-SUPPRESSED.
           IF NOT NO-COMPANY-FILTER
               DISPLAY "LETTER company " WS-COMPANY-FILTER
                   " only - other-company customers skipped: "
               CLOSE COMPANY-PARM
           END-IF.

      *----------------------------------------------------------*
      *    0070-LOAD-RUN-ID - PICK UP THE CHAIN'S RUN IDENTIFIER,   *
      *    IF SCHEDULER PUBLISHED ONE                                *
      *----------------------------------------------------------*
       0070-LOAD-RUN-ID.
           OPEN INPUT RUNID-FILE.
           IF RUNID-FILE-OK
               READ RUNID-FILE
                   NOT AT END
                       MOVE RUNID-VALUE TO WS-RUN-ID
               END-READ
               CLOSE RUNID-FILE
           END-IF.

      *----------------------------------------------------------*
      *    0250-LOAD-HOUSEHOLDS - THE HOUSEHOLD CROSS-REFERENCE     *
      *    INTO THE TABLE; A MISSING FILE DROPS BACK TO THE          *
                               ADD 1 TO WS-COMPANY-SKIPPED
                           WHEN SKIP-THIS-CUSTOMER
                               ADD 1 TO WS-SKIPPED-COUNT
                           WHEN OUT-STATUS = 'D'
                               ADD 1 TO WS-DECEASED-SUPPRESSED
                           WHEN CUSTOMER-DO-NOT-MAIL
                               ADD 1 TO WS-PREF-SUPPRESSED
                           WHEN CUSTOMER-ADDR-BAD
               WRITE LETTER-REC
           END-PERFORM.

           PERFORM 0570-RECORD-CONTACT.
           PERFORM 0580-WRITE-PRINT-CHECKPOINT.

      *----------------------------------------------------------*
           END-PERFORM.

      *----------------------------------------------------------*
      *    0540-BUILD-SALUTATION - THE GREETING SUB-NAME BUILDS:   *
      *    THE CUSTOMER'S PREFERRED NAME WHEN THE MASTER HAS ONE,    *
      *    ELSE "DEAR MR SMITH," FROM THE LEGAL NAME, AND THE OLD    *
      *    GENERIC GREETING WHEN THE NAME WILL NOT PARSE AT ALL.  A  *
      *    HOUSEHOLD LETTER GREETS THE WHOLE HOUSEHOLD.              *
      *----------------------------------------------------------*
       0540-BUILD-SALUTATION.
           MOVE SPACES TO WS-SALUTATION.
               EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO WS-PREF-NAME.
           IF CUST-A-IS-OPEN
               MOVE S-ID TO A-ID
               READ CUST-A
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE A-PREF-NAME TO WS-PREF-NAME
               END-READ
           END-IF.

           CALL 'SUB-NAME' USING S-NAME WS-NAME-RESULT WS-PREF-NAME.
           MOVE WS-NR-SALUTATION TO WS-SALUTATION.

      *----------------------------------------------------------*
      *    0600-RECORD-CAMPAIGN - ONE INDEX ROW PER CAMPAIGN RUN:   *
           DISPLAY "LETTER campaign " WS-CAMPAIGN " mailed "
               WS-LETTER-COUNT " letters.".

      *----------------------------------------------------------*
      *    0570-RECORD-CONTACT - THE COMMUNICATIONS-HISTORY ROW FOR *
      *    THE LETTER JUST PRINTED: A CAMPAIGN MAILING CARRIES ITS   *
      *    CAMPAIGN CODE, ANY OTHER LETTER THE STANDARD TEMPLATE.    *
      *    A HOUSEHOLD LETTER IS RECORDED AGAINST THE CUSTOMER IT    *
      *    WAS ADDRESSED THROUGH.                                    *
      *----------------------------------------------------------*
       0570-RECORD-CONTACT.
           MOVE S-ID TO COMM-CUST-ID.
           MOVE WS-RUN-DATE TO COMM-DATE.
           MOVE 'P' TO COMM-CHANNEL.
           IF NO-CAMPAIGN-CODE
               MOVE "LETTER" TO COMM-DOC-TYPE
               IF MODE-IS-HOUSEHOLD
                   MOVE "HOUSEHLD" TO COMM-TEMPLATE
               ELSE
                   MOVE "STANDARD" TO COMM-TEMPLATE
               END-IF
           ELSE
               MOVE "CAMPAIGN" TO COMM-DOC-TYPE
               MOVE WS-CAMPAIGN TO COMM-TEMPLATE
           END-IF.
           MOVE WS-RUN-ID TO COMM-RUN-ID.
           MOVE "LETTER" TO COMM-PROGRAM.
           WRITE COMM-RECORD.

      *----------------------------------------------------------*
      *    0580-WRITE-PRINT-CHECKPOINT - THE SEQUENCE AND CUSTOMER  *
      *    OF THE LETTER JUST PRINTED, SO A JAM 4,000 LETTERS IN     *
