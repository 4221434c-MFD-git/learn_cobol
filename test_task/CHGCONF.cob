       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHGCONF.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *----------------------------------------------------------*
      *    JOURNAL-FILE - MAINT'S BEFORE-IMAGE JOURNAL FOR THE      *
      *    BATCH JUST APPLIED; EVERY NAME AND ADDRESS CHANGE IN IT   *
      *    GETS A CONFIRMATION LETTER.  READ ONLY.                   *
      *----------------------------------------------------------*
           SELECT JOURNAL-FILE ASSIGN TO './result/maint-journal.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.

           SELECT CUST-A ASSIGN TO './custA.txt'
               ORGANIZATION IS INDEXED
               RECORD KEY IS A-ID
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS WS-CUST-A-STATUS.

      *----------------------------------------------------------*
      *    CUST-B - THE DATED ADDRESS ROWS; THE PRIOR ADDRESS FOR   *
      *    AN ADDRESS CHANGE IS THE ROW IT SUPERSEDED                *
      *----------------------------------------------------------*
           SELECT CUST-B ASSIGN TO './custB.txt'
               ORGANIZATION IS INDEXED
               RECORD KEY IS B-KEY
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS WS-CUST-B-STATUS.

      *----------------------------------------------------------*
      *    PREF-FILE - READ ONLY TO NOTE A DO-NOT-MAIL CUSTOMER ON  *
      *    THE REGISTER; THIS NOTICE IS MANDATORY AND GOES ANYWAY    *
      *----------------------------------------------------------*
           SELECT PREF-FILE ASSIGN TO './cust_prefs.txt'
               ORGANIZATION IS INDEXED
               RECORD KEY IS PREF-CUST-ID
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS WS-PREF-STATUS.

      *----------------------------------------------------------*
      *    TEMPLATE-FILE - THE LETTER BODY, LAID OUT AS LETTER'S    *
      *    TEMPLATE; <CHANGE> AND <DETAIL> LINES CARRY WHAT WAS      *
      *    CHANGED.  A MISSING TEMPLATE FALLS BACK TO A BUILT-IN     *
      *    NOTICE.                                                   *
      *----------------------------------------------------------*
           SELECT TEMPLATE-FILE ASSIGN TO './chgconf_template.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TEMPLATE-STATUS.

           SELECT LETTER-FILE
               ASSIGN TO './result/change-confirm-letters.txt'
               ORGANIZATION IS LINE SEQUENTIAL.

      *----------------------------------------------------------*
      *    REGISTER-FILE - EVERY LETTER SENT, APPENDED ACROSS RUNS  *
      *----------------------------------------------------------*
           SELECT REGISTER-FILE
               ASSIGN TO './result/change-confirm-register.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGISTER-STATUS.

           SELECT COMMS-FILE ASSIGN TO './result/comms-history.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COMMS-STATUS.

           SELECT RUNID-FILE ASSIGN TO './result/run-id.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNID-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD JOURNAL-FILE.
           COPY "jrnlrec".

       FD CUST-A.
       01 A-REC.
           COPY "custnamerec" REPLACING FIELD-ID BY A-ID
               FIELD-NAME BY A-NAME FIELD-STATUS BY A-STATUS
               FIELD-ADDR BY A-ADDR FIELD-COMPANY BY A-COMPANY
               FIELD-PREF-NAME BY A-PREF-NAME.

       FD CUST-B.
       01 B-REC.
           COPY "custaddrrec" REPLACING FIELD-KEY BY B-KEY
               FIELD-ID BY B-ID FIELD-EFFDATE BY B-EFFECTIVE-DATE
               FIELD-ADDR BY B-ADDR FIELD-NAME BY B-NAME
               FIELD-ADDR-TYPE BY B-ADDR-TYPE
               FIELD-SEASON-FROM BY B-SEASON-FROM
               FIELD-SEASON-TO BY B-SEASON-TO.

       FD PREF-FILE.
           COPY "prefrec".

       FD TEMPLATE-FILE.
       01 TEMPLATE-REC PIC X(60).

       FD LETTER-FILE.
       01 LETTER-REC PIC X(60).

       FD REGISTER-FILE.
           COPY "chgconfrec".

       FD COMMS-FILE.
           COPY "commrec".

       FD RUNID-FILE.
       01 RUNID-REC.
           05 RUNID-VALUE PIC X(8).

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------*
      *    CHANGE-CONFIRMATION LETTERS - AN ADDRESS CHANGE FOLLOWED *
      *    BY A QUICK REFUND IS THE CLASSIC TAKEOVER, SO EVERY NAME  *
      *    AND ADDRESS CHANGE MAINT APPLIES IS CONFIRMED IN WRITING: *
      *    A NAME CHANGE TO THE CUSTOMER'S CURRENT MAILING ADDRESS,  *
      *    AN ADDRESS CHANGE TO BOTH THE NEW ADDRESS AND THE ONE IT  *
      *    REPLACED, SO THE REAL CUSTOMER HEARS OF IT EVEN WHEN THE  *
      *    NEW ADDRESS IS THE FRAUDSTER'S.  DO-NOT-MAIL DOES NOT     *
      *    STOP THIS NOTICE; A DECEASED CUSTOMER IS NOT WRITTEN TO.  *
      *----------------------------------------------------------*
       01 WS-JOURNAL-STATUS PIC XX.
           88 JOURNAL-FILE-OK VALUE '00'.
       01 WS-CUST-A-STATUS PIC XX.
           88 CUST-A-OK VALUE '00'.
       01 WS-CUST-B-STATUS PIC XX.
           88 CUST-B-OK VALUE '00'.
       01 WS-PREF-STATUS PIC XX.
           88 PREF-FILE-OK VALUE '00'.
       01 WS-TEMPLATE-STATUS PIC XX.
           88 TEMPLATE-FILE-OK VALUE '00'.
       01 WS-REGISTER-STATUS PIC XX.
           88 REGISTER-FILE-OK VALUE '00'.
       01 WS-COMMS-STATUS PIC XX.
           88 COMMS-FILE-OK VALUE '00'.
       01 WS-RUNID-STATUS PIC XX.
           88 RUNID-FILE-OK VALUE '00'.
       01 WS-EOF PIC X VALUE 'N'.
       01 WS-B-DONE PIC X.

       01 WS-RUN-DATE PIC X(8).
       01 WS-RUN-ID PIC X(8) VALUE SPACES.

      *----------------------------------------------------------*
      *    THE TEMPLATE, LOADED ONCE THE WAY LETTER LOADS ITS OWN   *
      *----------------------------------------------------------*
       01 WS-TEMPLATE-TABLE.
           05 WS-TEMPLATE-LINE OCCURS 20 TIMES PIC X(60).
       01 WS-TEMPLATE-COUNT PIC 9(2) VALUE 0.
       01 WS-TEMPLATE-IDX PIC 9(2).

      *----------------------------------------------------------*
      *    JOURNAL ROWS ALREADY ON THE REGISTER, SO A RERUN OVER    *
      *    THE SAME JOURNAL SENDS NOTHING TWICE.  ONLY ROWS FROM     *
      *    THE JOURNAL'S FIRST DATE ON ARE TABLED.                   *
      *----------------------------------------------------------*
       01 WS-JOURNAL-DATE PIC X(8) VALUE SPACES.
       01 WS-SENT-TABLE.
           05 WS-SENT-ENTRY OCCURS 5000 TIMES.
               10 WS-SENT-STAMP PIC X(14).
               10 WS-SENT-SEQ PIC 9(5).
       01 WS-SENT-COUNT PIC 9(4) VALUE 0.
       01 WS-SENT-IDX PIC 9(4).
       01 WS-SENT-FLAG PIC X.
           88 ALREADY-CONFIRMED VALUE 'Y'.

      *----------------------------------------------------------*
      *    THE CHANGE IN HAND.  THE NEW ADDRESS ROW IS DECODED FROM *
      *    THE B-NEW IMAGE; THE OLD NAME COMES FROM THE A-BEFORE     *
      *    ROW THAT PRECEDES THE A-AFTER ROW FOR THE SAME CHANGE.    *
      *----------------------------------------------------------*
       01 WS-NEW-B-IMAGE.
           COPY "custaddrrec" REPLACING FIELD-KEY BY NB-KEY
               FIELD-ID BY NB-ID FIELD-EFFDATE BY NB-EFFECTIVE-DATE
               FIELD-ADDR BY NB-ADDR FIELD-NAME BY NB-NAME
               FIELD-ADDR-TYPE BY NB-ADDR-TYPE
               FIELD-SEASON-FROM BY NB-SEASON-FROM
               FIELD-SEASON-TO BY NB-SEASON-TO.
       01 WS-BEFORE-ID PIC X(5) VALUE SPACES.
       01 WS-BEFORE-NAME PIC X(20) VALUE SPACES.
       01 WS-CUST-ID PIC X(5).
       01 WS-CUST-NAME PIC X(20).
       01 WS-CUST-PREF-NAME PIC X(20).
       01 WS-CUST-STATUS PIC X(1).
       01 WS-CUST-STANDBY-ADDR PIC X(30).
       01 WS-NEW-TYPE PIC X(1).
       01 WS-ROW-TYPE PIC X(1).
       01 WS-PRIOR-ADDR PIC X(30).
       01 WS-CURRENT-ADDR PIC X(30).
       01 WS-DNM-FLAG PIC X(1).
           88 CUSTOMER-DO-NOT-MAIL VALUE 'Y'.

      *----------------------------------------------------------*
      *    ONE LETTER - WHO, WHERE, AND THE TWO CHANGE LINES        *
      *----------------------------------------------------------*
       01 WS-LETTER-ADDR PIC X(30).
       01 WS-ADDRESSEE PIC X(1).
       01 WS-CHANGE-LINE PIC X(60).
       01 WS-DETAIL-LINE PIC X(60).
       01 WS-PARSED-ADDR.
           05 WS-PARSED-STREET PIC X(15).
           05 WS-PARSED-CITY PIC X(10).
           05 WS-PARSED-STATE PIC X(2).
           05 WS-PARSED-ZIP PIC X(3).
       01 WS-CITY-LINE PIC X(60).
       01 WS-NAME-RESULT.
           05 WS-NR-TITLE PIC X(5).
           05 WS-NR-FIRST PIC X(15).
           05 WS-NR-LAST PIC X(15).
           05 WS-NR-SALUTATION PIC X(60).
       01 WS-SALUTATION PIC X(60).

       01 WS-NAME-LETTERS PIC 9(7) VALUE 0.
       01 WS-NEW-ADDR-LETTERS PIC 9(7) VALUE 0.
       01 WS-OLD-ADDR-LETTERS PIC 9(7) VALUE 0.
       01 WS-NO-PRIOR-COUNT PIC 9(7) VALUE 0.
       01 WS-NO-ADDRESS-COUNT PIC 9(7) VALUE 0.
       01 WS-DNM-OVERRIDES PIC 9(7) VALUE 0.
       01 WS-DECEASED-SKIPPED PIC 9(7) VALUE 0.
       01 WS-NOT-ON-FILE PIC 9(7) VALUE 0.
       01 WS-ALREADY-SENT PIC 9(7) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE.
           PERFORM 0050-LOAD-RUN-ID.

           OPEN INPUT JOURNAL-FILE.
           IF NOT JOURNAL-FILE-OK
               DISPLAY "CHGCONF - no MAINT journal to confirm, status "
                   WS-JOURNAL-STATUS
               MOVE 0 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN INPUT CUST-A.
           IF NOT CUST-A-OK
               DISPLAY "CHGCONF - customer master not available, "
                   "status " WS-CUST-A-STATUS
               CLOSE JOURNAL-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT CUST-B.
           OPEN INPUT PREF-FILE.

           PERFORM 0100-LOAD-TEMPLATE.
           PERFORM 0150-LOAD-SENT-REGISTER.

           OPEN OUTPUT LETTER-FILE.
           OPEN EXTEND REGISTER-FILE.
           IF NOT REGISTER-FILE-OK
               OPEN OUTPUT REGISTER-FILE
           END-IF.
           OPEN EXTEND COMMS-FILE.
           IF NOT COMMS-FILE-OK
               OPEN OUTPUT COMMS-FILE
           END-IF.

           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y'
               READ JOURNAL-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM 0200-JUDGE-JOURNAL-ROW
               END-READ
           END-PERFORM.

           CLOSE JOURNAL-FILE.
           CLOSE CUST-A.
           IF CUST-B-OK
               CLOSE CUST-B
           END-IF.
           IF PREF-FILE-OK
               CLOSE PREF-FILE
           END-IF.
           CLOSE LETTER-FILE.
           CLOSE REGISTER-FILE.
           CLOSE COMMS-FILE.

           DISPLAY "CHGCONF name-change letters: " WS-NAME-LETTERS.
           DISPLAY "CHGCONF address-change letters to new address: "
               WS-NEW-ADDR-LETTERS.
           DISPLAY "CHGCONF address-change letters to prior address: "
               WS-OLD-ADDR-LETTERS.
           DISPLAY "CHGCONF address changes with no prior address: "
               WS-NO-PRIOR-COUNT.
           DISPLAY "CHGCONF name changes with no address to write to: "
               WS-NO-ADDRESS-COUNT.
           DISPLAY "CHGCONF letters sent despite do-not-mail: "
               WS-DNM-OVERRIDES.
           DISPLAY "CHGCONF changes skipped as deceased: "
               WS-DECEASED-SKIPPED.
           DISPLAY "CHGCONF changes already confirmed: "
               WS-ALREADY-SENT.
           IF WS-NOT-ON-FILE > 0
               DISPLAY "CHGCONF changes for customers no longer on "
                   "file: " WS-NOT-ON-FILE
           END-IF.

           IF WS-NO-PRIOR-COUNT > 0 OR WS-NO-ADDRESS-COUNT > 0
                   OR WS-NOT-ON-FILE > 0
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
      *    0100-LOAD-TEMPLATE - THE LETTER BODY LINES; A MISSING    *
      *    TEMPLATE FALLS BACK TO A PLAIN NOTICE                     *
      *----------------------------------------------------------*
       0100-LOAD-TEMPLATE.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT TEMPLATE-FILE.
           IF TEMPLATE-FILE-OK
               PERFORM UNTIL WS-EOF = 'Y'
                   READ TEMPLATE-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF WS-TEMPLATE-COUNT < 20
                               ADD 1 TO WS-TEMPLATE-COUNT
                               MOVE TEMPLATE-REC TO
                                   WS-TEMPLATE-LINE(WS-TEMPLATE-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TEMPLATE-FILE
           END-IF.

           IF WS-TEMPLATE-COUNT = 0
               MOVE "<NAME>" TO WS-TEMPLATE-LINE(1)
               MOVE "<STREET>" TO WS-TEMPLATE-LINE(2)
               MOVE "<CITYLINE>" TO WS-TEMPLATE-LINE(3)
               MOVE SPACES TO WS-TEMPLATE-LINE(4)
               MOVE "<CHANGE>" TO WS-TEMPLATE-LINE(5)
               MOVE "<DETAIL>" TO WS-TEMPLATE-LINE(6)
               MOVE SPACES TO WS-TEMPLATE-LINE(7)
               MOVE 7 TO WS-TEMPLATE-COUNT
           END-IF.

      *----------------------------------------------------------*
      *    0150-LOAD-SENT-REGISTER - THE JOURNAL ROWS ALREADY       *
      *    CONFIRMED.  THE JOURNAL'S FIRST ROW DATES THE BATCH, SO   *
      *    OLDER REGISTER ROWS CANNOT MATCH AND ARE PASSED OVER.     *
      *----------------------------------------------------------*
       0150-LOAD-SENT-REGISTER.
           READ JOURNAL-FILE
               AT END
                   MOVE SPACES TO WS-JOURNAL-DATE
               NOT AT END
                   MOVE JRNL-TIMESTAMP(1:8) TO WS-JOURNAL-DATE
           END-READ.
           CLOSE JOURNAL-FILE.
           OPEN INPUT JOURNAL-FILE.
           IF WS-JOURNAL-DATE = SPACES
               EXIT PARAGRAPH
           END-IF.

           OPEN INPUT REGISTER-FILE.
           IF NOT REGISTER-FILE-OK
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y'
               READ REGISTER-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF CCR-JRNL-STAMP(1:8) NOT < WS-JOURNAL-DATE
                               AND WS-SENT-COUNT < 5000
                           ADD 1 TO WS-SENT-COUNT
                           MOVE CCR-JRNL-STAMP
                               TO WS-SENT-STAMP(WS-SENT-COUNT)
                           MOVE CCR-JRNL-SEQ
                               TO WS-SENT-SEQ(WS-SENT-COUNT)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE REGISTER-FILE.
           MOVE 'N' TO WS-EOF.

      *----------------------------------------------------------*
      *    0200-JUDGE-JOURNAL-ROW - AN A-BEFORE IMAGE IS HELD FOR   *
      *    THE OLD NAME; A NAME CHANGE'S A-AFTER ROW AND AN ADDRESS  *
      *    CHANGE'S B-NEW ROW EACH RAISE THEIR LETTERS               *
      *----------------------------------------------------------*
       0200-JUDGE-JOURNAL-ROW.
           IF JRNL-KIND = "A-BEFORE"
               MOVE JRNL-IMAGE(1:5) TO WS-BEFORE-ID
               MOVE JRNL-IMAGE(6:20) TO WS-BEFORE-NAME
               EXIT PARAGRAPH
           END-IF.

           EVALUATE TRUE
               WHEN JRNL-KIND = "A-AFTER" AND JRNL-TXN-TYPE = 'N'
                   CONTINUE
               WHEN JRNL-KIND = "B-NEW" AND JRNL-TXN-TYPE = 'A'
                   CONTINUE
               WHEN OTHER
                   EXIT PARAGRAPH
           END-EVALUATE.

           PERFORM 0250-CHECK-ALREADY-SENT.
           IF ALREADY-CONFIRMED
               ADD 1 TO WS-ALREADY-SENT
               EXIT PARAGRAPH
           END-IF.

           MOVE JRNL-TXN-ID TO WS-CUST-ID.
           MOVE WS-CUST-ID TO A-ID.
           READ CUST-A
               INVALID KEY
                   ADD 1 TO WS-NOT-ON-FILE
                   EXIT PARAGRAPH
           END-READ.
           MOVE A-NAME TO WS-CUST-NAME.
           MOVE A-PREF-NAME TO WS-CUST-PREF-NAME.
           MOVE A-STATUS TO WS-CUST-STATUS.
           MOVE A-ADDR TO WS-CUST-STANDBY-ADDR.
           IF WS-CUST-STATUS = 'D'
               ADD 1 TO WS-DECEASED-SKIPPED
               EXIT PARAGRAPH
           END-IF.
           PERFORM 0270-CHECK-DO-NOT-MAIL.

           IF JRNL-TXN-TYPE = 'N'
               PERFORM 0300-CONFIRM-NAME-CHANGE
           ELSE
               PERFORM 0400-CONFIRM-ADDR-CHANGE
           END-IF.

      *----------------------------------------------------------*
      *    0250-CHECK-ALREADY-SENT - IS THIS JOURNAL ROW ON THE     *
      *    REGISTER FROM AN EARLIER RUN                              *
      *----------------------------------------------------------*
       0250-CHECK-ALREADY-SENT.
           MOVE 'N' TO WS-SENT-FLAG.
           PERFORM VARYING WS-SENT-IDX FROM 1 BY 1
                   UNTIL WS-SENT-IDX > WS-SENT-COUNT
               IF WS-SENT-STAMP(WS-SENT-IDX) = JRNL-TIMESTAMP
                       AND WS-SENT-SEQ(WS-SENT-IDX) = JRNL-SEQ
                   SET ALREADY-CONFIRMED TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      *----------------------------------------------------------*
      *    0270-CHECK-DO-NOT-MAIL - NOTED FOR THE REGISTER ONLY     *
      *----------------------------------------------------------*
       0270-CHECK-DO-NOT-MAIL.
           MOVE 'N' TO WS-DNM-FLAG.
           IF NOT PREF-FILE-OK
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-CUST-ID TO PREF-CUST-ID.
           READ PREF-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF PREF-DO-NOT-MAIL = 'Y'
                       SET CUSTOMER-DO-NOT-MAIL TO TRUE
                   END-IF
           END-READ.

      *----------------------------------------------------------*
      *    0300-CONFIRM-NAME-CHANGE - ONE LETTER, IN THE NEW NAME,  *
      *    TO THE MAILING ADDRESS IN FORCE TODAY                     *
      *----------------------------------------------------------*
       0300-CONFIRM-NAME-CHANGE.
           PERFORM 0350-FIND-CURRENT-ADDRESS.
           IF WS-CURRENT-ADDR = SPACES
               ADD 1 TO WS-NO-ADDRESS-COUNT
               EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO WS-CHANGE-LINE.
           STRING "ON " JRNL-TIMESTAMP(1:8)
               " THE NAME ON YOUR ACCOUNT WAS CHANGED"
               DELIMITED BY SIZE INTO WS-CHANGE-LINE.
           MOVE SPACES TO WS-DETAIL-LINE.
           IF WS-BEFORE-ID = WS-CUST-ID
               STRING "FROM " FUNCTION TRIM(WS-BEFORE-NAME)
                   " TO " FUNCTION TRIM(WS-CUST-NAME)
                   DELIMITED BY SIZE INTO WS-DETAIL-LINE
           ELSE
               STRING "TO " FUNCTION TRIM(WS-CUST-NAME)
                   DELIMITED BY SIZE INTO WS-DETAIL-LINE
           END-IF.

           MOVE WS-CURRENT-ADDR TO WS-LETTER-ADDR.
           MOVE 'C' TO WS-ADDRESSEE.
           PERFORM 0600-PRINT-LETTER.
           ADD 1 TO WS-NAME-LETTERS.

      *----------------------------------------------------------*
      *    0350-FIND-CURRENT-ADDRESS - THE LATEST MAILING ROW       *
      *    EFFECTIVE ON OR BEFORE TODAY, ELSE THE STANDBY ADDRESS    *
      *    ON THE MASTER                                             *
      *----------------------------------------------------------*
       0350-FIND-CURRENT-ADDRESS.
           MOVE WS-CUST-STANDBY-ADDR TO WS-CURRENT-ADDR.
           IF NOT CUST-B-OK AND WS-CUST-B-STATUS NOT = '10'
                   AND WS-CUST-B-STATUS NOT = '23'
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-CUST-ID TO B-ID.
           MOVE 0 TO B-EFFECTIVE-DATE.
           MOVE 'N' TO WS-B-DONE.
           START CUST-B KEY >= B-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-B-DONE
           END-START.
           PERFORM UNTIL WS-B-DONE = 'Y'
               READ CUST-B NEXT
                   AT END
                       MOVE 'Y' TO WS-B-DONE
                   NOT AT END
                       IF B-ID NOT = WS-CUST-ID
                               OR B-EFFECTIVE-DATE > WS-RUN-DATE
                           MOVE 'Y' TO WS-B-DONE
                       ELSE
                           IF B-ADDR-TYPE = 'M' OR B-ADDR-TYPE = SPACE
                               MOVE B-ADDR TO WS-CURRENT-ADDR
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

      *----------------------------------------------------------*
      *    0400-CONFIRM-ADDR-CHANGE - A LETTER TO THE NEW ADDRESS   *
      *    AND ONE TO THE ADDRESS IT REPLACED.  WITH NO PRIOR        *
      *    ADDRESS ON FILE ONLY THE NEW ONE IS WRITTEN TO, AND THE   *
      *    CHANGE IS COUNTED FOR FOLLOW-UP.                          *
      *----------------------------------------------------------*
       0400-CONFIRM-ADDR-CHANGE.
           MOVE JRNL-IMAGE(1:68) TO WS-NEW-B-IMAGE.
           IF NB-ADDR-TYPE = SPACE
               MOVE 'M' TO WS-NEW-TYPE
           ELSE
               MOVE NB-ADDR-TYPE TO WS-NEW-TYPE
           END-IF.
           PERFORM 0450-FIND-PRIOR-ADDRESS.

           MOVE SPACES TO WS-CHANGE-LINE.
           EVALUATE WS-NEW-TYPE
               WHEN 'B'
                   STRING "ON " JRNL-TIMESTAMP(1:8)
                       " YOUR BILLING ADDRESS WAS CHANGED TO"
                       DELIMITED BY SIZE INTO WS-CHANGE-LINE
               WHEN 'S'
                   STRING "ON " JRNL-TIMESTAMP(1:8)
                       " YOUR SEASONAL ADDRESS WAS CHANGED TO"
                       DELIMITED BY SIZE INTO WS-CHANGE-LINE
               WHEN OTHER
                   STRING "ON " JRNL-TIMESTAMP(1:8)
                       " YOUR MAILING ADDRESS WAS CHANGED TO"
                       DELIMITED BY SIZE INTO WS-CHANGE-LINE
           END-EVALUATE.
           MOVE SPACES TO WS-PARSED-ADDR.
           CALL 'SUB-ADDR' USING NB-ADDR WS-PARSED-ADDR.
           MOVE SPACES TO WS-DETAIL-LINE.
           STRING FUNCTION TRIM(WS-PARSED-STREET) ", "
               FUNCTION TRIM(WS-PARSED-CITY) " "
               WS-PARSED-STATE " " WS-PARSED-ZIP
               DELIMITED BY SIZE INTO WS-DETAIL-LINE.

           MOVE NB-ADDR TO WS-LETTER-ADDR.
           MOVE 'N' TO WS-ADDRESSEE.
           PERFORM 0600-PRINT-LETTER.
           ADD 1 TO WS-NEW-ADDR-LETTERS.

           IF WS-PRIOR-ADDR = SPACES
               ADD 1 TO WS-NO-PRIOR-COUNT
               EXIT PARAGRAPH
           END-IF.
           IF WS-PRIOR-ADDR = NB-ADDR
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-PRIOR-ADDR TO WS-LETTER-ADDR.
           MOVE 'O' TO WS-ADDRESSEE.
           PERFORM 0600-PRINT-LETTER.
           ADD 1 TO WS-OLD-ADDR-LETTERS.

      *----------------------------------------------------------*
      *    0450-FIND-PRIOR-ADDRESS - THE LATEST ROW OF THE SAME     *
      *    ADDRESS TYPE DATED BEFORE THE NEW ONE; FOR A MAILING      *
      *    CHANGE WITH NO EARLIER ROW, THE STANDBY ADDRESS ON THE    *
      *    MASTER IS WHERE THE CUSTOMER WAS BEING WRITTEN TO         *
      *----------------------------------------------------------*
       0450-FIND-PRIOR-ADDRESS.
           MOVE SPACES TO WS-PRIOR-ADDR.
           IF CUST-B-OK OR WS-CUST-B-STATUS = '10'
                   OR WS-CUST-B-STATUS = '23'
               MOVE WS-CUST-ID TO B-ID
               MOVE 0 TO B-EFFECTIVE-DATE
               MOVE 'N' TO WS-B-DONE
               START CUST-B KEY >= B-KEY
                   INVALID KEY
                       MOVE 'Y' TO WS-B-DONE
               END-START
               PERFORM UNTIL WS-B-DONE = 'Y'
                   READ CUST-B NEXT
                       AT END
                           MOVE 'Y' TO WS-B-DONE
                       NOT AT END
                           IF B-ID NOT = WS-CUST-ID
                                   OR B-EFFECTIVE-DATE
                                       NOT < NB-EFFECTIVE-DATE
                               MOVE 'Y' TO WS-B-DONE
                           ELSE
                               PERFORM 0460-TAKE-IF-SAME-TYPE
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           IF WS-PRIOR-ADDR = SPACES AND WS-NEW-TYPE = 'M'
               MOVE WS-CUST-STANDBY-ADDR TO WS-PRIOR-ADDR
           END-IF.

      *----------------------------------------------------------*
      *    0460-TAKE-IF-SAME-TYPE - A BLANK TYPE READS AS MAILING   *
      *----------------------------------------------------------*
       0460-TAKE-IF-SAME-TYPE.
           IF B-ADDR-TYPE = SPACE
               MOVE 'M' TO WS-ROW-TYPE
           ELSE
               MOVE B-ADDR-TYPE TO WS-ROW-TYPE
           END-IF.
           IF WS-ROW-TYPE = WS-NEW-TYPE
               MOVE B-ADDR TO WS-PRIOR-ADDR
           END-IF.

      *----------------------------------------------------------*
      *    0600-PRINT-LETTER - THE TEMPLATE FILLED IN FOR THE       *
      *    ADDRESS IN WS-LETTER-ADDR, THEN ITS REGISTER AND          *
      *    COMMUNICATIONS-HISTORY ROWS                               *
      *----------------------------------------------------------*
       0600-PRINT-LETTER.
           MOVE SPACES TO WS-PARSED-ADDR.
           CALL 'SUB-ADDR' USING WS-LETTER-ADDR WS-PARSED-ADDR.
           PERFORM 0650-BUILD-SALUTATION.

           PERFORM VARYING WS-TEMPLATE-IDX FROM 1 BY 1
                   UNTIL WS-TEMPLATE-IDX > WS-TEMPLATE-COUNT
               MOVE SPACES TO LETTER-REC
               EVALUATE FUNCTION
                       TRIM(WS-TEMPLATE-LINE(WS-TEMPLATE-IDX))
                   WHEN "<NAME>"
                       MOVE WS-CUST-NAME TO LETTER-REC
                   WHEN "<SALUTATION>"
                       MOVE WS-SALUTATION TO LETTER-REC
                   WHEN "<STREET>"
                       MOVE WS-PARSED-STREET TO LETTER-REC
                   WHEN "<CITYLINE>"
                       MOVE SPACES TO WS-CITY-LINE
                       STRING FUNCTION TRIM(WS-PARSED-CITY)
                           " " WS-PARSED-STATE " " WS-PARSED-ZIP
                           DELIMITED BY SIZE INTO WS-CITY-LINE
                       MOVE WS-CITY-LINE TO LETTER-REC
                   WHEN "<CHANGE>"
                       MOVE WS-CHANGE-LINE TO LETTER-REC
                   WHEN "<DETAIL>"
                       MOVE WS-DETAIL-LINE TO LETTER-REC
                   WHEN OTHER
                       MOVE WS-TEMPLATE-LINE(WS-TEMPLATE-IDX)
                           TO LETTER-REC
               END-EVALUATE
               WRITE LETTER-REC
           END-PERFORM.

           MOVE WS-RUN-DATE TO CCR-SENT-DATE.
           MOVE WS-CUST-ID TO CCR-CUST-ID.
           MOVE JRNL-TXN-TYPE TO CCR-TXN-TYPE.
           MOVE WS-ADDRESSEE TO CCR-ADDRESSEE.
           MOVE WS-LETTER-ADDR TO CCR-ADDR.
           MOVE WS-DNM-FLAG TO CCR-DNM-OVERRIDE.
           MOVE JRNL-TIMESTAMP TO CCR-JRNL-STAMP.
           MOVE JRNL-SEQ TO CCR-JRNL-SEQ.
           MOVE WS-RUN-ID TO CCR-RUN-ID.
           MOVE JRNL-OPERATOR TO CCR-OPERATOR.
           WRITE CCR-RECORD.
           IF CUSTOMER-DO-NOT-MAIL
               ADD 1 TO WS-DNM-OVERRIDES
           END-IF.

           MOVE WS-CUST-ID TO COMM-CUST-ID.
           MOVE WS-RUN-DATE TO COMM-DATE.
           MOVE 'P' TO COMM-CHANNEL.
           MOVE "CHGCONF" TO COMM-DOC-TYPE.
           EVALUATE WS-ADDRESSEE
               WHEN 'O'
                   MOVE "ADDR-OLD" TO COMM-TEMPLATE
               WHEN 'N'
                   MOVE "ADDR-NEW" TO COMM-TEMPLATE
               WHEN OTHER
                   MOVE "NAME" TO COMM-TEMPLATE
           END-EVALUATE.
           MOVE WS-RUN-ID TO COMM-RUN-ID.
           MOVE "CHGCONF" TO COMM-PROGRAM.
           WRITE COMM-RECORD.

      *----------------------------------------------------------*
      *    0650-BUILD-SALUTATION - THE GREETING SUB-NAME BUILDS    *
      *    FROM THE NAMES ON FILE, AS LETTER GETS IT                 *
      *----------------------------------------------------------*
       0650-BUILD-SALUTATION.
           CALL 'SUB-NAME' USING WS-CUST-NAME WS-NAME-RESULT
               WS-CUST-PREF-NAME.
           MOVE WS-NR-SALUTATION TO WS-SALUTATION.
