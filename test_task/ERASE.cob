       IDENTIFICATION DIVISION.
       PROGRAM-ID. ERASE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *----------------------------------------------------------*
      *    REQUEST-FILE - THE APPROVED ERASURE REQUESTS: CUSTOMER,  *
      *    OUR REQUEST REFERENCE, WHO APPROVED IT AND WHEN.  THE     *
      *    APPROVER MUST HOLD THE 'E' AUTHORITY ON MAINT_AUTH.TXT.   *
      *----------------------------------------------------------*
           SELECT REQUEST-FILE ASSIGN TO './erasure_requests.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REQUEST-STATUS.

      *----------------------------------------------------------*
      *    PARM-FILE - HOW MANY DAYS BACK THE DATED SORTED          *
      *    GENERATIONS ARE SEARCHED (9(4)); MISSING FILE: 400 DAYS   *
      *----------------------------------------------------------*
           SELECT PARM-FILE ASSIGN TO './erase_param.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT AUTH-FILE ASSIGN TO './maint_auth.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUTH-STATUS.

           SELECT CUST-A ASSIGN TO './custA.txt'
               ORGANIZATION IS INDEXED
               RECORD KEY IS A-ID
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS WS-CUST-A-STATUS.

           SELECT CUST-B ASSIGN TO './custB.txt'
               ORGANIZATION IS INDEXED
               RECORD KEY IS B-KEY
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS WS-CUST-B-STATUS.

           SELECT NOTES-FILE ASSIGN TO './cust-notes.txt'
               ORGANIZATION IS INDEXED
               RECORD KEY IS NOTE-KEY
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS WS-NOTES-STATUS.

           SELECT BALANCE-FILE ASSIGN TO './cust-balance.txt'
               ORGANIZATION IS INDEXED
               RECORD KEY IS BAL-ID
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS WS-BALANCE-STATUS.

           SELECT HISTORY-FILE ASSIGN TO './cust-txn-history.txt'
               ORGANIZATION IS INDEXED
               RECORD KEY IS HIST-KEY
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS WS-HISTORY-STATUS.

      *----------------------------------------------------------*
      *    GEN-FILE IS REUSED FOR EVERY LINE-SEQUENTIAL COPY OF     *
      *    CUSTOMER DATA IN TURN - THE FEED, NAME HISTORY, THE       *
      *    HOUSEHOLD XREF, THE SORTED FILES AND THEIR DATED          *
      *    GENERATIONS, C'S OUTPUTS, THE MAINT JOURNALS AND THE      *
      *    RETENTION ARCHIVES.  EACH IS COPIED THROUGH WORK-FILE     *
      *    WITH THE ERASED ROWS OVERWRITTEN AND, IF ANY ROW WAS      *
      *    TOUCHED, COPIED BACK OVER ITSELF.                         *
      *----------------------------------------------------------*
           SELECT GEN-FILE ASSIGN TO WS-GEN-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GEN-STATUS.

           SELECT WORK-FILE ASSIGN TO './result/erasure-work.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WORK-STATUS.

           SELECT ARCHLIST-FILE
               ASSIGN TO './result/retention-archives.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCHLIST-STATUS.

      *----------------------------------------------------------*
      *    CERT-FILE - THE DATED ERASURE CERTIFICATE: EVERY REQUEST *
      *    WITH ITS OUTCOME, AND EVERY FILE AND ROW OVERWRITTEN.     *
      *    IT NAMES CUSTOMERS BY ID ONLY.                            *
      *----------------------------------------------------------*
           SELECT CERT-FILE ASSIGN TO WS-CERT-NAME
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT AUDIT-FILE ASSIGN TO './result/audit-trail.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT RUNID-FILE ASSIGN TO './result/run-id.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNID-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD REQUEST-FILE.
       01 REQUEST-REC.
           05 ERQ-CUST-ID PIC X(5).
           05 ERQ-REFERENCE PIC X(10).
           05 ERQ-APPROVER PIC X(8).
           05 ERQ-APPROVED-DATE PIC X(8).

       FD PARM-FILE.
       01 PARM-REC.
           05 PARM-REACH-DAYS PIC 9(4).

       FD AUTH-FILE.
       01 AUTH-REC.
           05 AUTH-OPER-ID PIC X(8).
           05 AUTH-ALLOWED-TYPES PIC X(20).

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

       FD NOTES-FILE.
           COPY "custnoterec".

       FD BALANCE-FILE.
       01 BAL-REC.
           COPY "balrec" REPLACING FIELD-ID BY BAL-ID
               FIELD-AMOUNT BY BAL-AMOUNT
               FIELD-TXN-COUNT BY BAL-TXN-COUNT
               FIELD-LAST-DATE BY BAL-LAST-DATE
               FIELD-CREDIT-LIMIT BY BAL-CREDIT-LIMIT.

       FD HISTORY-FILE.
       01 HIST-REC.
           COPY "posthistrec" REPLACING FIELD-KEY BY HIST-KEY
               FIELD-ID BY HIST-ID FIELD-SEQ BY HIST-SEQ
               FIELD-TYPE BY HIST-TYPE FIELD-SIGN BY HIST-SIGN
               FIELD-AMOUNT BY HIST-AMOUNT FIELD-DATE BY HIST-DATE
               FIELD-OPEN-AMOUNT BY HIST-OPEN-AMOUNT
               FIELD-OPEN-STATUS BY HIST-OPEN-STATUS
               FIELD-TXN-ID BY HIST-TXN-ID
               FIELD-REV-FLAG BY HIST-REV-FLAG
               FIELD-ACCT-DATE BY HIST-ACCT-DATE
               FIELD-DISPUTE-FLAG BY HIST-DISPUTE-FLAG
               FIELD-DISPUTE-DATE BY HIST-DISPUTE-DATE
               FIELD-DISPUTE-REASON BY HIST-DISPUTE-REASON
               FIELD-INVOICE-NO BY HIST-INVOICE-NO.

       FD GEN-FILE.
       01 GEN-REC PIC X(200).

       FD WORK-FILE.
       01 WORK-REC PIC X(200).

       FD ARCHLIST-FILE.
       01 ARCHLIST-REC.
           05 ARCHL-TYPE PIC X(8).
           05 ARCHL-NAME PIC X(50).

       FD CERT-FILE.
       01 CERT-LINE PIC X(132).

       FD AUDIT-FILE.
           COPY "auditrec".

       FD RUNID-FILE.
       01 RUNID-REC.
           05 RUNID-VALUE PIC X(8).

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------*
      *    RIGHT-TO-ERASURE RUN - FOR EACH APPROVED REQUEST WHOSE   *
      *    CUSTOMER IS INACTIVE, OWES AND IS OWED NOTHING, AND HAS   *
      *    NO ITEM IN DISPUTE, THE NAME, ADDRESS, CONTACT DETAIL,    *
      *    DATE OF BIRTH AND NOTE TEXT ARE OVERWRITTEN IN EVERY      *
      *    FILE THAT CARRIES A COPY.  CUSTOMER IDS, KEYS, DATES,     *
      *    STATUSES AND THE WHOLE MONEY HISTORY ARE LEFT AS THEY     *
      *    ARE, SO BALANCES, POSTINGS AND THE AUDIT TRAIL STILL      *
      *    RECONCILE.  THE MASTER NAME BECOMES THE ERASED MARKER     *
      *    BELOW, WHICH MAINT REFUSES TO REINSTATE.                  *
      *----------------------------------------------------------*
       01 WS-REQUEST-STATUS PIC XX.
           88 REQUEST-FILE-OK VALUE '00'.
       01 WS-PARM-STATUS PIC XX.
           88 PARM-FILE-OK VALUE '00'.
       01 WS-AUTH-STATUS PIC XX.
           88 AUTH-FILE-OK VALUE '00'.
       01 WS-CUST-A-STATUS PIC XX.
           88 CUST-A-OK VALUE '00'.
       01 WS-CUST-B-STATUS PIC XX.
           88 CUST-B-OK VALUE '00'.
       01 WS-NOTES-STATUS PIC XX.
           88 NOTES-FILE-OK VALUE '00'.
       01 WS-BALANCE-STATUS PIC XX.
           88 BALANCE-FILE-OK VALUE '00'.
       01 WS-HISTORY-STATUS PIC XX.
           88 HISTORY-FILE-OK VALUE '00'.
       01 WS-GEN-STATUS PIC XX.
           88 GEN-FILE-OK VALUE '00'.
       01 WS-WORK-STATUS PIC XX.
           88 WORK-FILE-OK VALUE '00'.
       01 WS-ARCHLIST-STATUS PIC XX.
           88 ARCHLIST-FILE-OK VALUE '00'.
       01 WS-AUDIT-STATUS PIC XX.
           88 AUDIT-FILE-OK VALUE '00'.
       01 WS-RUNID-STATUS PIC XX.
           88 RUNID-FILE-OK VALUE '00'.
       01 WS-EOF PIC X VALUE 'N'.
       01 WS-SCAN-DONE PIC X.
       01 WS-COPY-DONE PIC X.
       01 WS-CUST-B-OPEN PIC X VALUE 'N'.
       01 WS-NOTES-OPEN PIC X VALUE 'N'.
       01 WS-BALANCE-OPEN PIC X VALUE 'N'.
       01 WS-HISTORY-OPEN PIC X VALUE 'N'.

       01 WS-RUN-ID PIC X(8) VALUE SPACES.
       01 WS-RUN-DATE PIC 9(8).
       01 WS-RUN-DAYS PIC 9(8).
       01 WS-PROBE-DATE PIC 9(8).
       01 WS-REACH-DAYS PIC 9(4) VALUE 400.
       01 WS-DAY-IDX PIC 9(4).
       01 WS-CERT-NAME PIC X(50).
       01 WS-GEN-NAME PIC X(50).
       01 WS-ERASED-NAME PIC X(20) VALUE "** ERASED **".

      *----------------------------------------------------------*
      *    OPERATORS HOLDING THE 'E' (ERASURE APPROVAL) AUTHORITY   *
      *----------------------------------------------------------*
       01 WS-APPROVER-TABLE.
           05 WS-APPROVER-ID OCCURS 50 TIMES PIC X(8).
       01 WS-APPROVER-COUNT PIC 9(2) VALUE 0.
       01 WS-APPROVER-IDX PIC 9(2).
       01 WS-TYPE-TALLY PIC 9(2).
       01 WS-APPROVER-FOUND PIC X.
           88 APPROVER-HAS-AUTHORITY VALUE 'Y'.

      *----------------------------------------------------------*
      *    CUSTOMERS CLEARED FOR ERASURE THIS RUN, WITH THE FEED ID *
      *    THEIR XREF LINK POINTS AT (SPACES WHEN NOT LINKED)        *
      *----------------------------------------------------------*
       01 WS-ERASE-TABLE.
           05 WS-ERASE-ENTRY OCCURS 200 TIMES.
               10 WS-ER-CUST-ID PIC X(5).
               10 WS-ER-FEED-ID PIC X(4).
               10 WS-ER-REFERENCE PIC X(10).
               10 WS-ER-APPROVER PIC X(8).
               10 WS-ER-COMPANY PIC X(2).
               10 WS-ER-ROWS PIC 9(7).
       01 WS-ERASE-COUNT PIC 9(3) VALUE 0.
       01 WS-ERASE-IDX PIC 9(3).
       01 WS-MATCH-IDX PIC 9(3).

       01 WS-REJECT-REASON PIC X(30).
       01 WS-REQUEST-COUNT PIC 9(7) VALUE 0.
       01 WS-REJECT-COUNT PIC 9(7) VALUE 0.
       01 WS-FILE-COUNT PIC 9(7) VALUE 0.
       01 WS-ROW-TOTAL PIC 9(9) VALUE 0.

       01 WS-XLINK-DIRECTION PIC X(1) VALUE 'P'.
       01 WS-XLINK-FEED-ID PIC X(4).
       01 WS-XLINK-PIPE-ID PIC X(5).
       01 WS-XLINK-RESULT PIC X(1).
           88 LINK-FOUND VALUE 'Y'.

      *----------------------------------------------------------*
      *    ONE LINE-SEQUENTIAL FILE BEING SCRUBBED.  WS-GEN-KIND    *
      *    SAYS WHICH LAYOUT ITS ROWS HAVE:                          *
      *      A  CUSTNAMEREC (CUSTA-SORTED AND ITS GENERATIONS)       *
      *      B  CUSTADDRREC (CUSTB-SORTED, GENERATIONS, ADDRESS      *
      *         ARCHIVES)                                            *
      *      C  ID + NAME + ADDRESS (CUST-ALL, CUST-INACTIVE,        *
      *         CUST-NOADDR)                                         *
      *      D  ID + ADDRESS (CUST-NONAME)                           *
      *      V  C'S COMMA-DELIMITED CUST-ALL.CSV                     *
      *      F  THE CUSTOMER FEED, MATCHED ON THE FEED ID            *
      *      N  NAMEHISTREC                                          *
      *      H  THE HOUSEHOLD XREF                                   *
      *      T  CUSTNOTEREC (NOTES ARCHIVES)                         *
      *      J  JRNLREC (THE MAINT JOURNAL)                          *
      *      K  JRNLREC BEHIND AN 8-BYTE APPLY DATE (THE JOURNAL     *
      *         ARCHIVE)                                             *
      *----------------------------------------------------------*
       01 WS-GEN-KIND PIC X(1).
       01 WS-ROW PIC X(200).
       01 WS-ROW-NUMBER PIC 9(7).
       01 WS-ROWS-TOUCHED PIC 9(7).
       01 WS-ROW-ID PIC X(5).
       01 WS-ROW-LEN PIC 9(3).
       01 WS-ROW-STATUS PIC X(1).
       01 WS-JRNL-BASE PIC 9(2).
       01 WS-JRNL-POS PIC 9(3).

       01 WS-COUNT-EDIT PIC Z(6)9.
       01 WS-ROW-EDIT PIC Z(6)9.

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE.
           MOVE FUNCTION INTEGER-OF-DATE(WS-RUN-DATE) TO WS-RUN-DAYS.
           PERFORM 0050-LOAD-RUN-ID.
           PERFORM 0100-LOAD-PARAMETERS.
           PERFORM 0150-LOAD-APPROVERS.

           OPEN INPUT REQUEST-FILE.
           IF NOT REQUEST-FILE-OK
               DISPLAY "ERASE - no erasure_requests.txt, nothing to do"
               MOVE 0 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN I-O CUST-A.
           IF NOT CUST-A-OK
               DISPLAY "ERASE - customer master not available, "
                   "status " WS-CUST-A-STATUS
               CLOSE REQUEST-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN I-O CUST-B.
           IF CUST-B-OK
               MOVE 'Y' TO WS-CUST-B-OPEN
           END-IF.
           OPEN I-O NOTES-FILE.
           IF NOTES-FILE-OK
               MOVE 'Y' TO WS-NOTES-OPEN
           END-IF.
           OPEN INPUT BALANCE-FILE.
           IF BALANCE-FILE-OK
               MOVE 'Y' TO WS-BALANCE-OPEN
           END-IF.
           OPEN INPUT HISTORY-FILE.
           IF HISTORY-FILE-OK
               MOVE 'Y' TO WS-HISTORY-OPEN
           END-IF.

           MOVE SPACES TO WS-CERT-NAME.
           STRING "./result/erasure-certificate-" WS-RUN-DATE ".txt"
               DELIMITED BY SIZE INTO WS-CERT-NAME.
           OPEN OUTPUT CERT-FILE.
           MOVE SPACES TO CERT-LINE.
           STRING "ERASURE CERTIFICATE - RUN DATE " WS-RUN-DATE
               " RUN ID " WS-RUN-ID
               DELIMITED BY SIZE INTO CERT-LINE.
           WRITE CERT-LINE.
           MOVE SPACES TO CERT-LINE.
           WRITE CERT-LINE.

           OPEN EXTEND AUDIT-FILE.
           IF NOT AUDIT-FILE-OK
               OPEN OUTPUT AUDIT-FILE
           END-IF.

           PERFORM UNTIL WS-EOF = 'Y'
               READ REQUEST-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF ERQ-CUST-ID NOT = SPACES
                           ADD 1 TO WS-REQUEST-COUNT
                           PERFORM 0200-JUDGE-ONE-REQUEST
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE REQUEST-FILE.
           MOVE 'N' TO WS-EOF.

           IF WS-ERASE-COUNT > 0
               MOVE SPACES TO CERT-LINE
               WRITE CERT-LINE
               MOVE SPACES TO CERT-LINE
               STRING "FILES AND ROWS OVERWRITTEN"
                   DELIMITED BY SIZE INTO CERT-LINE
               WRITE CERT-LINE
               PERFORM VARYING WS-ERASE-IDX FROM 1 BY 1
                       UNTIL WS-ERASE-IDX > WS-ERASE-COUNT
                   PERFORM 0300-ERASE-MASTER-FILES
               END-PERFORM
               PERFORM 0400-ERASE-SEQUENTIAL-COPIES
               PERFORM 0800-CLOSE-CERTIFICATE
           END-IF.

           CLOSE CUST-A.
           IF WS-CUST-B-OPEN = 'Y'
               CLOSE CUST-B
           END-IF.
           IF WS-NOTES-OPEN = 'Y'
               CLOSE NOTES-FILE
           END-IF.
           IF WS-BALANCE-OPEN = 'Y'
               CLOSE BALANCE-FILE
           END-IF.
           IF WS-HISTORY-OPEN = 'Y'
               CLOSE HISTORY-FILE
           END-IF.
           CLOSE CERT-FILE.
           CLOSE AUDIT-FILE.

           DISPLAY "ERASE requests read: " WS-REQUEST-COUNT.
           DISPLAY "ERASE customers erased: " WS-ERASE-COUNT.
           DISPLAY "ERASE requests refused: " WS-REJECT-COUNT.
           DISPLAY "ERASE rows overwritten: " WS-ROW-TOTAL
               " in " WS-FILE-COUNT " files".

           IF WS-REJECT-COUNT > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
           GOBACK.

      *----------------------------------------------------------*
      *    0050-LOAD-RUN-ID - PICK UP THE CHAIN'S RUN IDENTIFIER,   *
      *    SPACES WHEN RUN ON ITS OWN                                *
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
      *    0100-LOAD-PARAMETERS - THE GENERATION REACH IN DAYS      *
      *----------------------------------------------------------*
       0100-LOAD-PARAMETERS.
           OPEN INPUT PARM-FILE.
           IF PARM-FILE-OK
               READ PARM-FILE
                   NOT AT END
                       IF PARM-REACH-DAYS NUMERIC
                               AND PARM-REACH-DAYS > 0
                           MOVE PARM-REACH-DAYS TO WS-REACH-DAYS
                       END-IF
               END-READ
               CLOSE PARM-FILE
           END-IF.

      *----------------------------------------------------------*
      *    0150-LOAD-APPROVERS - EVERY OPERATOR WHOSE AUTHORITY     *
      *    LETTERS INCLUDE 'E'.  NO AUTHORITY FILE MEANS NOBODY CAN  *
      *    APPROVE, SO NOTHING IS ERASED.                            *
      *----------------------------------------------------------*
       0150-LOAD-APPROVERS.
           OPEN INPUT AUTH-FILE.
           IF NOT AUTH-FILE-OK
               DISPLAY "ERASE - maint_auth.txt not available, no "
                   "request can be approved"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-EOF = 'Y'
               READ AUTH-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       MOVE 0 TO WS-TYPE-TALLY
                       INSPECT AUTH-ALLOWED-TYPES
                           TALLYING WS-TYPE-TALLY FOR ALL 'E'
                       IF WS-TYPE-TALLY > 0
                               AND WS-APPROVER-COUNT < 50
                           ADD 1 TO WS-APPROVER-COUNT
                           MOVE AUTH-OPER-ID
                               TO WS-APPROVER-ID(WS-APPROVER-COUNT)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE AUTH-FILE.
           MOVE 'N' TO WS-EOF.

      *----------------------------------------------------------*
      *    0200-JUDGE-ONE-REQUEST - THE REQUEST MUST BE APPROVED BY *
      *    AN 'E' OPERATOR ON OR BEFORE TODAY, AND THE CUSTOMER MUST *
      *    BE ON FILE, INACTIVE, AT A ZERO BALANCE AND WITH NO ITEM  *
      *    IN DISPUTE.  A CUSTOMER ALREADY ERASED IS NOT ERASED      *
      *    AGAIN.                                                    *
      *----------------------------------------------------------*
       0200-JUDGE-ONE-REQUEST.
           MOVE SPACES TO WS-REJECT-REASON.
           MOVE 'N' TO WS-APPROVER-FOUND.
           PERFORM VARYING WS-APPROVER-IDX FROM 1 BY 1
                   UNTIL WS-APPROVER-IDX > WS-APPROVER-COUNT
               IF WS-APPROVER-ID(WS-APPROVER-IDX) = ERQ-APPROVER
                       AND ERQ-APPROVER NOT = SPACES
                   SET APPROVER-HAS-AUTHORITY TO TRUE
               END-IF
           END-PERFORM.

           EVALUATE TRUE
               WHEN NOT APPROVER-HAS-AUTHORITY
                   MOVE "NOT APPROVED BY AN E OPERATOR"
                       TO WS-REJECT-REASON
               WHEN ERQ-APPROVED-DATE NOT NUMERIC
                   MOVE "NO APPROVAL DATE" TO WS-REJECT-REASON
               WHEN ERQ-APPROVED-DATE > WS-RUN-DATE
                   MOVE "APPROVAL DATED IN THE FUTURE"
                       TO WS-REJECT-REASON
           END-EVALUATE.

           IF WS-REJECT-REASON = SPACES
               MOVE ERQ-CUST-ID TO A-ID
               READ CUST-A
                   INVALID KEY
                       MOVE "NOT ON CUSTOMER MASTER"
                           TO WS-REJECT-REASON
               END-READ
           END-IF.
           IF WS-REJECT-REASON = SPACES
               EVALUATE TRUE
                   WHEN A-NAME = WS-ERASED-NAME
                       MOVE "ALREADY ERASED" TO WS-REJECT-REASON
                   WHEN A-STATUS NOT = 'I'
                       MOVE "CUSTOMER NOT INACTIVE"
                           TO WS-REJECT-REASON
               END-EVALUATE
           END-IF.
           IF WS-REJECT-REASON = SPACES
               PERFORM 0210-CHECK-BALANCE
           END-IF.
           IF WS-REJECT-REASON = SPACES
               PERFORM 0220-CHECK-DISPUTES
           END-IF.
           IF WS-REJECT-REASON = SPACES
                   AND WS-ERASE-COUNT NOT < 200
               MOVE "RUN LIMIT REACHED - RESUBMIT"
                   TO WS-REJECT-REASON
           END-IF.

           IF WS-REJECT-REASON NOT = SPACES
               ADD 1 TO WS-REJECT-COUNT
               MOVE SPACES TO CERT-LINE
               STRING "REQUEST " ERQ-REFERENCE " CUSTOMER "
                   ERQ-CUST-ID " REFUSED - " WS-REJECT-REASON
                   DELIMITED BY SIZE INTO CERT-LINE
               WRITE CERT-LINE
               MOVE SPACES TO AUDIT-COMPANY
               MOVE "ERASE-REF" TO AUDIT-ACTION
               PERFORM 0950-WRITE-AUDIT
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WS-ERASE-COUNT.
           MOVE ERQ-CUST-ID TO WS-ER-CUST-ID(WS-ERASE-COUNT).
           MOVE ERQ-REFERENCE TO WS-ER-REFERENCE(WS-ERASE-COUNT).
           MOVE ERQ-APPROVER TO WS-ER-APPROVER(WS-ERASE-COUNT).
           MOVE A-COMPANY TO WS-ER-COMPANY(WS-ERASE-COUNT).
           MOVE 0 TO WS-ER-ROWS(WS-ERASE-COUNT).
           MOVE SPACES TO WS-XLINK-FEED-ID.
           MOVE ERQ-CUST-ID TO WS-XLINK-PIPE-ID.
           CALL 'XREFSUB' USING WS-XLINK-DIRECTION WS-XLINK-FEED-ID
               WS-XLINK-PIPE-ID WS-XLINK-RESULT.
           IF LINK-FOUND
               MOVE WS-XLINK-FEED-ID TO WS-ER-FEED-ID(WS-ERASE-COUNT)
           ELSE
               MOVE SPACES TO WS-ER-FEED-ID(WS-ERASE-COUNT)
           END-IF.

           MOVE SPACES TO CERT-LINE.
           STRING "REQUEST " ERQ-REFERENCE " CUSTOMER "
               ERQ-CUST-ID " APPROVED BY " ERQ-APPROVER
               " ON " ERQ-APPROVED-DATE " - ERASED"
               DELIMITED BY SIZE INTO CERT-LINE.
           WRITE CERT-LINE.

      *----------------------------------------------------------*
      *    0210-CHECK-BALANCE - NO BALANCE ROW MEANS NEVER POSTED,  *
      *    WHICH IS A ZERO BALANCE                                   *
      *----------------------------------------------------------*
       0210-CHECK-BALANCE.
           IF WS-BALANCE-OPEN NOT = 'Y'
               EXIT PARAGRAPH
           END-IF.
           MOVE ERQ-CUST-ID TO BAL-ID.
           READ BALANCE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF BAL-AMOUNT NOT = 0
                       MOVE "BALANCE NOT ZERO" TO WS-REJECT-REASON
                   END-IF
           END-READ.

      *----------------------------------------------------------*
      *    0220-CHECK-DISPUTES - ANY OPEN ITEM STILL FLAGGED IN     *
      *    DISPUTE HOLDS THE ERASURE UNTIL THE DISPUTE IS SETTLED    *
      *----------------------------------------------------------*
       0220-CHECK-DISPUTES.
           IF WS-HISTORY-OPEN NOT = 'Y'
               EXIT PARAGRAPH
           END-IF.
           MOVE ERQ-CUST-ID TO HIST-ID.
           MOVE 0 TO HIST-SEQ.
           MOVE 'N' TO WS-SCAN-DONE.
           START HISTORY-FILE KEY >= HIST-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-SCAN-DONE
           END-START.
           PERFORM UNTIL WS-SCAN-DONE = 'Y'
               READ HISTORY-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-SCAN-DONE
                   NOT AT END
                       IF HIST-ID NOT = ERQ-CUST-ID
                           MOVE 'Y' TO WS-SCAN-DONE
                       ELSE
                           IF HIST-DISPUTE-FLAG = 'Y'
                                   AND HIST-OPEN-STATUS = 'O'
                               MOVE "OPEN DISPUTE ON ACCOUNT"
                                   TO WS-REJECT-REASON
                               MOVE 'Y' TO WS-SCAN-DONE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

      *----------------------------------------------------------*
      *    0300-ERASE-MASTER-FILES - THE KEYED FILES: THE MASTER    *
      *    ROW, EVERY DATED ADDRESS ROW, AND EVERY NOTE'S TEXT.      *
      *    KEYS, DATES, STATUS AND COMPANY ARE KEPT.                 *
      *----------------------------------------------------------*
       0300-ERASE-MASTER-FILES.
           MOVE WS-ER-CUST-ID(WS-ERASE-IDX) TO A-ID.
           READ CUST-A
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ.
           MOVE WS-ERASED-NAME TO A-NAME.
           MOVE SPACES TO A-PREF-NAME.
           MOVE SPACES TO A-ADDR.
           REWRITE A-REC
               INVALID KEY
                   EXIT PARAGRAPH
           END-REWRITE.
           MOVE "./custA.txt" TO WS-GEN-NAME.
           MOVE A-ID TO WS-ROW-ID.
           MOVE 1 TO WS-ROWS-TOUCHED.
           PERFORM 0350-CERTIFY-KEYED-FILE.

           IF WS-CUST-B-OPEN = 'Y'
               MOVE 0 TO WS-ROWS-TOUCHED
               MOVE WS-ER-CUST-ID(WS-ERASE-IDX) TO B-ID
               MOVE 0 TO B-EFFECTIVE-DATE
               MOVE 'N' TO WS-SCAN-DONE
               START CUST-B KEY >= B-KEY
                   INVALID KEY
                       MOVE 'Y' TO WS-SCAN-DONE
               END-START
               PERFORM UNTIL WS-SCAN-DONE = 'Y'
                   READ CUST-B NEXT
                       AT END
                           MOVE 'Y' TO WS-SCAN-DONE
                       NOT AT END
                           IF B-ID NOT = WS-ER-CUST-ID(WS-ERASE-IDX)
                               MOVE 'Y' TO WS-SCAN-DONE
                           ELSE
                               MOVE SPACES TO B-ADDR
                               MOVE SPACES TO B-NAME
                               REWRITE B-REC
                                   INVALID KEY
                                       CONTINUE
                                   NOT INVALID KEY
                                       ADD 1 TO WS-ROWS-TOUCHED
                               END-REWRITE
                           END-IF
                   END-READ
               END-PERFORM
               MOVE "./custB.txt" TO WS-GEN-NAME
               PERFORM 0350-CERTIFY-KEYED-FILE
           END-IF.

           IF WS-NOTES-OPEN = 'Y'
               MOVE 0 TO WS-ROWS-TOUCHED
               MOVE WS-ER-CUST-ID(WS-ERASE-IDX) TO NOTE-CUST-ID
               MOVE LOW-VALUES TO NOTE-TIMESTAMP
               MOVE 'N' TO WS-SCAN-DONE
               START NOTES-FILE KEY >= NOTE-KEY
                   INVALID KEY
                       MOVE 'Y' TO WS-SCAN-DONE
               END-START
               PERFORM UNTIL WS-SCAN-DONE = 'Y'
                   READ NOTES-FILE NEXT
                       AT END
                           MOVE 'Y' TO WS-SCAN-DONE
                       NOT AT END
                           IF NOTE-CUST-ID
                                   NOT = WS-ER-CUST-ID(WS-ERASE-IDX)
                               MOVE 'Y' TO WS-SCAN-DONE
                           ELSE
                               MOVE WS-ERASED-NAME TO NOTE-TEXT
                               REWRITE NOTE-RECORD
                                   INVALID KEY
                                       CONTINUE
                                   NOT INVALID KEY
                                       ADD 1 TO WS-ROWS-TOUCHED
                               END-REWRITE
                           END-IF
                   END-READ
               END-PERFORM
               MOVE "./cust-notes.txt" TO WS-GEN-NAME
               PERFORM 0350-CERTIFY-KEYED-FILE
           END-IF.

      *----------------------------------------------------------*
      *    0350-CERTIFY-KEYED-FILE - ONE CERTIFICATE LINE FOR THE   *
      *    CUSTOMER'S ROWS IN A KEYED FILE                           *
      *----------------------------------------------------------*
       0350-CERTIFY-KEYED-FILE.
           IF WS-ROWS-TOUCHED = 0
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-FILE-COUNT.
           ADD WS-ROWS-TOUCHED TO WS-ROW-TOTAL.
           ADD WS-ROWS-TOUCHED TO WS-ER-ROWS(WS-ERASE-IDX).
           MOVE WS-ROWS-TOUCHED TO WS-COUNT-EDIT.
           MOVE SPACES TO CERT-LINE.
           STRING "  " WS-GEN-NAME " CUSTOMER "
               WS-ER-CUST-ID(WS-ERASE-IDX)
               " ROWS " WS-COUNT-EDIT
               DELIMITED BY SIZE INTO CERT-LINE.
           WRITE CERT-LINE.

      *----------------------------------------------------------*
      *    0400-ERASE-SEQUENTIAL-COPIES - EVERY LINE-SEQUENTIAL     *
      *    FILE KNOWN TO CARRY CUSTOMER DETAIL, THEN THE DATED       *
      *    SORTED GENERATIONS WITHIN REACH, THEN THE RETENTION       *
      *    ARCHIVES ON RETAIN'S ARCHIVE LIST                         *
      *----------------------------------------------------------*
       0400-ERASE-SEQUENTIAL-COPIES.
           MOVE "./customer_feed.txt" TO WS-GEN-NAME.
           MOVE 'F' TO WS-GEN-KIND.
           PERFORM 0500-SCRUB-FILE.
           MOVE "./cust-name-history.txt" TO WS-GEN-NAME.
           MOVE 'N' TO WS-GEN-KIND.
           PERFORM 0500-SCRUB-FILE.
           MOVE "./result/household-xref.txt" TO WS-GEN-NAME.
           MOVE 'H' TO WS-GEN-KIND.
           PERFORM 0500-SCRUB-FILE.
           MOVE "./result/custA-sorted.txt" TO WS-GEN-NAME.
           MOVE 'A' TO WS-GEN-KIND.
           PERFORM 0500-SCRUB-FILE.
           MOVE "./result/custB-sorted.txt" TO WS-GEN-NAME.
           MOVE 'B' TO WS-GEN-KIND.
           PERFORM 0500-SCRUB-FILE.
           MOVE "./result/cust-all.txt" TO WS-GEN-NAME.
           MOVE 'C' TO WS-GEN-KIND.
           PERFORM 0500-SCRUB-FILE.
           MOVE "./result/cust-inactive.txt" TO WS-GEN-NAME.
           MOVE 'C' TO WS-GEN-KIND.
           PERFORM 0500-SCRUB-FILE.
           MOVE "./result/cust-noaddr.txt" TO WS-GEN-NAME.
           MOVE 'C' TO WS-GEN-KIND.
           PERFORM 0500-SCRUB-FILE.
           MOVE "./result/cust-noname.txt" TO WS-GEN-NAME.
           MOVE 'D' TO WS-GEN-KIND.
           PERFORM 0500-SCRUB-FILE.
           MOVE "./result/cust-all.csv" TO WS-GEN-NAME.
           MOVE 'V' TO WS-GEN-KIND.
           PERFORM 0500-SCRUB-FILE.
           MOVE "./result/maint-journal.txt" TO WS-GEN-NAME.
           MOVE 'J' TO WS-GEN-KIND.
           PERFORM 0500-SCRUB-FILE.
           MOVE "./result/maint-journal-archive.txt" TO WS-GEN-NAME.
           MOVE 'K' TO WS-GEN-KIND.
           PERFORM 0500-SCRUB-FILE.

           PERFORM VARYING WS-DAY-IDX FROM 0 BY 1
                   UNTIL WS-DAY-IDX > WS-REACH-DAYS
               COMPUTE WS-PROBE-DATE = FUNCTION DATE-OF-INTEGER(
                   WS-RUN-DAYS - WS-DAY-IDX)
               MOVE SPACES TO WS-GEN-NAME
               STRING "./result/custA-sorted-" WS-PROBE-DATE ".txt"
                   DELIMITED BY SIZE INTO WS-GEN-NAME
               MOVE 'A' TO WS-GEN-KIND
               PERFORM 0500-SCRUB-FILE
               MOVE SPACES TO WS-GEN-NAME
               STRING "./result/custB-sorted-" WS-PROBE-DATE ".txt"
                   DELIMITED BY SIZE INTO WS-GEN-NAME
               MOVE 'B' TO WS-GEN-KIND
               PERFORM 0500-SCRUB-FILE
           END-PERFORM.

           OPEN INPUT ARCHLIST-FILE.
           IF NOT ARCHLIST-FILE-OK
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-SCAN-DONE.
           PERFORM UNTIL WS-SCAN-DONE = 'Y'
               READ ARCHLIST-FILE
                   AT END
                       MOVE 'Y' TO WS-SCAN-DONE
                   NOT AT END
                       MOVE ARCHL-NAME TO WS-GEN-NAME
                       EVALUATE ARCHL-TYPE
                           WHEN "NOTES"
                               MOVE 'T' TO WS-GEN-KIND
                               PERFORM 0500-SCRUB-FILE
                           WHEN "ADDRESS"
                               MOVE 'B' TO WS-GEN-KIND
                               PERFORM 0500-SCRUB-FILE
                       END-EVALUATE
               END-READ
           END-PERFORM.
           CLOSE ARCHLIST-FILE.

      *----------------------------------------------------------*
      *    0500-SCRUB-FILE - COPY THE FILE TO THE WORK FILE WITH    *
      *    EVERY ERASED CUSTOMER'S ROWS OVERWRITTEN, THEN, ONLY IF   *
      *    A ROW WAS TOUCHED, COPY THE WORK FILE BACK.  A FILE NOT   *
      *    ON DISK IS PASSED OVER.                                   *
      *----------------------------------------------------------*
       0500-SCRUB-FILE.
           OPEN INPUT GEN-FILE.
           IF NOT GEN-FILE-OK
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT WORK-FILE.
           MOVE 0 TO WS-ROW-NUMBER.
           MOVE 0 TO WS-ROWS-TOUCHED.
           MOVE 'N' TO WS-COPY-DONE.
           PERFORM UNTIL WS-COPY-DONE = 'Y'
               READ GEN-FILE
                   AT END
                       MOVE 'Y' TO WS-COPY-DONE
                   NOT AT END
                       ADD 1 TO WS-ROW-NUMBER
                       MOVE GEN-REC TO WS-ROW
                       PERFORM 0550-SCRUB-ONE-ROW
                       MOVE WS-ROW TO WORK-REC
                       WRITE WORK-REC
               END-READ
           END-PERFORM.
           CLOSE GEN-FILE.
           CLOSE WORK-FILE.

           IF WS-ROWS-TOUCHED = 0
               EXIT PARAGRAPH
           END-IF.

           OPEN INPUT WORK-FILE.
           OPEN OUTPUT GEN-FILE.
           MOVE 'N' TO WS-COPY-DONE.
           PERFORM UNTIL WS-COPY-DONE = 'Y'
               READ WORK-FILE
                   AT END
                       MOVE 'Y' TO WS-COPY-DONE
                   NOT AT END
                       MOVE WORK-REC TO GEN-REC
                       WRITE GEN-REC
               END-READ
           END-PERFORM.
           CLOSE WORK-FILE.
           CLOSE GEN-FILE.
           ADD 1 TO WS-FILE-COUNT.
           ADD WS-ROWS-TOUCHED TO WS-ROW-TOTAL.

      *----------------------------------------------------------*
      *    0550-SCRUB-ONE-ROW - FIND THE ROW'S CUSTOMER FOR ITS     *
      *    LAYOUT; IF THAT CUSTOMER IS BEING ERASED, OVERWRITE THE   *
      *    PERSONAL FIELDS AND CERTIFY THE ROW                       *
      *----------------------------------------------------------*
       0550-SCRUB-ONE-ROW.
           MOVE SPACES TO WS-ROW-ID.
           EVALUATE WS-GEN-KIND
               WHEN 'H'
                   MOVE WS-ROW(8:5) TO WS-ROW-ID
               WHEN 'J'
                   MOVE WS-ROW(6:5) TO WS-ROW-ID
               WHEN 'K'
                   MOVE WS-ROW(14:5) TO WS-ROW-ID
               WHEN 'V'
                   IF WS-ROW(6:1) = ','
                       MOVE WS-ROW(1:5) TO WS-ROW-ID
                   END-IF
               WHEN 'F'
                   CONTINUE
               WHEN OTHER
                   MOVE WS-ROW(1:5) TO WS-ROW-ID
           END-EVALUATE.

           MOVE 0 TO WS-MATCH-IDX.
           PERFORM VARYING WS-ERASE-IDX FROM 1 BY 1
                   UNTIL WS-ERASE-IDX > WS-ERASE-COUNT
                   OR WS-MATCH-IDX > 0
               IF WS-GEN-KIND = 'F'
                   IF WS-ER-FEED-ID(WS-ERASE-IDX) NOT = SPACES
                       AND WS-ER-FEED-ID(WS-ERASE-IDX) = WS-ROW(1:4)
                       MOVE WS-ERASE-IDX TO WS-MATCH-IDX
                   END-IF
               ELSE
                   IF WS-ROW-ID NOT = SPACES
                       AND WS-ER-CUST-ID(WS-ERASE-IDX) = WS-ROW-ID
                       MOVE WS-ERASE-IDX TO WS-MATCH-IDX
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-MATCH-IDX = 0
               EXIT PARAGRAPH
           END-IF.

           EVALUATE WS-GEN-KIND
               WHEN 'A'
                   MOVE WS-ERASED-NAME TO WS-ROW(6:20)
                   MOVE SPACES TO WS-ROW(27:30)
               WHEN 'B'
                   MOVE SPACES TO WS-ROW(14:30)
                   MOVE SPACES TO WS-ROW(44:20)
               WHEN 'C'
                   MOVE WS-ERASED-NAME TO WS-ROW(6:20)
                   MOVE SPACES TO WS-ROW(26:30)
               WHEN 'D'
                   MOVE SPACES TO WS-ROW(6:30)
               WHEN 'V'
                   PERFORM 0560-SCRUB-CSV-ROW
               WHEN 'F'
                   MOVE WS-ERASED-NAME TO WS-ROW(5:20)
                   MOVE "000" TO WS-ROW(25:3)
                   MOVE SPACES TO WS-ROW(28:100)
               WHEN 'N'
                   MOVE WS-ERASED-NAME TO WS-ROW(22:20)
                   MOVE WS-ERASED-NAME TO WS-ROW(42:20)
               WHEN 'H'
                   MOVE WS-ERASED-NAME TO WS-ROW(13:20)
               WHEN 'T'
                   MOVE WS-ERASED-NAME TO WS-ROW(28:50)
               WHEN 'J'
                   MOVE 0 TO WS-JRNL-BASE
                   PERFORM 0570-SCRUB-JOURNAL-IMAGE
               WHEN 'K'
                   MOVE 8 TO WS-JRNL-BASE
                   PERFORM 0570-SCRUB-JOURNAL-IMAGE
           END-EVALUATE.

           ADD 1 TO WS-ROWS-TOUCHED.
           ADD 1 TO WS-ER-ROWS(WS-MATCH-IDX).
           MOVE WS-ROW-NUMBER TO WS-ROW-EDIT.
           MOVE SPACES TO CERT-LINE.
           STRING "  " WS-GEN-NAME " CUSTOMER "
               WS-ER-CUST-ID(WS-MATCH-IDX) " ROW " WS-ROW-EDIT
               DELIMITED BY SIZE INTO CERT-LINE.
           WRITE CERT-LINE.

      *----------------------------------------------------------*
      *    0560-SCRUB-CSV-ROW - REBUILD THE ROW AS ID, THE ERASED   *
      *    MARKER, AN EMPTY ADDRESS, AND THE ROW'S OWN STATUS BYTE   *
      *----------------------------------------------------------*
       0560-SCRUB-CSV-ROW.
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-ROW TRAILING))
               TO WS-ROW-LEN.
           MOVE WS-ROW(WS-ROW-LEN:1) TO WS-ROW-STATUS.
           MOVE SPACES TO WS-ROW.
           STRING WS-ROW-ID ',"' FUNCTION TRIM(WS-ERASED-NAME)
               '","",' WS-ROW-STATUS
               DELIMITED BY SIZE INTO WS-ROW.

      *----------------------------------------------------------*
      *    0570-SCRUB-JOURNAL-IMAGE - A-IMAGES CARRY CUSTNAMEREC,   *
      *    B-IMAGES CUSTADDRREC, FROM THE 20TH BYTE OF THE JOURNAL   *
      *    ROW (PLUS THE ARCHIVE'S DATE PREFIX)                      *
      *----------------------------------------------------------*
       0570-SCRUB-JOURNAL-IMAGE.
           IF WS-ROW(WS-JRNL-BASE + 12:1) = 'B'
               COMPUTE WS-JRNL-POS = WS-JRNL-BASE + 33
               MOVE SPACES TO WS-ROW(WS-JRNL-POS:30)
               COMPUTE WS-JRNL-POS = WS-JRNL-BASE + 63
               MOVE SPACES TO WS-ROW(WS-JRNL-POS:20)
           ELSE
               COMPUTE WS-JRNL-POS = WS-JRNL-BASE + 25
               MOVE WS-ERASED-NAME TO WS-ROW(WS-JRNL-POS:20)
               COMPUTE WS-JRNL-POS = WS-JRNL-BASE + 46
               MOVE SPACES TO WS-ROW(WS-JRNL-POS:30)
           END-IF.

      *----------------------------------------------------------*
      *    0800-CLOSE-CERTIFICATE - PER-CUSTOMER ROW TOTALS AND ONE *
      *    AUDIT ROW PER ERASURE, KEYED ON THE CUSTOMER ID AND THE   *
      *    REQUEST REFERENCE ONLY                                    *
      *----------------------------------------------------------*
       0800-CLOSE-CERTIFICATE.
           MOVE SPACES TO CERT-LINE.
           WRITE CERT-LINE.
           PERFORM VARYING WS-ERASE-IDX FROM 1 BY 1
                   UNTIL WS-ERASE-IDX > WS-ERASE-COUNT
               MOVE WS-ER-ROWS(WS-ERASE-IDX) TO WS-COUNT-EDIT
               MOVE SPACES TO CERT-LINE
               STRING "CUSTOMER " WS-ER-CUST-ID(WS-ERASE-IDX)
                   " REQUEST " WS-ER-REFERENCE(WS-ERASE-IDX)
                   " TOTAL ROWS OVERWRITTEN " WS-COUNT-EDIT
                   DELIMITED BY SIZE INTO CERT-LINE
               WRITE CERT-LINE
               IF WS-ER-FEED-ID(WS-ERASE-IDX) = SPACES
                   MOVE SPACES TO CERT-LINE
                   STRING "  NO ACTIVE FEED LINK - FEED NOT SEARCHED"
                       DELIMITED BY SIZE INTO CERT-LINE
                   WRITE CERT-LINE
               END-IF
               MOVE WS-ER-CUST-ID(WS-ERASE-IDX) TO ERQ-CUST-ID
               MOVE WS-ER-REFERENCE(WS-ERASE-IDX) TO ERQ-REFERENCE
               MOVE WS-ER-APPROVER(WS-ERASE-IDX) TO ERQ-APPROVER
               MOVE WS-ER-COMPANY(WS-ERASE-IDX) TO AUDIT-COMPANY
               MOVE "ERASED" TO AUDIT-ACTION
               PERFORM 0950-WRITE-AUDIT
           END-PERFORM.
           MOVE WS-FILE-COUNT TO WS-COUNT-EDIT.
           MOVE SPACES TO CERT-LINE.
           STRING "FILES REWRITTEN " WS-COUNT-EDIT
               DELIMITED BY SIZE INTO CERT-LINE.
           WRITE CERT-LINE.

      *----------------------------------------------------------*
      *    0950-WRITE-AUDIT - CUSTOMER ID AND REQUEST REFERENCE     *
      *    ONLY, NEVER THE ERASED DETAIL; THE APPROVER IS RECORDED   *
      *    AS THE OPERATOR                                           *
      *----------------------------------------------------------*
       0950-WRITE-AUDIT.
           MOVE "ERASE" TO AUDIT-PROGRAM.
           MOVE SPACES TO AUDIT-KEY.
           STRING ERQ-CUST-ID " " ERQ-REFERENCE
               DELIMITED BY SIZE INTO AUDIT-KEY.
           MOVE WS-RUN-ID TO AUDIT-RUN-ID.
           MOVE ERQ-APPROVER TO AUDIT-OPERATOR.
           MOVE FUNCTION CURRENT-DATE TO AUDIT-TIMESTAMP.
           WRITE AUDIT-RECORD.
