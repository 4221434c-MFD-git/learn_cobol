               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NAMEHIST-STATUS.

      *----------------------------------------------------------*
      *    NOTES-FILE - THE CUSTOMER CONTACT NOTES.  A MEMO         *
      *    TRANSACTION LANDS HERE AS ONE MORE NOTE, STAMPED WITH     *
      *    THIS BATCH'S OPERATOR, SO A FOLLOW-UP RAISED BY A BATCH   *
      *    RUN IS ON THE CUSTOMER AND ON THE TICKLER LIKE ANY NOTE   *
      *    KEYED THROUGH NOTES.                                      *
      *----------------------------------------------------------*
           SELECT NOTES-FILE ASSIGN TO './cust-notes.txt'
               ORGANIZATION IS INDEXED
               RECORD KEY IS NOTE-KEY
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS WS-NOTES-STATUS.

      *----------------------------------------------------------*
      *    DECEASED-FILE - THE DECEASED-CUSTOMER REGISTER, ONE ROW  *
      *    PER CUSTOMER RECORDED DECEASED: DATE OF DEATH, DATE WE    *
      *    WERE TOLD, THE ESTATE'S CONTACT AND ADDRESS.  A SECOND    *
      *    NOTIFICATION FOR THE SAME CUSTOMER CORRECTS THE ROW.      *
      *----------------------------------------------------------*
           SELECT DECEASED-FILE ASSIGN TO './cust-deceased.txt'
               ORGANIZATION IS INDEXED
               RECORD KEY IS DEC-CUST-ID
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS WS-DECEASED-STATUS.

      *----------------------------------------------------------*
      *    ENQ-FILE - THE SHARED MASTER-FILE ENQUEUE: A SHARED      *
      *    HOLD IS TAKEN FOR THE SESSION AND REFUSED POLITELY -      *
      *    APPROVAL AFTER THE EDIT PASS: THE HEADER NAMES THE        *
      *    BATCH (ITS TIMESTAMP) AND THE SUBMITTING OPERATOR, THE    *
      *    REST IS THE TRANSACTION IMAGES.  A BATCH OVER THE SIZE    *
      *    THRESHOLD, OR CARRYING ANY ADD, STATUS-CHANGE OR DEATH    *
      *    TRANSACTION, WAITS HERE UNTIL A SECOND OPERATOR WITH      *
      *    APPROVAL AUTHORITY ('V' ON MAINT_AUTH.TXT) RELEASES IT    *
      *    THROUGH CONSOLE.                                          *
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-THRESHOLD-STATUS.

      *----------------------------------------------------------*
      *    BATCH-LOG-FILE - ONE ROW PER TRANSACTION OF A RELEASED   *
      *    BATCH, WITH WHO KEYED IT AND WHO RELEASED IT; WRITTEN     *
      *    BEFORE THE PENDING AND APPROVAL FILES ARE DELETED         *
      *----------------------------------------------------------*
           SELECT BATCH-LOG-FILE
               ASSIGN TO './result/batch-approvals.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BATCH-LOG-STATUS.

      *----------------------------------------------------------*
      *    STAT-FILE IS THE SHARED CUMULATIVE RUN-STATISTICS LOG    *
      *    EVERY BATCH PROGRAM APPENDS ITS COUNTS TO AT END OF RUN   *
      *    FOR AN ADD, TXN-VALUE(1:20) IS THE NAME.  TXN-VALUE2 IS    *
      *    ONLY USED BY AN ADD AND CARRIES THE OPTIONAL STANDBY       *
      *    ADDRESS; OLDER SHORT ROWS READ WITH IT AS SPACES.          *
      *    TXN-TYPE 'M' FILES A MEMO NOTE ON THE CUSTOMER: TXN-VALUE  *
      *    IS THE NOTE TEXT, TXN-VALUE2(1:8) ITS CATEGORY AND         *
      *    TXN-VALUE2(9:8) AN OPTIONAL FOLLOW-UP DATE (YYYYMMDD).     *
      *    TXN-TYPE 'X' RECORDS THE CUSTOMER DECEASED: TXN-VALUE IS   *
      *    THE ESTATE'S ADDRESS, TXN-VALUE2(1:8) THE DATE OF DEATH    *
      *    (YYYYMMDD) AND TXN-VALUE2(9:22) THE ESTATE'S CONTACT.      *
      *    TXN-TYPE 'P' SETS THE NAME THE CUSTOMER PREFERS TO BE      *
      *    ADDRESSED BY: TXN-VALUE(1:20) IS THE PREFERRED NAME, AND   *
      *    A BLANK VALUE CLEARS IT SO SALUTATIONS GO BACK TO THE      *
      *    LEGAL NAME.  THE LEGAL NAME ITSELF ONLY CHANGES BY 'N'.    *
      *----------------------------------------------------------*
       FD TXN-FILE.
       01 TXN-REC.
               88 TXN-IS-ADD-CUSTOMER VALUE 'C'.
               88 TXN-IS-INACTIVATE VALUE 'I'.
               88 TXN-IS-REINSTATE VALUE 'R'.
               88 TXN-IS-MEMO-NOTE VALUE 'M'.
               88 TXN-IS-DECEASED VALUE 'X'.
               88 TXN-IS-PREF-NAME VALUE 'P'.
           05 TXN-VALUE PIC X(30).
           05 TXN-VALUE2 PIC X(30).

           COPY "custnamerec" REPLACING FIELD-ID BY A-ID
               FIELD-NAME BY A-NAME FIELD-STATUS BY A-STATUS
               FIELD-ADDR BY A-ADDR
               FIELD-COMPANY BY A-COMPANY
               FIELD-PREF-NAME BY A-PREF-NAME.

       FD CUST-B.
       01 B-REC.
       FD JRNL-ARCHIVE.
       01 ARCH-JRNL-REC.
           05 JRNLA-DATE PIC X(8).
           05 JRNLA-BODY PIC X(119).

       FD RUNID-FILE.
       01 RUNID-REC.
       FD AUTH-FILE.
       01 AUTH-REC.
           05 AUTH-OPER-ID PIC X(8).
           05 AUTH-ALLOWED-TYPES PIC X(20).

       FD ENQ-FILE.
           COPY "enqrec".
       FD NAMEHIST-FILE.
           COPY "namehistrec".

       FD NOTES-FILE.
           COPY "custnoterec".

       FD DECEASED-FILE.
           COPY "deceasedrec".

       FD PENDING-FILE.
       01 PENDING-REC.
           05 PEND-IMAGE PIC X(66).
       01 THRESHOLD-REC.
           05 THRESHOLD-VALUE PIC 9(4).

       FD BATCH-LOG-FILE.
           COPY "batchapprec".

       FD STAT-FILE.
           COPY "runstatrec".

           88 AUTH-FILE-OK VALUE '00'.
       01 WS-AUTH-EOF PIC X.
       01 WS-OPERATOR-ID PIC X(8) VALUE SPACES.
       01 WS-ALLOWED-TYPES PIC X(20) VALUE SPACES.
       01 WS-OPERATOR-KNOWN PIC X VALUE 'N'.
           88 OPERATOR-AUTHORIZED VALUE 'Y'.
       01 WS-TYPE-POS PIC 9(2).
       01 WS-NAMEHIST-STATUS PIC XX.
           88 NAMEHIST-FILE-OK VALUE '00'.
       01 WS-OLD-NAME PIC X(20).
       01 WS-NOTES-STATUS PIC XX.
           88 NOTES-FILE-OK VALUE '00'.
       01 WS-NOTE-STAMP PIC 9(14).
       01 WS-NOTE-TRIES PIC 9(2).
       01 WS-NOTE-DONE PIC X.
           88 NOTE-WRITTEN VALUE 'Y'.
       01 WS-DECEASED-STATUS PIC XX.
           88 DECEASED-FILE-OK VALUE '00'.
       01 WS-DEATH-DATE PIC X(8).
       01 WS-PRIOR-STATUS PIC X(1).
       01 WS-ERASED-NAME PIC X(20) VALUE "** ERASED **".

      *----------------------------------------------------------*
      *    MAKER-CHECKER STATE - WHETHER A PARKED BATCH IS WAITING, *
           88 APPROVAL-FILE-OK VALUE '00'.
       01 WS-THRESHOLD-STATUS PIC XX.
           88 THRESHOLD-FILE-OK VALUE '00'.
       01 WS-BATCH-LOG-STATUS PIC XX.
           88 BATCH-LOG-FILE-OK VALUE '00'.
       01 WS-PENDING-EOF PIC X.
       01 WS-PENDING-EXISTS PIC X VALUE 'N'.
           88 PENDING-BATCH-EXISTS VALUE 'Y'.
           88 BATCH-NEEDS-APPROVAL VALUE 'Y'.
       01 WS-PEND-BATCH-ID PIC X(14).
       01 WS-PEND-SUBMITTER PIC X(8).
       01 WS-PEND-APPROVER PIC X(8).
       01 WS-APPROVER-TYPES PIC X(20).
       01 WS-APPROVER-OK PIC X.
           88 APPROVER-AUTHORIZED VALUE 'Y'.
       01 WS-APPROVAL-THRESHOLD PIC 9(4) VALUE 50.
       01 WS-DUP-CUST-COUNT PIC 9(10) VALUE 0.
       01 WS-INACTIVATE-COUNT PIC 9(10) VALUE 0.
       01 WS-REINSTATE-COUNT PIC 9(10) VALUE 0.
       01 WS-MEMO-NOTE-COUNT PIC 9(10) VALUE 0.
       01 WS-DECEASED-COUNT PIC 9(10) VALUE 0.
       01 WS-PREF-NAME-COUNT PIC 9(10) VALUE 0.
       01 WS-ID-ALLOC-COUNT PIC 9(10) VALUE 0.
       01 WS-NO-ID-COUNT PIC 9(10) VALUE 0.

      *----------------------------------------------------------*
      *    SUB-CUSTID REQUEST AREA - A NEW CUSTOMER KEYED WITH A    *
      *    BLANK ID TAKES THE NEXT ONE FROM THE ALLOCATOR, AND EVERY *
      *    KEYED ID MUST PASS ITS CHECK DIGIT                        *
      *----------------------------------------------------------*
           COPY "custidreq".

      *----------------------------------------------------------*
      *    SUB-SIGNON REQUEST AREA - THE BATCH'S OPERATOR IS        *
      *    CHALLENGED FOR THEIR PIN BEFORE ANYTHING IS APPLIED       *
      *----------------------------------------------------------*
           COPY "signonreq".

      *----------------------------------------------------------*
      *    SUB-SRCHIDX REQUEST AREA - A NAME CHANGE, A NEW          *
      *    CUSTOMER OR A NEW ADDRESS ROW IS CARRIED INTO THE         *
      *    CUSTOMER SEARCH INDEX AS IT IS APPLIED                    *
      *----------------------------------------------------------*
           COPY "srchidxreq".

       PROCEDURE DIVISION.
       MAIN-PROCESS.

           PERFORM 0035-LOAD-APPROVAL-THRESHOLD.
           PERFORM 0120-CHECK-PENDING-BATCH.

      *    A RELEASED BATCH WAS CHALLENGED WHEN IT WAS KEYED, AND ITS
      *    APPROVER WHEN THEY RELEASED IT THROUGH CONSOLE.
           IF NOT APPLYING-PENDING-BATCH
               PERFORM 0065-CHALLENGE-OPERATOR
               IF NOT SGN-SIGNED-ON
                   DISPLAY "MAINT refused - operator " WS-OPERATOR-ID
                       " did not pass sign-on"
                   PERFORM 0045-RELEASE-SHARED-ENQ
                   MOVE 12 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF.
           IF PENDING-BATCH-EXISTS
                   AND NOT APPLYING-PENDING-BATCH
               DISPLAY "MAINT - batch " WS-PEND-BATCH-ID
               OPEN OUTPUT NAMEHIST-FILE
           END-IF.

           OPEN I-O NOTES-FILE.
           IF WS-NOTES-STATUS = '35'
               OPEN OUTPUT NOTES-FILE
               CLOSE NOTES-FILE
               OPEN I-O NOTES-FILE
           END-IF.

           OPEN I-O DECEASED-FILE.
           IF WS-DECEASED-STATUS = '35'
               OPEN OUTPUT DECEASED-FILE
               CLOSE DECEASED-FILE
               OPEN I-O DECEASED-FILE
           END-IF.

           PERFORM 0150-LOAD-TRANSACTIONS.
           PERFORM 0700-EDIT-PASS.

           END-EVALUATE.

           IF APPLYING-PENDING-BATCH AND BATCH-WAS-APPLIED
               PERFORM 0760-LOG-RELEASED-BATCH
               DELETE FILE PENDING-FILE
               DELETE FILE APPROVAL-FILE
               DISPLAY "MAINT approved batch " WS-PEND-BATCH-ID
           CLOSE MAINT-AUDIT.
           CLOSE AUDIT-FILE.
           CLOSE NAMEHIST-FILE.
           IF NOTES-FILE-OK
               CLOSE NOTES-FILE
           END-IF.
           IF DECEASED-FILE-OK
               CLOSE DECEASED-FILE
           END-IF.

      *    EVERY NAME AND ADDRESS CHANGE JUST APPLIED IS CONFIRMED
      *    IN WRITING FROM THE JOURNAL, ONCE THE MASTERS ARE CLOSED.
           IF BATCH-WAS-APPLIED
                   AND (WS-NAME-CHANGE-COUNT > 0
                   OR WS-ADDR-CHANGE-COUNT > 0)
               CALL 'CHGCONF'
           END-IF.

           DISPLAY "MAINT name changes applied: "
               WS-NAME-CHANGE-COUNT.
           DISPLAY "MAINT customers added: " WS-ADD-CUST-COUNT.
           DISPLAY "MAINT adds rejected as already on file: "
               WS-DUP-CUST-COUNT.
           DISPLAY "MAINT customer IDs allocated: " WS-ID-ALLOC-COUNT.
           DISPLAY "MAINT adds refused - no customer ID left: "
               WS-NO-ID-COUNT.
           DISPLAY "MAINT customers inactivated: "
               WS-INACTIVATE-COUNT.
           DISPLAY "MAINT customers reinstated: "
               WS-REINSTATE-COUNT.
           DISPLAY "MAINT memo notes filed: "
               WS-MEMO-NOTE-COUNT.
           DISPLAY "MAINT customers recorded deceased: "
               WS-DECEASED-COUNT.
           DISPLAY "MAINT preferred names set or cleared: "
               WS-PREF-NAME-COUNT.
           DISPLAY "MAINT transactions suspended for retry: "
               WS-SUSPENSE-WRITTEN.
           DISPLAY "MAINT transactions rejected as unauthorized: "
                   MOVE 8 TO RETURN-CODE
               WHEN BATCH-NEEDS-APPROVAL
                   MOVE 4 TO RETURN-CODE
               WHEN WS-NO-ID-COUNT > 0
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE.
                   " is not on the authorization file"
           END-IF.

      *----------------------------------------------------------*
      *    0065-CHALLENGE-OPERATOR - THE OPERATOR NAMED ON          *
      *    MAINT_OPERATOR.TXT MUST PROVE IT WITH THEIR PIN; ONE      *
      *    ALREADY SIGNED ON AT THE CONSOLE THAT CALLED MAINT IS     *
      *    NOT ASKED AGAIN                                           *
      *----------------------------------------------------------*
       0065-CHALLENGE-OPERATOR.
           SET SGN-CHALLENGE TO TRUE.
           MOVE WS-OPERATOR-ID TO SGN-OPERATOR.
           MOVE "MAINT" TO SGN-PROGRAM.
           CALL 'SUB-SIGNON' USING SGN-REQUEST.

      *----------------------------------------------------------*
      *    0070-CHECK-TYPE-AUTHORITY - IS THE CURRENT TRANSACTION'S *
      *    TYPE AMONG THE ONES THIS OPERATOR MAY APPLY               *
       0070-CHECK-TYPE-AUTHORITY.
           MOVE 'N' TO WS-TYPE-ALLOWED.
           PERFORM VARYING WS-TYPE-POS FROM 1 BY 1
                   UNTIL WS-TYPE-POS > 20
               IF WS-ALLOWED-TYPES(WS-TYPE-POS:1) = TXN-TYPE
                       AND TXN-TYPE NOT = SPACE
                   SET TXN-TYPE-ALLOWED TO TRUE
       0710-EDIT-ONE-TXN.
           MOVE SPACES TO WS-EDIT-REASON.

      *    A NEW CUSTOMER MAY BE KEYED WITH NO ID - THE APPLY PASS
      *    TAKES ONE FROM THE ALLOCATOR; ANY ID THAT IS KEYED HAS
      *    TO CARRY A GOOD CHECK DIGIT.
           SET CID-ID-OK TO TRUE.
           IF TXN-ID NOT = SPACES
               SET CID-VERIFY TO TRUE
               MOVE TXN-ID TO CID-CUST-ID
               CALL 'SUB-CUSTID' USING CID-REQUEST
           END-IF.

           EVALUATE TRUE
               WHEN TXN-ID = SPACES AND NOT TXN-IS-ADD-CUSTOMER
                   MOVE "BLANK TRANSACTION ID" TO WS-EDIT-REASON
               WHEN CID-ID-BAD
                   MOVE "ID CHECK DIGIT INVALID" TO WS-EDIT-REASON
               WHEN NOT TXN-IS-NAME-CHANGE
                       AND NOT TXN-IS-ADDR-CHANGE
                       AND NOT TXN-IS-ADD-CUSTOMER
                       AND NOT TXN-IS-INACTIVATE
                       AND NOT TXN-IS-REINSTATE
                       AND NOT TXN-IS-MEMO-NOTE
                       AND NOT TXN-IS-DECEASED
                       AND NOT TXN-IS-PREF-NAME
                   MOVE "UNKNOWN TRANSACTION TYPE" TO WS-EDIT-REASON
               WHEN (TXN-IS-NAME-CHANGE OR TXN-IS-ADDR-CHANGE
                       OR TXN-IS-ADD-CUSTOMER OR TXN-IS-MEMO-NOTE
                       OR TXN-IS-DECEASED)
                       AND TXN-VALUE = SPACES
                   MOVE "BLANK TRANSACTION VALUE" TO WS-EDIT-REASON
               WHEN TXN-IS-DECEASED
                       AND (TXN-VALUE2(1:8) NOT NUMERIC
                       OR TXN-VALUE2(1:8) < "19000101"
                       OR TXN-VALUE2(1:8) > WS-TODAY)
                   MOVE "INVALID DATE OF DEATH" TO WS-EDIT-REASON
           END-EVALUATE.

           IF WS-EDIT-REASON = SPACES
      *----------------------------------------------------------*
       0720-CHECK-CUSTOMER-ON-FILE.
           MOVE 'N' TO WS-ONFILE-FLAG.
           IF TXN-ID = SPACES
               EXIT PARAGRAPH
           END-IF.
           MOVE TXN-ID TO A-ID.
           READ CUST-A
               INVALID KEY
           MOVE TXN-TYPE TO JRNL-TXN-TYPE.
           MOVE "A-BEFORE" TO JRNL-KIND.
           MOVE SPACES TO JRNL-IMAGE.
           MOVE A-REC TO JRNL-IMAGE(1:78).
           MOVE WS-OPERATOR-ID TO JRNL-OPERATOR.
           MOVE FUNCTION CURRENT-DATE(1:14) TO JRNL-TIMESTAMP.
           WRITE JOURNAL-RECORD.
           MOVE TXN-TYPE TO JRNL-TXN-TYPE.
           MOVE "A-AFTER" TO JRNL-KIND.
           MOVE SPACES TO JRNL-IMAGE.
           MOVE A-REC TO JRNL-IMAGE(1:78).
           MOVE WS-OPERATOR-ID TO JRNL-OPERATOR.
           MOVE FUNCTION CURRENT-DATE(1:14) TO JRNL-TIMESTAMP.
           WRITE JOURNAL-RECORD.
           MOVE TXN-TYPE TO JRNL-TXN-TYPE.
           MOVE "A-NEW" TO JRNL-KIND.
           MOVE SPACES TO JRNL-IMAGE.
           MOVE A-REC TO JRNL-IMAGE(1:78).
           MOVE WS-OPERATOR-ID TO JRNL-OPERATOR.
           MOVE FUNCTION CURRENT-DATE(1:14) TO JRNL-TIMESTAMP.
           WRITE JOURNAL-RECORD.
                   PERFORM 0600-APPLY-STATUS-CHANGE
               WHEN TXN-IS-REINSTATE
                   PERFORM 0600-APPLY-STATUS-CHANGE
               WHEN TXN-IS-MEMO-NOTE
                   PERFORM 0650-APPLY-MEMO-NOTE
               WHEN TXN-IS-DECEASED
                   PERFORM 0670-APPLY-DECEASED
               WHEN TXN-IS-PREF-NAME
                   PERFORM 0350-APPLY-PREF-NAME
           END-EVALUATE.

      *----------------------------------------------------------*
                           PERFORM 0905-JOURNAL-A-AFTER
                           PERFORM 0220-WRITE-NAME-AUDIT
                           PERFORM 0230-WRITE-NAME-HISTORY
                           PERFORM 0240-REINDEX-NAME
                   END-REWRITE
           END-READ.

           MOVE A-NAME TO NHIST-NEW-NAME.
           WRITE NHIST-RECORD.

      *----------------------------------------------------------*
      *    0240-REINDEX-NAME - MOVE THE CUSTOMER IN THE SEARCH      *
      *    INDEX FROM THE OLD NAME'S SOUND CODE TO THE NEW ONE'S     *
      *----------------------------------------------------------*
       0240-REINDEX-NAME.
           MOVE A-ID TO SRQ-CUST-ID.
           SET SRQ-DROP-NAME TO TRUE.
           MOVE WS-OLD-NAME TO SRQ-NAME.
           CALL 'SUB-SRCHIDX' USING SRQ-REQUEST.
           SET SRQ-INDEX-NAME TO TRUE.
           MOVE A-NAME TO SRQ-NAME.
           CALL 'SUB-SRCHIDX' USING SRQ-REQUEST.

      *----------------------------------------------------------*
      *    0330-WRITE-NOTFOUND-AUDIT - LOG A TRANSACTION THAT       *
      *    NAMED A CUSTOMER ID NOT ON FILE                           *
               DELIMITED BY SIZE INTO MAINT-AUDIT-REC.
           WRITE MAINT-AUDIT-REC.

      *----------------------------------------------------------*
      *    0350-APPLY-PREF-NAME - DIRECT READ CUST-A BY A-ID AND     *
      *    REWRITE A-PREF-NAME IN PLACE, LEAVING THE LEGAL NAME      *
      *    ALONE; JOURNALED AND AUDITED LIKE A NAME CHANGE           *
      *----------------------------------------------------------*
       0350-APPLY-PREF-NAME.
           MOVE TXN-ID TO A-ID.
           READ CUST-A
               INVALID KEY
                   ADD 1 TO WS-NOT-FOUND-COUNT
                   PERFORM 0330-WRITE-NOTFOUND-AUDIT
               NOT INVALID KEY
                   PERFORM 0900-JOURNAL-A-BEFORE
                   MOVE TXN-VALUE(1:20) TO A-PREF-NAME
                   REWRITE A-REC
                       INVALID KEY
                           ADD 1 TO WS-NOT-FOUND-COUNT
                       NOT INVALID KEY
                           ADD 1 TO WS-PREF-NAME-COUNT
                           PERFORM 0905-JOURNAL-A-AFTER
                           PERFORM 0360-WRITE-PREF-NAME-AUDIT
                   END-REWRITE
           END-READ.

      *----------------------------------------------------------*
      *    0360-WRITE-PREF-NAME-AUDIT - LOG A PREFERRED-NAME CHANGE *
      *    TO BOTH THE MAINTENANCE AUDIT LIST AND THE SHARED         *
      *    CROSS-PROGRAM AUDIT TRAIL                                 *
      *----------------------------------------------------------*
       0360-WRITE-PREF-NAME-AUDIT.
           MOVE SPACES TO MAINT-AUDIT-REC.
           STRING "PREF-NAME-CHANGE ID=" A-ID " NEW-PREF-NAME="
               A-PREF-NAME " OPER=" WS-OPERATOR-ID
               DELIMITED BY SIZE INTO MAINT-AUDIT-REC.
           WRITE MAINT-AUDIT-REC.

           MOVE "MAINT" TO AUDIT-PROGRAM.
           MOVE WS-RUN-ID TO AUDIT-RUN-ID.
           MOVE WS-OPERATOR-ID TO AUDIT-OPERATOR.
           MOVE A-ID TO AUDIT-KEY.
           MOVE A-COMPANY TO AUDIT-COMPANY.
           MOVE "PREF-CHG" TO AUDIT-ACTION.
           MOVE FUNCTION CURRENT-DATE TO AUDIT-TIMESTAMP.
           WRITE AUDIT-RECORD.

      *----------------------------------------------------------*
      *    0400-APPLY-ADDR-CHANGE - WRITE A NEW CUST-B ROW KEYED ON  *
      *    ID+TODAY'S DATE; CUST-B ALREADY KEEPS SEVERAL ADDRESS      *
                   PERFORM 0920-JOURNAL-B-NEW
                   ADD 1 TO WS-ADDR-CHANGE-COUNT
                   PERFORM 0320-WRITE-ADDR-AUDIT
                   MOVE B-ID TO SRQ-CUST-ID
                   SET SRQ-INDEX-ZIP TO TRUE
                   MOVE B-ADDR TO SRQ-ADDR
                   CALL 'SUB-SRCHIDX' USING SRQ-REQUEST
           END-WRITE.

      *----------------------------------------------------------*
      *    RECORD: ID FROM THE TRANSACTION KEY, NAME FROM            *
      *    TXN-VALUE(1:20), STATUS ACTIVE, AND THE OPTIONAL STANDBY  *
      *    ADDRESS FROM TXN-VALUE2.  AN ID ALREADY ON FILE COLLIDES  *
      *    ON THE KEY AND IS REJECTED RATHER THAN OVERWRITTEN.  AN   *
      *    ADD KEYED WITH NO ID TAKES COMPANY 01'S NEXT ONE FROM THE *
      *    ALLOCATOR FIRST; THE JOURNAL AND AUDIT ROWS CARRY IT.     *
      *----------------------------------------------------------*
       0500-APPLY-ADD-CUSTOMER.
           IF TXN-ID = SPACES
               PERFORM 0510-ALLOCATE-CUSTOMER-ID
               IF NOT CID-ID-OK
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           MOVE TXN-ID TO A-ID.
           MOVE TXN-VALUE(1:20) TO A-NAME.
           MOVE 'A' TO A-STATUS.
      *    CUSTOMERS ARRIVE THROUGH THEIR OWN LOAD WITH THEIR OWN
      *    COMPANY CODE.
           MOVE "01" TO A-COMPANY.
           MOVE SPACES TO A-PREF-NAME.
           WRITE A-REC
               INVALID KEY
                   ADD 1 TO WS-DUP-CUST-COUNT
                   PERFORM 0910-JOURNAL-A-NEW
                   ADD 1 TO WS-ADD-CUST-COUNT
                   PERFORM 0520-WRITE-ADD-AUDIT
                   MOVE A-ID TO SRQ-CUST-ID
                   SET SRQ-INDEX-NAME TO TRUE
                   MOVE A-NAME TO SRQ-NAME
                   CALL 'SUB-SRCHIDX' USING SRQ-REQUEST
           END-WRITE.

      *----------------------------------------------------------*
      *    0510-ALLOCATE-CUSTOMER-ID - THE NEXT COMPANY 01 ID INTO  *
      *    TXN-ID; WITH THE RANGE USED UP THE ADD IS REFUSED AND     *
      *    LOGGED                                                    *
      *----------------------------------------------------------*
       0510-ALLOCATE-CUSTOMER-ID.
           SET CID-ALLOCATE TO TRUE.
           MOVE "01" TO CID-COMPANY.
           CALL 'SUB-CUSTID' USING CID-REQUEST.
           IF CID-ID-OK
               MOVE CID-CUST-ID TO TXN-ID
               ADD 1 TO WS-ID-ALLOC-COUNT
           ELSE
               ADD 1 TO WS-NO-ID-COUNT
               MOVE SPACES TO MAINT-AUDIT-REC
               STRING "REJECTED ADD NAME=" TXN-VALUE(1:20)
                   " REASON=NO CUSTOMER ID LEFT IN RANGE"
                   " OPER=" WS-OPERATOR-ID
                   DELIMITED BY SIZE INTO MAINT-AUDIT-REC
               WRITE MAINT-AUDIT-REC
           END-IF.

      *----------------------------------------------------------*
      *    0520-WRITE-ADD-AUDIT - LOG A NEW CUSTOMER TO BOTH THE    *
      *    MAINTENANCE AUDIT LIST AND THE SHARED CROSS-PROGRAM       *
      *    TRANSACTION ID AND REWRITE A-STATUS IN PLACE: 'I' FOR AN  *
      *    INACTIVATE TRANSACTION, 'A' FOR A REINSTATE.  PROGRAM     *
      *    C'S INACTIVE ROUTING PICKS THE NEW STATUS UP ON THE NEXT  *
      *    NIGHTLY MERGE.  AN INACTIVATE DOES NOT TOUCH A DECEASED   *
      *    CUSTOMER; A REINSTATE IS HOW A MISTAKEN DEATH NOTICE IS   *
      *    UNDONE.  A CUSTOMER WHOSE DATA ERASE HAS OVERWRITTEN IS   *
      *    NEVER REINSTATED.                                         *
      *----------------------------------------------------------*
       0600-APPLY-STATUS-CHANGE.
           MOVE TXN-ID TO A-ID.
                   ADD 1 TO WS-NOT-FOUND-COUNT
                   PERFORM 0330-WRITE-NOTFOUND-AUDIT
               NOT INVALID KEY
                   IF TXN-IS-INACTIVATE AND A-STATUS = 'D'
                       ADD 1 TO WS-NOT-FOUND-COUNT
                       MOVE SPACES TO MAINT-AUDIT-REC
                       STRING "REJECTED ID=" TXN-ID
                           " REASON=CUSTOMER RECORDED DECEASED"
                           " OPER=" WS-OPERATOR-ID
                           DELIMITED BY SIZE INTO MAINT-AUDIT-REC
                       WRITE MAINT-AUDIT-REC
                       EXIT PARAGRAPH
                   END-IF
                   IF TXN-IS-REINSTATE AND A-NAME = WS-ERASED-NAME
                       ADD 1 TO WS-NOT-FOUND-COUNT
                       MOVE SPACES TO MAINT-AUDIT-REC
                       STRING "REJECTED ID=" TXN-ID
                           " REASON=CUSTOMER DATA ERASED"
                           " OPER=" WS-OPERATOR-ID
                           DELIMITED BY SIZE INTO MAINT-AUDIT-REC
                       WRITE MAINT-AUDIT-REC
                       EXIT PARAGRAPH
                   END-IF
                   PERFORM 0900-JOURNAL-A-BEFORE
                   IF TXN-IS-INACTIVATE
                       MOVE 'I' TO A-STATUS
           MOVE FUNCTION CURRENT-DATE TO AUDIT-TIMESTAMP.
           WRITE AUDIT-RECORD.

      *----------------------------------------------------------*
      *    0650-APPLY-MEMO-NOTE - FILE THE TRANSACTION'S TEXT AS A  *
      *    CONTACT NOTE ON THE CUSTOMER, CARRYING ITS CATEGORY AND   *
      *    FOLLOW-UP DATE THROUGH TO THE TICKLER.  TWO NOTES IN ONE  *
      *    SECOND FOR ONE CUSTOMER TAKE THE NEXT FREE SECOND.  A     *
      *    NOTE IS NOT A MASTER-FILE CHANGE, SO IT IS NOT JOURNALED. *
      *----------------------------------------------------------*
       0650-APPLY-MEMO-NOTE.
           IF NOT NOTES-FILE-OK
               ADD 1 TO WS-NOT-FOUND-COUNT
               MOVE SPACES TO MAINT-AUDIT-REC
               STRING "REJECTED ID=" TXN-ID
                   " REASON=NOTES FILE NOT AVAILABLE"
                   " OPER=" WS-OPERATOR-ID
                   DELIMITED BY SIZE INTO MAINT-AUDIT-REC
               WRITE MAINT-AUDIT-REC
               EXIT PARAGRAPH
           END-IF.
           MOVE TXN-ID TO A-ID.
           READ CUST-A
               INVALID KEY
                   MOVE SPACES TO A-COMPANY
           END-READ.
           MOVE TXN-ID TO NOTE-CUST-ID.
           MOVE WS-OPERATOR-ID TO NOTE-OPERATOR.
           MOVE TXN-VALUE TO NOTE-TEXT.
           MOVE TXN-VALUE2(1:8) TO NOTE-CATEGORY.
           IF TXN-VALUE2(9:8) NUMERIC
               MOVE TXN-VALUE2(9:8) TO NOTE-FOLLOWUP-DATE
           ELSE
               MOVE SPACES TO NOTE-FOLLOWUP-DATE
           END-IF.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-NOTE-STAMP.
           MOVE 'N' TO WS-NOTE-DONE.
           MOVE 0 TO WS-NOTE-TRIES.
           PERFORM UNTIL NOTE-WRITTEN OR WS-NOTE-TRIES > 9
               MOVE WS-NOTE-STAMP TO NOTE-TIMESTAMP
               WRITE NOTE-RECORD
                   INVALID KEY
                       ADD 1 TO WS-NOTE-STAMP
                       ADD 1 TO WS-NOTE-TRIES
                   NOT INVALID KEY
                       SET NOTE-WRITTEN TO TRUE
               END-WRITE
           END-PERFORM.
           IF NOTE-WRITTEN
               ADD 1 TO WS-MEMO-NOTE-COUNT
               PERFORM 0660-WRITE-NOTE-AUDIT
           END-IF.

      *----------------------------------------------------------*
      *    0660-WRITE-NOTE-AUDIT - LOG A FILED MEMO NOTE TO BOTH    *
      *    THE MAINTENANCE AUDIT LIST AND THE SHARED CROSS-PROGRAM   *
      *    AUDIT TRAIL                                                *
      *----------------------------------------------------------*
       0660-WRITE-NOTE-AUDIT.
           MOVE SPACES TO MAINT-AUDIT-REC.
           STRING "MEMO-NOTE ID=" NOTE-CUST-ID " CAT=" NOTE-CATEGORY
               " DUE=" NOTE-FOLLOWUP-DATE
               " OPER=" WS-OPERATOR-ID
               DELIMITED BY SIZE INTO MAINT-AUDIT-REC.
           WRITE MAINT-AUDIT-REC.

           MOVE "MAINT" TO AUDIT-PROGRAM.
           MOVE WS-RUN-ID TO AUDIT-RUN-ID.
           MOVE WS-OPERATOR-ID TO AUDIT-OPERATOR.
           MOVE NOTE-CUST-ID TO AUDIT-KEY.
           MOVE A-COMPANY TO AUDIT-COMPANY.
           MOVE "NOTE-ADD" TO AUDIT-ACTION.
           MOVE FUNCTION CURRENT-DATE TO AUDIT-TIMESTAMP.
           WRITE AUDIT-RECORD.

      *----------------------------------------------------------*
      *    0670-APPLY-DECEASED - SET THE CUSTOMER'S STATUS TO 'D'   *
      *    (JOURNALED LIKE ANY STATUS CHANGE) AND FILE THE DEATH     *
      *    DETAILS ON THE DECEASED REGISTER.  FROM THE NEXT RUN THE  *
      *    CUSTOMER DROPS OUT OF EVERY MAILING AND COLLECTIONS       *
      *    FREEZES.  WITH NO REGISTER TO WRITE TO NOTHING IS SET.    *
      *----------------------------------------------------------*
       0670-APPLY-DECEASED.
           IF NOT DECEASED-FILE-OK
               ADD 1 TO WS-NOT-FOUND-COUNT
               MOVE SPACES TO MAINT-AUDIT-REC
               STRING "REJECTED ID=" TXN-ID
                   " REASON=DECEASED REGISTER NOT AVAILABLE"
                   " OPER=" WS-OPERATOR-ID
                   DELIMITED BY SIZE INTO MAINT-AUDIT-REC
               WRITE MAINT-AUDIT-REC
               EXIT PARAGRAPH
           END-IF.
           MOVE TXN-ID TO A-ID.
           READ CUST-A
               INVALID KEY
                   ADD 1 TO WS-NOT-FOUND-COUNT
                   PERFORM 0330-WRITE-NOTFOUND-AUDIT
                   EXIT PARAGRAPH
           END-READ.
           PERFORM 0900-JOURNAL-A-BEFORE.
           MOVE A-STATUS TO WS-PRIOR-STATUS.
           MOVE 'D' TO A-STATUS.
           REWRITE A-REC
               INVALID KEY
                   ADD 1 TO WS-NOT-FOUND-COUNT
                   EXIT PARAGRAPH
           END-REWRITE.
           PERFORM 0905-JOURNAL-A-AFTER.

           MOVE TXN-VALUE2(1:8) TO WS-DEATH-DATE.
           MOVE TXN-ID TO DEC-CUST-ID.
           READ DECEASED-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE DEC-PRIOR-STATUS TO WS-PRIOR-STATUS
           END-READ.
           MOVE TXN-ID TO DEC-CUST-ID.
           MOVE WS-DEATH-DATE TO DEC-DEATH-DATE.
           MOVE WS-TODAY TO DEC-NOTIFIED-DATE.
           MOVE TXN-VALUE2(9:22) TO DEC-ESTATE-CONTACT.
           MOVE TXN-VALUE TO DEC-ESTATE-ADDR.
           MOVE WS-OPERATOR-ID TO DEC-OPERATOR.
           IF WS-PRIOR-STATUS = 'D'
               MOVE 'A' TO WS-PRIOR-STATUS
           END-IF.
           MOVE WS-PRIOR-STATUS TO DEC-PRIOR-STATUS.
           WRITE DEC-RECORD
               INVALID KEY
                   REWRITE DEC-RECORD
                       INVALID KEY
                           CONTINUE
                   END-REWRITE
           END-WRITE.
           ADD 1 TO WS-DECEASED-COUNT.
           PERFORM 0680-WRITE-DECEASED-AUDIT.

      *----------------------------------------------------------*
      *    0680-WRITE-DECEASED-AUDIT - LOG A RECORDED DEATH TO BOTH *
      *    THE MAINTENANCE AUDIT LIST AND THE SHARED CROSS-PROGRAM   *
      *    AUDIT TRAIL                                                *
      *----------------------------------------------------------*
       0680-WRITE-DECEASED-AUDIT.
           MOVE SPACES TO MAINT-AUDIT-REC.
           STRING "DECEASED ID=" A-ID " DOD=" WS-DEATH-DATE
               " OPER=" WS-OPERATOR-ID
               DELIMITED BY SIZE INTO MAINT-AUDIT-REC.
           WRITE MAINT-AUDIT-REC.

           MOVE "MAINT" TO AUDIT-PROGRAM.
           MOVE WS-RUN-ID TO AUDIT-RUN-ID.
           MOVE WS-OPERATOR-ID TO AUDIT-OPERATOR.
           MOVE A-ID TO AUDIT-KEY.
           MOVE A-COMPANY TO AUDIT-COMPANY.
           MOVE "DECEASED" TO AUDIT-ACTION.
           MOVE FUNCTION CURRENT-DATE TO AUDIT-TIMESTAMP.
           WRITE AUDIT-RECORD.

      *----------------------------------------------------------*
      *    8800-WRITE-RUN-STATISTICS - APPEND THIS RUN'S COUNTS     *
      *    TO THE SHARED CUMULATIVE STATISTICS FILE                  *
           MOVE WS-TXN-COUNT TO RUNSTAT-READ-COUNT.
           COMPUTE RUNSTAT-WRITTEN-COUNT = WS-NAME-CHANGE-COUNT
               + WS-ADDR-CHANGE-COUNT + WS-ADD-CUST-COUNT
               + WS-INACTIVATE-COUNT + WS-REINSTATE-COUNT
               + WS-MEMO-NOTE-COUNT + WS-DECEASED-COUNT
               + WS-PREF-NAME-COUNT.
           COMPUTE RUNSTAT-REJECT-COUNT = WS-EDIT-ERROR-COUNT
               + WS-NOT-FOUND-COUNT + WS-DUP-ADDR-COUNT
               + WS-DUP-CUST-COUNT.
           PERFORM 0125-CHECK-APPROVER-AUTHORITY.
           IF APPROVER-AUTHORIZED
               SET APPLYING-PENDING-BATCH TO TRUE
               MOVE APPR-OPERATOR TO WS-PEND-APPROVER
           ELSE
               DISPLAY "MAINT - approval from " APPR-OPERATOR
                   " ignored: no approval authority on "
           END-PERFORM.
           CLOSE AUTH-FILE.
           PERFORM VARYING WS-APPR-POS FROM 1 BY 1
                   UNTIL WS-APPR-POS > 20
               IF WS-APPROVER-TYPES(WS-APPR-POS:1) = 'V'
                   SET APPROVER-AUTHORIZED TO TRUE
               END-IF
               IF WS-TXN-IMAGE(WS-TXN-IDX)(6:1) = 'C'
                       OR WS-TXN-IMAGE(WS-TXN-IDX)(6:1) = 'I'
                       OR WS-TXN-IMAGE(WS-TXN-IDX)(6:1) = 'R'
                       OR WS-TXN-IMAGE(WS-TXN-IDX)(6:1) = 'X'
                   SET BATCH-NEEDS-APPROVAL TO TRUE
               END-IF
           END-PERFORM.
               WRITE PENDING-REC
           END-PERFORM.
           CLOSE PENDING-FILE.

      *----------------------------------------------------------*
      *    0760-LOG-RELEASED-BATCH - ONE BATCH-APPROVALS ROW PER    *
      *    TRANSACTION IN THE RELEASED BATCH, WITH THE CUSTOMER'S    *
      *    COMPANY AS IT STANDS AFTER THE APPLY                      *
      *----------------------------------------------------------*
       0760-LOG-RELEASED-BATCH.
           OPEN EXTEND BATCH-LOG-FILE.
           IF NOT BATCH-LOG-FILE-OK
               OPEN OUTPUT BATCH-LOG-FILE
           END-IF.
           IF NOT BATCH-LOG-FILE-OK
               DISPLAY "MAINT - batch-approvals.txt not written, "
                   "status " WS-BATCH-LOG-STATUS
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING WS-TXN-IDX FROM 1 BY 1
                   UNTIL WS-TXN-IDX > WS-TXN-COUNT
               MOVE WS-PEND-BATCH-ID TO BAPP-BATCH-ID
               MOVE WS-PEND-SUBMITTER TO BAPP-SUBMITTER
               MOVE WS-PEND-APPROVER TO BAPP-APPROVER
               MOVE FUNCTION CURRENT-DATE(1:14) TO BAPP-APPLIED
               MOVE WS-TXN-IMAGE(WS-TXN-IDX)(1:5) TO BAPP-CUST-ID
               MOVE WS-TXN-IMAGE(WS-TXN-IDX)(6:1) TO BAPP-TXN-TYPE
               MOVE SPACES TO BAPP-COMPANY
               MOVE BAPP-CUST-ID TO A-ID
               READ CUST-A
                   NOT INVALID KEY
                       MOVE A-COMPANY TO BAPP-COMPANY
               END-READ
               WRITE BAPP-RECORD
           END-PERFORM.
           CLOSE BATCH-LOG-FILE.
