               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNID-STATUS.

      *----------------------------------------------------------*
      *    OPERATOR-FILE NAMES WHO IS RUNNING THIS BATCH, THE SAME  *
      *    ONE-LINE FILE MAINT READS; THE OPERATOR MUST PASS THE     *
      *    PIN CHALLENGE AND IS CARRIED ON EVERY AUDIT ROW           *
      *----------------------------------------------------------*
           SELECT OPERATOR-FILE ASSIGN TO './maint_operator.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPERATOR-STATUS.

       DATA DIVISION.
       FILE SECTION.

           05 PT-DO-NOT-CALL PIC X(1).
           05 PT-STMT-SUPPRESS PIC X(1).
           05 PT-E-DELIVERY PIC X(1).
           05 PT-DO-NOT-CHARGE PIC X(1).
           05 PT-IN-DISPUTE PIC X(1).

       FD CUST-A.
       01 A-REC.
       01 RUNID-REC.
           05 RUNID-VALUE PIC X(8).

       FD OPERATOR-FILE.
       01 OPERATOR-REC.
           05 OPERATOR-ID-IN PIC X(8).

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------*
      *    CONTACT-PREFERENCE MAINTENANCE IN THE MOLD OF XREFMNT:  *
           88 AUDIT-FILE-OK VALUE '00'.
       01 WS-RUNID-STATUS PIC XX.
           88 RUNID-FILE-OK VALUE '00'.
       01 WS-OPERATOR-STATUS PIC XX.
           88 OPERATOR-FILE-OK VALUE '00'.
       01 WS-PT-EOF PIC X VALUE 'N'.
       01 WS-OPERATOR-ID PIC X(8) VALUE SPACES.

       01 WS-RUN-ID PIC X(8) VALUE SPACES.
       01 WS-TODAY PIC X(8).
       01 WS-DELETE-COUNT PIC 9(10) VALUE 0.
       01 WS-ERROR-COUNT PIC 9(10) VALUE 0.
       01 WS-EDIT-REASON PIC X(40).
           COPY "custidreq".
           COPY "signonreq".

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
           PERFORM 0050-LOAD-RUN-ID.

           PERFORM 0060-IDENTIFY-OPERATOR.
           IF NOT SGN-SIGNED-ON
               DISPLAY "PREFMNT refused - operator " WS-OPERATOR-ID
                   " did not pass sign-on"
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN INPUT PT-FILE.
           IF NOT PT-FILE-OK
               DISPLAY "PREFMNT - no pref_txn.txt, nothing to do"
               CLOSE RUNID-FILE
           END-IF.

      *----------------------------------------------------------*
      *    0060-IDENTIFY-OPERATOR - THE OPERATOR ON                 *
      *    MAINT_OPERATOR.TXT, CHALLENGED FOR THEIR PIN; NO ID ON    *
      *    FILE IS REFUSED BY THE CHALLENGE ITSELF                   *
      *----------------------------------------------------------*
       0060-IDENTIFY-OPERATOR.
           OPEN INPUT OPERATOR-FILE.
           IF OPERATOR-FILE-OK
               READ OPERATOR-FILE
                   NOT AT END
                       MOVE OPERATOR-ID-IN TO WS-OPERATOR-ID
               END-READ
               CLOSE OPERATOR-FILE
           END-IF.
           SET SGN-CHALLENGE TO TRUE.
           MOVE WS-OPERATOR-ID TO SGN-OPERATOR.
           MOVE "PREFMNT" TO SGN-PROGRAM.
           CALL 'SUB-SIGNON' USING SGN-REQUEST.

      *----------------------------------------------------------*
      *    0200-APPLY-ONE-TXN - VALIDATE AND ROUTE ONE ROW          *
      *----------------------------------------------------------*
       0200-APPLY-ONE-TXN.
           MOVE SPACES TO WS-EDIT-REASON.
           SET CID-VERIFY TO TRUE.
           MOVE PT-CUST-ID TO CID-CUST-ID.
           CALL 'SUB-CUSTID' USING CID-REQUEST.
           EVALUATE TRUE
               WHEN PT-CUST-ID = SPACES
                   MOVE "BLANK CUSTOMER ID" TO WS-EDIT-REASON
               WHEN CID-ID-BAD
                   MOVE "ID CHECK DIGIT INVALID" TO WS-EDIT-REASON
               WHEN NOT PT-IS-SET AND NOT PT-IS-DELETE
                   MOVE "UNKNOWN ACTION" TO WS-EDIT-REASON
               WHEN PT-IS-SET AND
                           AND PT-STMT-SUPPRESS NOT = SPACE)
                       OR (PT-E-DELIVERY NOT = 'Y'
                           AND PT-E-DELIVERY NOT = 'N'
                           AND PT-E-DELIVERY NOT = SPACE)
                       OR (PT-DO-NOT-CHARGE NOT = 'Y'
                           AND PT-DO-NOT-CHARGE NOT = 'N'
                           AND PT-DO-NOT-CHARGE NOT = SPACE)
                       OR (PT-IN-DISPUTE NOT = 'Y'
                           AND PT-IN-DISPUTE NOT = 'N'
                           AND PT-IN-DISPUTE NOT = SPACE))
                   MOVE "FLAG NOT Y/N/BLANK" TO WS-EDIT-REASON
           END-EVALUATE.

           MOVE PT-STMT-SUPPRESS TO PREF-STMT-SUPPRESS.
           MOVE WS-TODAY TO PREF-UPDATED.
           MOVE PT-E-DELIVERY TO PREF-E-DELIVERY.
           MOVE PT-DO-NOT-CHARGE TO PREF-DO-NOT-CHARGE.
           MOVE PT-IN-DISPUTE TO PREF-IN-DISPUTE.
           WRITE PREF-RECORD
               INVALID KEY
                   REWRITE PREF-RECORD
               " CALL=" PT-DO-NOT-CALL
               " STMT=" PT-STMT-SUPPRESS
               " EDEL=" PT-E-DELIVERY
               " NOCHG=" PT-DO-NOT-CHARGE
               " DISP=" PT-IN-DISPUTE
               DELIMITED BY SIZE INTO REPORT-REC.
           WRITE REPORT-REC.

       0600-WRITE-AUDIT.
           MOVE "PREFMNT" TO AUDIT-PROGRAM.
           MOVE WS-RUN-ID TO AUDIT-RUN-ID.
           MOVE WS-OPERATOR-ID TO AUDIT-OPERATOR.
           MOVE PT-CUST-ID TO AUDIT-KEY.
           IF PT-IS-SET
               MOVE "PREF-SET" TO AUDIT-ACTION
