           SELECT MERGE-REPORT ASSIGN TO './result/merge-report.txt'
               ORGANIZATION IS LINE SEQUENTIAL.

      *----------------------------------------------------------*
      *    OPERATOR-FILE/AUDIT-FILE - WHO RAN THE MERGE, THE SAME   *
      *    ONE-LINE FILE MAINT READS, STAMPED ON THE JOURNAL AND ON  *
      *    ONE AUDIT ROW EACH FOR THE SURVIVOR AND THE VICTIM        *
      *----------------------------------------------------------*
           SELECT OPERATOR-FILE ASSIGN TO './maint_operator.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPERATOR-STATUS.

           SELECT AUDIT-FILE ASSIGN TO './result/audit-trail.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.

       01 A-REC.
           COPY "custnamerec" REPLACING FIELD-ID BY A-ID
               FIELD-NAME BY A-NAME FIELD-STATUS BY A-STATUS
               FIELD-ADDR BY A-ADDR FIELD-COMPANY BY A-COMPANY.

       FD CUST-B.
       01 B-REC.
               FIELD-OPEN-STATUS BY HIST-OPEN-STATUS
               FIELD-TXN-ID BY HIST-TXN-ID
               FIELD-REV-FLAG BY HIST-REV-FLAG
               FIELD-ACCT-DATE BY HIST-ACCT-DATE
               FIELD-DISPUTE-FLAG BY HIST-DISPUTE-FLAG
               FIELD-DISPUTE-DATE BY HIST-DISPUTE-DATE
               FIELD-DISPUTE-REASON BY HIST-DISPUTE-REASON
               FIELD-INVOICE-NO BY HIST-INVOICE-NO.

       FD XREF-FILE.
           COPY "xrefrec".
       FD MERGE-REPORT.
       01 REPORT-REC PIC X(100).

       FD OPERATOR-FILE.
       01 OPERATOR-REC.
           05 OPERATOR-ID-IN PIC X(8).

       FD AUDIT-FILE.
           COPY "auditrec".

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------*
      *    CUSTOMER MERGE - CARRIES THE VICTIM'S ADDRESS HISTORY,   *
           88 HISTORY-FILE-OK VALUE '00'.
       01 WS-XREF-STATUS PIC XX.
           88 XREF-FILE-OK VALUE '00'.
       01 WS-OPERATOR-STATUS PIC XX.
           88 OPERATOR-FILE-OK VALUE '00'.
       01 WS-AUDIT-STATUS PIC XX.
           88 AUDIT-FILE-OK VALUE '00'.

       01 WS-OPERATOR-ID PIC X(8) VALUE SPACES.
       01 WS-SURVIVOR-COMPANY PIC X(2) VALUE SPACES.
       01 WS-SURVIVOR PIC X(5).
       01 WS-VICTIM PIC X(5).
       01 WS-SCAN-DONE PIC X.
       01 WS-NOTE-IDX PIC 9(3).

       01 WS-HIST-TABLE.
           05 WS-HIST-ENTRY OCCURS 500 TIMES PIC X(104).
       01 WS-HIST-COUNT PIC 9(3) VALUE 0.
       01 WS-HIST-IDX PIC 9(3).
       01 WS-NEXT-SEQ PIC 9(7).
           PERFORM 0500-MOVE-POSTING-HISTORY.
           PERFORM 0600-RETIRE-XREF-LINKS.
           PERFORM 0700-INACTIVATE-VICTIM.
           PERFORM 0750-AUDIT-MERGE.
           PERFORM 0800-WRITE-SUMMARY.

           CLOSE CUST-A.
                   MOVE 8 TO RETURN-CODE
                   GOBACK
           END-READ.
           MOVE A-COMPANY TO WS-SURVIVOR-COMPANY.

           MOVE WS-VICTIM TO A-ID.
           READ CUST-A
           OPEN I-O HISTORY-FILE.
           OPEN I-O XREF-FILE.

           OPEN INPUT OPERATOR-FILE.
           IF OPERATOR-FILE-OK
               READ OPERATOR-FILE
                   NOT AT END
                       MOVE OPERATOR-ID-IN TO WS-OPERATOR-ID
               END-READ
               CLOSE OPERATOR-FILE
           END-IF.

      *----------------------------------------------------------*
      *    0200-MOVE-ADDRESS-HISTORY - EVERY VICTIM CUST-B ROW IS   *
      *    REKEYED UNDER THE SURVIVOR WITH ITS EFFECTIVE DATE        *
                   CONTINUE
           END-REWRITE.

      *----------------------------------------------------------*
      *    0750-AUDIT-MERGE - A MERGE CHANGES BOTH CUSTOMERS, SO     *
      *    EACH GETS AN AUDIT ROW UNDER THE SURVIVOR'S COMPANY       *
      *----------------------------------------------------------*
       0750-AUDIT-MERGE.
           OPEN EXTEND AUDIT-FILE.
           IF NOT AUDIT-FILE-OK
               OPEN OUTPUT AUDIT-FILE
           END-IF.
           MOVE "CUSTMERG" TO AUDIT-PROGRAM.
           MOVE SPACES TO AUDIT-RUN-ID.
           MOVE WS-OPERATOR-ID TO AUDIT-OPERATOR.
           MOVE WS-SURVIVOR-COMPANY TO AUDIT-COMPANY.
           MOVE FUNCTION CURRENT-DATE TO AUDIT-TIMESTAMP.
           MOVE WS-SURVIVOR TO AUDIT-KEY.
           MOVE "MERGE-IN" TO AUDIT-ACTION.
           WRITE AUDIT-RECORD.
           MOVE WS-VICTIM TO AUDIT-KEY.
           MOVE "MERGE-OUT" TO AUDIT-ACTION.
           WRITE AUDIT-RECORD.
           CLOSE AUDIT-FILE.

      *----------------------------------------------------------*
      *    0800-WRITE-SUMMARY - WHAT MOVED, WHAT COLLIDED, WHAT     *
      *    WAS RETIRED                                               *
           MOVE 'M' TO JRNL-TXN-TYPE.
           MOVE "A-BEFORE" TO JRNL-KIND.
           MOVE SPACES TO JRNL-IMAGE.
           MOVE A-REC TO JRNL-IMAGE(1:78).
           MOVE WS-OPERATOR-ID TO JRNL-OPERATOR.
           MOVE FUNCTION CURRENT-DATE(1:14) TO JRNL-TIMESTAMP.
           WRITE JOURNAL-RECORD.

           MOVE "B-BEFORE" TO JRNL-KIND.
           MOVE SPACES TO JRNL-IMAGE.
           MOVE B-REC TO JRNL-IMAGE(1:68).
           MOVE WS-OPERATOR-ID TO JRNL-OPERATOR.
           MOVE FUNCTION CURRENT-DATE(1:14) TO JRNL-TIMESTAMP.
           WRITE JOURNAL-RECORD.

           MOVE "B-NEW" TO JRNL-KIND.
           MOVE SPACES TO JRNL-IMAGE.
           MOVE B-REC TO JRNL-IMAGE(1:68).
           MOVE WS-OPERATOR-ID TO JRNL-OPERATOR.
           MOVE FUNCTION CURRENT-DATE(1:14) TO JRNL-TIMESTAMP.
           WRITE JOURNAL-RECORD.

           MOVE WS-JRNL-KIND TO JRNL-KIND.
           MOVE SPACES TO JRNL-IMAGE.
           MOVE BAL-REC TO JRNL-IMAGE(1:40).
           MOVE WS-OPERATOR-ID TO JRNL-OPERATOR.
           MOVE FUNCTION CURRENT-DATE(1:14) TO JRNL-TIMESTAMP.
           WRITE JOURNAL-RECORD.

           MOVE 'M' TO JRNL-TXN-TYPE.
           MOVE WS-JRNL-KIND TO JRNL-KIND.
           MOVE SPACES TO JRNL-IMAGE.
           MOVE HIST-REC(1:78) TO JRNL-IMAGE.
           MOVE WS-OPERATOR-ID TO JRNL-OPERATOR.
           MOVE FUNCTION CURRENT-DATE(1:14) TO JRNL-TIMESTAMP.
           WRITE JOURNAL-RECORD.

           MOVE "N-MOVED" TO JRNL-KIND.
           MOVE SPACES TO JRNL-IMAGE.
           MOVE NOTE-KEY TO JRNL-IMAGE(1:19).
           MOVE WS-OPERATOR-ID TO JRNL-OPERATOR.
           MOVE FUNCTION CURRENT-DATE(1:14) TO JRNL-TIMESTAMP.
           WRITE JOURNAL-RECORD.
