               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCHIVE-STATUS.

      *----------------------------------------------------------*
      *    POSTARCH-FILE - THE "POSTING" GENERATIONS ON THE SAME    *
      *    LIST: SETTLED AND REVERSED POSTINGS THE YEAR-END CLOSE    *
      *    HAS TAKEN OFF THE LIVE HISTORY                            *
      *----------------------------------------------------------*
           SELECT POSTARCH-FILE ASSIGN TO WS-ARCHIVE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POSTARCH-STATUS.

      *----------------------------------------------------------*
      *    REL-FILE - THE RELATIONSHIP MASTER RELMNT MAINTAINS; THE *
      *    360 VIEW LISTS EVERY LINK THE CUSTOMER IS EITHER END OF,  *
      *    RETIRED ONES INCLUDED                                     *
      *----------------------------------------------------------*
           SELECT REL-FILE ASSIGN TO './cust-relations.txt'
               ORGANIZATION IS INDEXED
               RECORD KEY IS REL-KEY
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS WS-REL-STATUS.

      *----------------------------------------------------------*
      *    COMMS-FILE - THE SHARED COMMUNICATIONS HISTORY; THE 360  *
      *    VIEW SHOWS THE CUSTOMER'S MOST RECENT CONTACTS            *
      *----------------------------------------------------------*
           SELECT COMMS-FILE ASSIGN TO './result/comms-history.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COMMS-STATUS.

           SELECT INQUIRY-REPORT ASSIGN TO './result/cust360.txt'
               ORGANIZATION IS LINE SEQUENTIAL.

       FD ARCHIVE-FILE.
       01 ARCH-B-REC PIC X(100).

       FD POSTARCH-FILE.
       01 PA-REC.
           COPY "posthistrec" REPLACING FIELD-KEY BY PA-KEY
               FIELD-ID BY PA-ID FIELD-SEQ BY PA-SEQ
               FIELD-TYPE BY PA-TYPE FIELD-SIGN BY PA-SIGN
               FIELD-AMOUNT BY PA-AMOUNT FIELD-DATE BY PA-DATE
               FIELD-OPEN-AMOUNT BY PA-OPEN-AMOUNT
               FIELD-OPEN-STATUS BY PA-OPEN-STATUS
               FIELD-TXN-ID BY PA-TXN-ID
               FIELD-REV-FLAG BY PA-REV-FLAG
               FIELD-ACCT-DATE BY PA-ACCT-DATE
               FIELD-DISPUTE-FLAG BY PA-DISPUTE-FLAG
               FIELD-DISPUTE-DATE BY PA-DISPUTE-DATE
               FIELD-DISPUTE-REASON BY PA-DISPUTE-REASON
               FIELD-INVOICE-NO BY PA-INVOICE-NO.

       FD ACCESS-FILE.
           COPY "accessrec".

       FD KEYED-FILE.
           COPY "auditkeyrec".

       FD REL-FILE.
           COPY "relrec".

       FD COMMS-FILE.
           COPY "commrec".

       WORKING-STORAGE SECTION.
       01 WS-CUST-A-STATUS PIC XX.
           88 CUST-A-OK VALUE '00'.
       01 WS-ARCHLIST-EOF PIC X.
       01 WS-ARCHIVE-EOF PIC X.
       01 WS-ARCHIVE-NAME PIC X(50).
       01 WS-POSTARCH-STATUS PIC XX.
           88 POSTARCH-FILE-OK VALUE '00'.
       01 WS-POSTING-ROW-COUNT PIC 9(5) VALUE 0.
       01 WS-DISP-AMOUNT PIC Z(6)9.99.

       01 WS-REL-STATUS PIC XX.
           88 REL-FILE-OK VALUE '00'.
       01 WS-REL-DONE PIC X.
       01 WS-REL-ROW-COUNT PIC 9(5) VALUE 0.
       01 WS-REL-ROLE PIC X(15).
       01 WS-REL-NAMES PIC X.
           88 REL-NAMES-OPEN VALUE 'Y'.
       01 WS-REL-OTHER-ID PIC X(5).
       01 WS-REL-OTHER-NAME PIC X(20).

      *----------------------------------------------------------*
      *    THE LAST TEN CONTACTS, KEPT AS A RING WHILE THE HISTORY  *
      *    IS READ IN SENT ORDER AND PRINTED NEWEST FIRST            *
      *----------------------------------------------------------*
       01 WS-COMMS-STATUS PIC XX.
           88 COMMS-FILE-OK VALUE '00'.
       01 WS-COMMS-DONE PIC X.
       01 WS-CONTACT-TOTAL PIC 9(5) VALUE 0.
       01 WS-CONTACT-NEXT PIC 9(2) VALUE 1.
       01 WS-CONTACT-SHOW PIC 9(2) VALUE 0.
       01 WS-CONTACT-SUB PIC 9(2).
       01 WS-CONTACT-TABLE.
           05 WS-CONTACT-ROW PIC X(46) OCCURS 10 TIMES.

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           WRITE INQUIRY-REC.

           PERFORM 0200-SHOW-A-SIDE.
           PERFORM 0280-SHOW-RELATED-ACCOUNTS.
           PERFORM 0300-SHOW-B-HISTORY.
           PERFORM 0400-SHOW-MERGED-OUTPUT.
           PERFORM 0500-SHOW-AUDIT-ACTIONS.
           PERFORM 0600-SHOW-RECENT-CONTACTS.
           PERFORM 0700-SHOW-ARCHIVED-POSTINGS.

           CLOSE INQUIRY-REPORT.

           MOVE WS-INQUIRY-ID TO ACC-CUST-ID.
           MOVE "CUST360" TO ACC-PROGRAM.
           MOVE FUNCTION CURRENT-DATE(1:14) TO ACC-TIMESTAMP.
           MOVE SPACES TO ACC-EVENT.
           WRITE ACCESS-RECORD.
           CLOSE ACCESS-FILE.

               DELIMITED BY SIZE INTO INQUIRY-REC.
           WRITE INQUIRY-REC.

      *----------------------------------------------------------*
      *    0280-SHOW-RELATED-ACCOUNTS - THE CUSTOMER'S OWN BRANCHES *
      *    AND GUARANTEES ARE A KEYED RANGE READ ON THE PARENT; ITS  *
      *    PARENTS AND GUARANTORS NEED THE FULL SCAN, SO ONE PASS    *
      *    OF THE FILE PICKS UP BOTH                                 *
      *----------------------------------------------------------*
       0280-SHOW-RELATED-ACCOUNTS.
           MOVE SPACES TO INQUIRY-REC.
           STRING "-- RELATED ACCOUNTS --"
               DELIMITED BY SIZE INTO INQUIRY-REC.
           WRITE INQUIRY-REC.

           OPEN INPUT REL-FILE.
           IF NOT REL-FILE-OK
               MOVE SPACES TO INQUIRY-REC
               STRING "NO RELATIONSHIPS ON FILE"
                   DELIMITED BY SIZE INTO INQUIRY-REC
               WRITE INQUIRY-REC
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-REL-NAMES.
           OPEN INPUT CUST-A.
           IF CUST-A-OK
               SET REL-NAMES-OPEN TO TRUE
           END-IF.

           MOVE 'N' TO WS-REL-DONE.
           PERFORM UNTIL WS-REL-DONE = 'Y'
               READ REL-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-REL-DONE
                   NOT AT END
                       IF REL-PARENT-ID = WS-INQUIRY-ID
                               OR REL-CHILD-ID = WS-INQUIRY-ID
                           PERFORM 0290-WRITE-ONE-RELATION
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE REL-FILE.
           IF REL-NAMES-OPEN
               CLOSE CUST-A
           END-IF.

           IF WS-REL-ROW-COUNT = 0
               MOVE SPACES TO INQUIRY-REC
               STRING "NO RELATED ACCOUNTS"
                   DELIMITED BY SIZE INTO INQUIRY-REC
               WRITE INQUIRY-REC
           END-IF.

      *----------------------------------------------------------*
      *    0290-WRITE-ONE-RELATION - THE OTHER END OF THE LINK, ITS *
      *    NAME, AND WHAT IT IS TO THE INQUIRY CUSTOMER              *
      *----------------------------------------------------------*
       0290-WRITE-ONE-RELATION.
           ADD 1 TO WS-REL-ROW-COUNT.
           IF REL-PARENT-ID = WS-INQUIRY-ID
               MOVE REL-CHILD-ID TO WS-REL-OTHER-ID
               IF REL-IS-BRANCH
                   MOVE "BRANCH" TO WS-REL-ROLE
               ELSE
                   MOVE "GUARANTEED ACCT" TO WS-REL-ROLE
               END-IF
           ELSE
               MOVE REL-PARENT-ID TO WS-REL-OTHER-ID
               IF REL-IS-BRANCH
                   MOVE "PARENT COMPANY" TO WS-REL-ROLE
               ELSE
                   MOVE "GUARANTOR" TO WS-REL-ROLE
               END-IF
           END-IF.

           MOVE "(NAME NOT ON MASTER)" TO WS-REL-OTHER-NAME.
           IF REL-NAMES-OPEN
               MOVE WS-REL-OTHER-ID TO A-ID
               READ CUST-A
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE A-NAME TO WS-REL-OTHER-NAME
               END-READ
           END-IF.

           MOVE SPACES TO INQUIRY-REC.
           STRING WS-REL-ROLE " " WS-REL-OTHER-ID " "
               WS-REL-OTHER-NAME
               " STATUS=" REL-STATUS
               " SINCE=" REL-ESTABLISHED
               " RETIRED=" REL-RETIRED-DATE
               DELIMITED BY SIZE INTO INQUIRY-REC.
           WRITE INQUIRY-REC.

      *----------------------------------------------------------*
      *    0300-SHOW-B-HISTORY - POSITION ON THE FIRST CUST-B ROW   *
      *    FOR THE ID AND LIST EVERY EFFECTIVE-DATED ADDRESS ROW     *
                       END-IF
               END-READ
           END-PERFORM.

      *----------------------------------------------------------*
      *    0600-SHOW-RECENT-CONTACTS - THE LAST TEN DOCUMENTS SENT  *
      *    TO THE CUSTOMER, NEWEST FIRST, WITH THE TOTAL ON FILE     *
      *----------------------------------------------------------*
       0600-SHOW-RECENT-CONTACTS.
           MOVE SPACES TO INQUIRY-REC.
           STRING "-- RECENT CONTACTS --"
               DELIMITED BY SIZE INTO INQUIRY-REC.
           WRITE INQUIRY-REC.

           OPEN INPUT COMMS-FILE.
           IF NOT COMMS-FILE-OK
               MOVE SPACES TO INQUIRY-REC
               STRING "NO COMMUNICATIONS HISTORY ON FILE"
                   DELIMITED BY SIZE INTO INQUIRY-REC
               WRITE INQUIRY-REC
               EXIT PARAGRAPH
           END-IF.

           MOVE 'N' TO WS-COMMS-DONE.
           PERFORM UNTIL WS-COMMS-DONE = 'Y'
               READ COMMS-FILE
                   AT END
                       MOVE 'Y' TO WS-COMMS-DONE
                   NOT AT END
                       IF COMM-CUST-ID = WS-INQUIRY-ID
                           ADD 1 TO WS-CONTACT-TOTAL
                           MOVE COMM-RECORD
                               TO WS-CONTACT-ROW(WS-CONTACT-NEXT)
                           ADD 1 TO WS-CONTACT-NEXT
                           IF WS-CONTACT-NEXT > 10
                               MOVE 1 TO WS-CONTACT-NEXT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE COMMS-FILE.

           IF WS-CONTACT-TOTAL = 0
               MOVE SPACES TO INQUIRY-REC
               STRING "NO CONTACTS RECORDED"
                   DELIMITED BY SIZE INTO INQUIRY-REC
               WRITE INQUIRY-REC
               EXIT PARAGRAPH
           END-IF.

           IF WS-CONTACT-TOTAL > 10
               MOVE 10 TO WS-CONTACT-SHOW
           ELSE
               MOVE WS-CONTACT-TOTAL TO WS-CONTACT-SHOW
           END-IF.
           MOVE WS-CONTACT-NEXT TO WS-CONTACT-SUB.
           PERFORM WS-CONTACT-SHOW TIMES
               SUBTRACT 1 FROM WS-CONTACT-SUB
               IF WS-CONTACT-SUB = 0
                   MOVE 10 TO WS-CONTACT-SUB
               END-IF
               PERFORM 0650-WRITE-ONE-CONTACT
           END-PERFORM.

           MOVE SPACES TO INQUIRY-REC.
           STRING "CONTACTS ON FILE: " WS-CONTACT-TOTAL
               DELIMITED BY SIZE INTO INQUIRY-REC.
           WRITE INQUIRY-REC.

      *----------------------------------------------------------*
      *    0650-WRITE-ONE-CONTACT - ONE HISTORY ROW FROM THE RING   *
      *----------------------------------------------------------*
       0650-WRITE-ONE-CONTACT.
           MOVE WS-CONTACT-ROW(WS-CONTACT-SUB) TO COMM-RECORD.
           MOVE SPACES TO INQUIRY-REC.
           STRING COMM-DATE
               " CHANNEL=" COMM-CHANNEL
               " DOC=" COMM-DOC-TYPE
               " TEMPLATE=" COMM-TEMPLATE
               " RUN=" COMM-RUN-ID
               " BY " COMM-PROGRAM
               DELIMITED BY SIZE INTO INQUIRY-REC.
           WRITE INQUIRY-REC.

      *----------------------------------------------------------*
      *    0700-SHOW-ARCHIVED-POSTINGS - EVERY POSTING ARCHIVE ON   *
      *    THE RETENTION LIST, PROBED FOR THE INQUIRY CUSTOMER'S     *
      *    ROWS THE WAY 0350 PROBES THE ADDRESS ARCHIVES             *
      *----------------------------------------------------------*
       0700-SHOW-ARCHIVED-POSTINGS.
           MOVE SPACES TO INQUIRY-REC.
           STRING "-- ARCHIVED POSTINGS --"
               DELIMITED BY SIZE INTO INQUIRY-REC.
           WRITE INQUIRY-REC.

           MOVE 'N' TO WS-ARCHLIST-EOF.
           OPEN INPUT ARCHLIST-FILE.
           IF ARCHLIST-FILE-OK
               PERFORM UNTIL WS-ARCHLIST-EOF = 'Y'
                   READ ARCHLIST-FILE
                       AT END
                           MOVE 'Y' TO WS-ARCHLIST-EOF
                       NOT AT END
                           IF ARCHL-TYPE = "POSTING"
                               MOVE ARCHL-NAME TO WS-ARCHIVE-NAME
                               PERFORM 0750-PROBE-ONE-POSTING-ARCHIVE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARCHLIST-FILE
           END-IF.

           MOVE SPACES TO INQUIRY-REC.
           IF WS-POSTING-ROW-COUNT = 0
               STRING "NO ARCHIVED POSTINGS"
                   DELIMITED BY SIZE INTO INQUIRY-REC
           ELSE
               STRING "ARCHIVED POSTINGS ON FILE: "
                   WS-POSTING-ROW-COUNT
                   DELIMITED BY SIZE INTO INQUIRY-REC
           END-IF.
           WRITE INQUIRY-REC.

      *----------------------------------------------------------*
      *    0750-PROBE-ONE-POSTING-ARCHIVE - ARCHIVED ROWS CARRY THE *
      *    POSTHISTREC LAYOUT THE LIVE HISTORY DOES                  *
      *----------------------------------------------------------*
       0750-PROBE-ONE-POSTING-ARCHIVE.
           MOVE 'N' TO WS-ARCHIVE-EOF.
           OPEN INPUT POSTARCH-FILE.
           IF NOT POSTARCH-FILE-OK
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-ARCHIVE-EOF = 'Y'
               READ POSTARCH-FILE
                   AT END
                       MOVE 'Y' TO WS-ARCHIVE-EOF
                   NOT AT END
                       IF PA-ID = WS-INQUIRY-ID
                           ADD 1 TO WS-POSTING-ROW-COUNT
                           MOVE PA-AMOUNT TO WS-DISP-AMOUNT
                           MOVE SPACES TO INQUIRY-REC
                           STRING "DATE=" PA-DATE
                               " TYPE=" PA-TYPE PA-SIGN
                               " AMOUNT=" WS-DISP-AMOUNT
                               " TXN=" PA-TXN-ID
                               " INVOICE=" PA-INVOICE-NO
                               " (ARCHIVED)"
                               DELIMITED BY SIZE INTO INQUIRY-REC
                           WRITE INQUIRY-REC
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE POSTARCH-FILE.
