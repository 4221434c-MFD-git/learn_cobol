               ASSIGN TO './result/bridge-report.txt'
               ORGANIZATION IS LINE SEQUENTIAL.

      *----------------------------------------------------------*
      *    BRIDGE-LOAD-FILE - THE CUMULATIVE LIST OF MASTER ROWS    *
      *    ADDED HERE (BRIDGELDREC), SO PROGRAM C'S INCREMENTAL      *
      *    MERGE KNOWS WHICH CUSTOMERS A FEED LOAD TOUCHED           *
      *----------------------------------------------------------*
           SELECT BRIDGE-LOAD-FILE
               ASSIGN TO './result/bridge-loads.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOAD-STATUS.

      *----------------------------------------------------------*
      *    XREF-FILE IS OPENED I-O ONLY TO ESTABLISH LINKS FOR      *
      *    FEED CUSTOMERS ARRIVING WITHOUT ONE - LOOKUPS GO          *
       01 A-REC.
           COPY "custnamerec" REPLACING FIELD-ID BY A-ID
               FIELD-NAME BY A-NAME FIELD-STATUS BY A-STATUS
               FIELD-ADDR BY A-ADDR FIELD-PREF-NAME BY A-PREF-NAME.

       FD CUST-B.
       01 B-REC.
       FD BRIDGE-REPORT.
       01 REPORT-REC PIC X(80).

       FD BRIDGE-LOAD-FILE.
           COPY "bridgeldrec".

       FD XREF-FILE.
           COPY "xrefrec".

       01 WS-CUST-B-STATUS PIC XX.
       01 WS-FEED-EOF PIC X VALUE 'N'.
           88 FEED-AT-EOF VALUE 'Y'.
       01 WS-LOAD-STATUS PIC XX.
           88 LOAD-FILE-OK VALUE '00'.

       01 WS-TODAY PIC 9(8).

      *----------------------------------------------------------*
      *    THE PIPELINE ID COMES FROM THE CROSS-REFERENCE MASTER    *
      *    VIA XREFSUB.  A FEED CUSTOMER WITH NO LINK YET GETS ONE   *
      *    ESTABLISHED HERE - A NEW CUSTOMER ID FROM THE SHARED      *
      *    ALLOCATOR (SUB-CUSTID) - AND RECORDED ON THE MASTER SO    *
      *    EVERY LATER TRANSLATION AGREES.  LINKS MADE BEFORE THE    *
      *    ALLOCATOR CARRY THE 4-BYTE FEED ID SPACE-PADDED AND STAND.*
      *----------------------------------------------------------*
       01 WS-PIPE-ID PIC X(5).
       01 WS-XREF-STATUS PIC XX.
       01 WS-XLINK-RESULT PIC X(1).
           88 LINK-FOUND VALUE 'Y'.
       01 WS-LINKS-MADE-COUNT PIC 9(10) VALUE 0.
       01 WS-NO-ID-COUNT PIC 9(10) VALUE 0.
           COPY "custidreq".

      *----------------------------------------------------------*
      *    EVERY CUSTOMER AND ADDRESS ROW ADDED HERE IS CARRIED     *
      *    INTO THE CUSTOMER SEARCH INDEX THROUGH SUB-SRCHIDX.       *
      *----------------------------------------------------------*
           COPY "srchidxreq".

      *----------------------------------------------------------*
      *    THE 30-BYTE PIPELINE ADDRESS IS BUILT AT SUB-ADDR'S      *
               OPEN I-O XREF-FILE
           END-IF.
           OPEN OUTPUT BRIDGE-REPORT.
           OPEN EXTEND BRIDGE-LOAD-FILE.
           IF NOT LOAD-FILE-OK
               OPEN OUTPUT BRIDGE-LOAD-FILE
           END-IF.

           PERFORM UNTIL FEED-AT-EOF
               READ CUST-FEED
           CLOSE CUST-A.
           CLOSE CUST-B.
           CLOSE XREF-FILE.
           CLOSE BRIDGE-LOAD-FILE.

           MOVE SPACES TO REPORT-REC.
           STRING "FEED READ=" WS-FEED-READ-COUNT
           STRING "B-ADDED=" WS-B-ADDED-COUNT
               " B-DUP=" WS-B-DUP-COUNT
               " REJECTED=" WS-REJECT-COUNT
               " NO-ID-LEFT=" WS-NO-ID-COUNT
               DELIMITED BY SIZE INTO REPORT-REC.
           WRITE REPORT-REC.

           DISPLAY "BRIDGE rejected for bad age: " WS-REJECT-COUNT.
           DISPLAY "BRIDGE cross-reference links established: "
               WS-LINKS-MADE-COUNT.
           DISPLAY "BRIDGE refused - no customer ID left: "
               WS-NO-ID-COUNT.

           IF WS-NO-ID-COUNT > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
           GOBACK.

      *----------------------------------------------------------*
               WRITE REPORT-REC
           ELSE
               PERFORM 0250-RESOLVE-PIPELINE-ID
               IF WS-PIPE-ID = SPACES
                   ADD 1 TO WS-NO-ID-COUNT
                   MOVE SPACES TO REPORT-REC
                   STRING "REJECTED FEED-ID=" FEED-ID
                       " REASON=NO CUSTOMER ID LEFT IN RANGE"
                       DELIMITED BY SIZE INTO REPORT-REC
                   WRITE REPORT-REC
               ELSE
                   PERFORM 0300-WRITE-CUST-A
                   PERFORM 0400-WRITE-CUST-B
               END-IF
           END-IF.

      *----------------------------------------------------------*
      *    0250-RESOLVE-PIPELINE-ID - TRANSLATE THE FEED ID          *
      *    THROUGH THE CROSS-REFERENCE MASTER; A CUSTOMER WITH NO    *
      *    LINK YET IS GIVEN A NEW CUSTOMER ID BY THE ALLOCATOR AND  *
      *    THE LINK IS RECORDED; WITH NO ID LEFT WS-PIPE-ID COMES    *
      *    BACK BLANK AND NO LINK IS MADE                            *
      *----------------------------------------------------------*
       0250-RESOLVE-PIPELINE-ID.
           MOVE 'F' TO WS-XLINK-DIRECTION.
               WS-XLINK-FEED-ID WS-PIPE-ID WS-XLINK-RESULT.

           IF NOT LINK-FOUND
               SET CID-ALLOCATE TO TRUE
               MOVE SPACES TO CID-COMPANY
               CALL 'SUB-CUSTID' USING CID-REQUEST
               IF NOT CID-ID-OK
                   MOVE SPACES TO WS-PIPE-ID
                   EXIT PARAGRAPH
               END-IF
               MOVE CID-CUST-ID TO WS-PIPE-ID
               MOVE FEED-ID TO XREF-FEED-ID
               MOVE WS-PIPE-ID TO XREF-PIPE-ID
               MOVE WS-TODAY TO XREF-ESTABLISHED
           MOVE FEED-NAME TO A-NAME.
           MOVE 'A' TO A-STATUS.
           MOVE SPACES TO A-ADDR.
           MOVE SPACES TO A-PREF-NAME.
           WRITE A-REC
               INVALID KEY
                   ADD 1 TO WS-A-ALREADY-COUNT
               NOT INVALID KEY
                   ADD 1 TO WS-A-ADDED-COUNT
                   MOVE A-ID TO SRQ-CUST-ID
                   SET SRQ-INDEX-NAME TO TRUE
                   MOVE A-NAME TO SRQ-NAME
                   CALL 'SUB-SRCHIDX' USING SRQ-REQUEST
                   MOVE 'A' TO BLD-MASTER
                   PERFORM 0500-RECORD-LOAD
           END-WRITE.

      *----------------------------------------------------------*
                   ADD 1 TO WS-B-DUP-COUNT
               NOT INVALID KEY
                   ADD 1 TO WS-B-ADDED-COUNT
                   MOVE B-ID TO SRQ-CUST-ID
                   SET SRQ-INDEX-ZIP TO TRUE
                   MOVE B-ADDR TO SRQ-ADDR
                   CALL 'SUB-SRCHIDX' USING SRQ-REQUEST
                   MOVE 'B' TO BLD-MASTER
                   PERFORM 0500-RECORD-LOAD
           END-WRITE.

      *----------------------------------------------------------*
      *    0500-RECORD-LOAD - NOTE THE CUSTOMER JUST ADDED TO A     *
      *    MASTER (BLD-MASTER SAYS WHICH) ON THE LOADS LIST          *
      *----------------------------------------------------------*
       0500-RECORD-LOAD.
           MOVE WS-PIPE-ID TO BLD-PIPE-ID.
           MOVE FUNCTION CURRENT-DATE(1:14) TO BLD-TIMESTAMP.
           WRITE BRIDGE-LOAD-REC.
