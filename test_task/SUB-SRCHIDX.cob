       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUB-SRCHIDX.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *----------------------------------------------------------*
      *    SRCH-FILE - THE CUSTOMER SEARCH INDEX (SRCHIDXREC).  A   *
      *    RUN THAT FINDS NO INDEX YET STARTS AN EMPTY ONE; CUSTLOAD *
      *    FILLS IT FROM THE MASTERS ON ITS NEXT LOAD.               *
      *----------------------------------------------------------*
           SELECT SRCH-FILE ASSIGN TO './custA-search.txt'
               ORGANIZATION IS INDEXED
               RECORD KEY IS SRCH-KEY
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS WS-SRCH-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD SRCH-FILE.
           COPY "srchidxrec".

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------*
      *    SUB-SRCHIDX - SHARED UPKEEP OF THE CUSTOMER SEARCH INDEX *
      *    FOR ONE CUSTOMER AT A TIME, IN THE SPIRIT OF SUB-CUSTID,  *
      *    SO MAINT AND BRIDGE BUILD THE KEYS EXACTLY AS CUSTLOAD'S  *
      *    REBUILD DOES.  THE INDEX IS OPENED AND CLOSED ON EVERY    *
      *    CALL; SEE SRCHIDXREQ FOR THE REQUEST AREA.                *
      *----------------------------------------------------------*
       01 WS-SRCH-STATUS PIC XX.
           88 SRCH-FILE-OK VALUE '00'.
       01 WS-SOUND-CODE PIC X(8).
       01 WS-ZIP PIC X(3).

       LINKAGE SECTION.
           COPY "srchidxreq".

       PROCEDURE DIVISION USING SRQ-REQUEST.
           SET SRQ-NOTHING-TO-DO TO TRUE.
           MOVE SPACES TO SRCH-REC.
           MOVE SRQ-CUST-ID TO SRCH-CUST-ID.

           EVALUATE TRUE
               WHEN SRQ-INDEX-NAME OR SRQ-DROP-NAME
                   CALL 'SUB-PHON' USING SRQ-NAME WS-SOUND-CODE
                   IF WS-SOUND-CODE = SPACES
                       EXIT PROGRAM
                   END-IF
                   SET SRCH-IS-PHONETIC TO TRUE
                   MOVE WS-SOUND-CODE TO SRCH-VALUE
               WHEN SRQ-INDEX-ZIP
                   MOVE FUNCTION UPPER-CASE(SRQ-ADDR(28:3)) TO WS-ZIP
                   IF WS-ZIP = SPACES
                       EXIT PROGRAM
                   END-IF
                   SET SRCH-IS-ZIP TO TRUE
                   MOVE WS-ZIP TO SRCH-VALUE
               WHEN OTHER
                   EXIT PROGRAM
           END-EVALUATE.

           PERFORM 0100-OPEN-INDEX.
           IF NOT SRCH-FILE-OK
               SET SRQ-NO-INDEX TO TRUE
               EXIT PROGRAM
           END-IF.

      *    A ROW ALREADY THERE (OR ALREADY GONE) IS WHAT THE CALLER
      *    ASKED FOR, SO NEITHER KEY CONDITION IS AN ERROR HERE.
           IF SRQ-DROP-NAME
               DELETE SRCH-FILE
                   INVALID KEY
                       CONTINUE
               END-DELETE
           ELSE
               WRITE SRCH-REC
                   INVALID KEY
                       CONTINUE
               END-WRITE
           END-IF.
           SET SRQ-DONE TO TRUE.

           CLOSE SRCH-FILE.
           EXIT PROGRAM.

      *----------------------------------------------------------*
      *    0100-OPEN-INDEX - OPEN THE INDEX FOR UPDATE, CREATING AN *
      *    EMPTY ONE THE FIRST TIME                                  *
      *----------------------------------------------------------*
       0100-OPEN-INDEX.
           OPEN I-O SRCH-FILE.
           IF NOT SRCH-FILE-OK
               OPEN OUTPUT SRCH-FILE
               CLOSE SRCH-FILE
               OPEN I-O SRCH-FILE
           END-IF.
