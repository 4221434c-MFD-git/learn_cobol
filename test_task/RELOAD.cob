       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *----------------------------------------------------------*
      *    CUST-A / CUST-B ARE THE LIVE MASTERS UNLESS THE          *
      *    PARAMETER ASKS FOR THE SCRATCH VERIFICATION COPIES       *
      *----------------------------------------------------------*
           SELECT CUST-A ASSIGN TO WS-CUST-A-NAME
               ORGANIZATION IS INDEXED
               RECORD KEY IS A-ID
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CUST-A-STATUS.

           SELECT CUST-B ASSIGN TO WS-CUST-B-NAME
               ORGANIZATION IS INDEXED
               RECORD KEY IS B-KEY
               ACCESS MODE IS SEQUENTIAL
      *    DEFAULT - REBUILDING A MASTER IS AN EXPLICIT OPERATOR     *
      *    DECISION, NOT SOMETHING A MISSING PARAMETER FILE SHOULD   *
      *    EVER DO BY ACCIDENT.                                      *
      *    AN 'S' IN THE TENTH BYTE LOADS THE BACKUP INTO THE        *
      *    SCRATCH COPY (RESULT/CUSTA-VERIFY.TXT OR CUSTB-VERIFY.TXT)*
      *    INSTEAD, SO BKVERIFY CAN PROVE A BACKUP RESTORES WITHOUT  *
      *    TOUCHING THE LIVE MASTER OR PROGRAM C'S MERGE STATE.      *
      *----------------------------------------------------------*
           SELECT PARM-FILE ASSIGN TO './reload_param.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

      *----------------------------------------------------------*
      *    MERGE-STATE-FILE - PROGRAM C'S MERGE STATE.  A MASTER *
      *    REPLACED FROM BACKUP INVALIDATES ANYTHING AN          *
      *    INCREMENTAL MERGE COULD BUILD ON, SO THE NEXT MERGE IS*
      *    MARKED TO RUN IN FULL                                 *
      *----------------------------------------------------------*
           SELECT MERGE-STATE-FILE
               ASSIGN TO './result/c-merge-state.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MERGE-STATE-STATUS.

       DATA DIVISION.
       FILE SECTION.

               FIELD-ADDR BY B-ADDR FIELD-NAME BY B-NAME.

       FD BACKUP-FILE.
       01 BACKUP-REC PIC X(78).

       FD PARM-FILE.
       01 PARM-REC.
           05 PARM-FAMILY PIC X(1).
           05 PARM-BACKUP-DATE PIC X(8).
           05 PARM-TARGET PIC X(1).

       FD MERGE-STATE-FILE.
           COPY "mergestrec".

       WORKING-STORAGE SECTION.
       01 WS-CUST-A-STATUS PIC XX.
           88 BACKUP-FILE-OK VALUE '00'.
       01 WS-PARM-STATUS PIC XX.
           88 PARM-FILE-OK VALUE '00'.
       01 WS-MERGE-STATE-STATUS PIC XX.
           88 MERGE-STATE-OK VALUE '00'.

       01 WS-FAMILY PIC X(1) VALUE SPACE.
           88 RELOAD-CUST-A VALUE 'A'.
           88 RELOAD-CUST-B VALUE 'B'.
       01 WS-BACKUP-DATE PIC X(8).
       01 WS-BACKUP-NAME PIC X(50).
       01 WS-TARGET PIC X(1) VALUE SPACE.
           88 RELOAD-TO-SCRATCH VALUE 'S'.
       01 WS-CUST-A-NAME PIC X(50) VALUE './custA.txt'.
       01 WS-CUST-B-NAME PIC X(50) VALUE './custB.txt'.

       01 WS-BACKUP-EOF PIC X VALUE 'N'.
       01 WS-RELOAD-COUNT PIC 9(10) VALUE 0.
               GOBACK
           END-IF.

           IF RELOAD-TO-SCRATCH
               MOVE './result/custA-verify.txt' TO WS-CUST-A-NAME
               MOVE './result/custB-verify.txt' TO WS-CUST-B-NAME
               DISPLAY "RELOAD - loading scratch copy, live masters "
                   "untouched"
           END-IF.

           IF RELOAD-CUST-A
               MOVE SPACES TO WS-BACKUP-NAME
               STRING "./result/custA-backup-" WS-BACKUP-DATE
           ELSE
               CLOSE CUST-B
           END-IF.
           IF NOT RELOAD-TO-SCRATCH
               PERFORM 0300-FLAG-FULL-MERGE-DUE
           END-IF.

           DISPLAY "RELOAD records loaded: " WS-RELOAD-COUNT.
           DISPLAY "RELOAD duplicate keys rejected: " WS-DUP-COUNT.
           GOBACK.

      *----------------------------------------------------------*
      *    0100-LOAD-PARAMETERS - FAMILY, BACKUP DATE AND TARGET    *
      *----------------------------------------------------------*
       0100-LOAD-PARAMETERS.
           OPEN INPUT PARM-FILE.
                   NOT AT END
                       MOVE PARM-FAMILY TO WS-FAMILY
                       MOVE PARM-BACKUP-DATE TO WS-BACKUP-DATE
                       MOVE PARM-TARGET TO WS-TARGET
               END-READ
               CLOSE PARM-FILE
           END-IF.
      *----------------------------------------------------------*
       0200-LOAD-ONE-RECORD.
           IF RELOAD-CUST-A
               MOVE BACKUP-REC(1:78) TO A-REC
               WRITE A-REC
                   INVALID KEY
                       ADD 1 TO WS-DUP-COUNT
                       ADD 1 TO WS-RELOAD-COUNT
               END-WRITE
           END-IF.

      *----------------------------------------------------------*
      *    0300-FLAG-FULL-MERGE-DUE - THE MASTER NOW HOLDS       *
      *    WHATEVER THE BACKUP HELD, SO THE NEXT MERGE MUST      *
      *    REBUILD FROM IT IN FULL                               *
      *----------------------------------------------------------*
       0300-FLAG-FULL-MERGE-DUE.
           MOVE SPACES TO MERGE-STATE-REC.
           OPEN INPUT MERGE-STATE-FILE.
           IF MERGE-STATE-OK
               READ MERGE-STATE-FILE
                   AT END
                       MOVE SPACES TO MERGE-STATE-REC
               END-READ
               CLOSE MERGE-STATE-FILE
           END-IF.
           SET MST-FULL-MERGE-DUE TO TRUE.
           MOVE "RELOAD" TO MST-DUE-BY.
           OPEN OUTPUT MERGE-STATE-FILE.
           WRITE MERGE-STATE-REC.
           CLOSE MERGE-STATE-FILE.
