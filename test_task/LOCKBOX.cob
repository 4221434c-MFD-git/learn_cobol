               ASSIGN TO './result/lockbox-worklist.txt'
               ORGANIZATION IS LINE SEQUENTIAL.

      *----------------------------------------------------------*
      *    QUARANTINE-FILE - A FULL COPY OF A BANK FILE WHOSE       *
      *    FINGERPRINT DOES NOT MATCH THE BANK'S CONTROL FILE,       *
      *    UNDER A DATED NAME, THE WAY FEEDGATE KEEPS A BAD IN01     *
      *----------------------------------------------------------*
           SELECT QUARANTINE-FILE ASSIGN TO WS-QUARANTINE-NAME
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

               FIELD-DATE BY OUT-DATE
               FIELD-REF BY OUT-REF
               FIELD-TXN-ID BY OUT-TXN-ID
               FIELD-ACCT-DATE BY OUT-ACCT-DATE
               FIELD-CURRENCY BY OUT-CURRENCY.
       01 OUT-TRAILER-REC.
           05 OUT-TRL-TAG PIC X(3).
           05 OUT-TRL-COUNT PIC 9(10).
       FD WORKLIST-FILE.
       01 WORKLIST-REC PIC X(100).

       FD QUARANTINE-FILE.
       01 QUARANTINE-REC PIC X(31).

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------*
      *    LOCKBOX IMPORT - EVERY BANK PAYMENT IS TRANSLATED TO A   *
       01 WS-TXN-SEQ PIC 9(4) VALUE 0.
       01 WS-AMOUNT-DISPLAY PIC -(9)9.99.

      *----------------------------------------------------------*
      *    WHEN THE BANK SENDS lockbox_feed.txt.ctl WITH THE FILE,  *
      *    A FILE THAT DOES NOT MATCH IT POSTS NOTHING - HALF A      *
      *    DAY'S PAYMENTS IS WORSE THAN NONE                         *
      *----------------------------------------------------------*
           COPY "fprintreq".
       01 WS-TODAY PIC X(8).
       01 WS-QUARANTINE-NAME PIC X(50).

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           OPEN INPUT BANK-FILE.
           OPEN OUTPUT SUSPENSE-FILE.
           OPEN OUTPUT WORKLIST-FILE.

           SET FPR-VERIFY TO TRUE.
           MOVE "./lockbox_feed.txt" TO FPR-FILE-NAME.
           CALL 'SUB-FPRINT' USING FPR-REQUEST.
           IF FPR-MISMATCHED
               CLOSE BANK-FILE
               PERFORM 0900-QUARANTINE-BANK-FILE
               PERFORM 0800-WRITE-TRAILER
               CLOSE TXN-OUT
               CLOSE SUSPENSE-FILE
               CLOSE WORKLIST-FILE
               DISPLAY "LOCKBOX - bank file does not match its "
                   "control file, quarantined, nothing posted"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM UNTIL WS-EOF = 'Y'
               READ BANK-FILE
                   AT END
                   DELIMITED BY SIZE INTO OUT-TXN-ID
           END-IF.
           MOVE LBX-DATE TO OUT-ACCT-DATE.
           MOVE SPACES TO OUT-CURRENCY.
           WRITE OUT-REC.
           SUBTRACT LBX-AMOUNT FROM WS-NET-AMOUNT.

               MOVE WS-NET-AMOUNT TO OUT-TRL-AMOUNT
           END-IF.
           WRITE OUT-TRAILER-REC.

      *----------------------------------------------------------*
      *    0900-QUARANTINE-BANK-FILE - KEEP THE FILE THAT FAILED    *
      *    ITS FINGERPRINT UNDER A DATED NAME, AND SAY WHY ON THE    *
      *    WORKLIST                                                  *
      *----------------------------------------------------------*
       0900-QUARANTINE-BANK-FILE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
           MOVE SPACES TO WS-QUARANTINE-NAME.
           STRING "./result/lockbox-quarantine-" WS-TODAY ".txt"
               DELIMITED BY SIZE INTO WS-QUARANTINE-NAME.

           MOVE 'N' TO WS-EOF.
           OPEN INPUT BANK-FILE.
           OPEN OUTPUT QUARANTINE-FILE.
           PERFORM UNTIL WS-EOF = 'Y'
               READ BANK-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       MOVE BANK-REC TO QUARANTINE-REC
                       WRITE QUARANTINE-REC
               END-READ
           END-PERFORM.
           CLOSE BANK-FILE.
           CLOSE QUARANTINE-FILE.

           MOVE SPACES TO WORKLIST-REC.
           STRING "BANK FILE FINGERPRINT DOES NOT MATCH ITS CONTROL "
               "FILE - NOTHING POSTED"
               DELIMITED BY SIZE INTO WORKLIST-REC.
           WRITE WORKLIST-REC.
           MOVE SPACES TO WORKLIST-REC.
           STRING "  SENT     RECORDS=" FPR-EXPECTED-RECORDS
               " BYTES=" FPR-EXPECTED-BYTES
               " HASH=" FPR-EXPECTED-HASH
               DELIMITED BY SIZE INTO WORKLIST-REC.
           WRITE WORKLIST-REC.
           MOVE SPACES TO WORKLIST-REC.
           STRING "  RECEIVED RECORDS=" FPR-RECORDS
               " BYTES=" FPR-BYTES
               " HASH=" FPR-HASH
               DELIMITED BY SIZE INTO WORKLIST-REC.
           WRITE WORKLIST-REC.
           MOVE SPACES TO WORKLIST-REC.
           STRING "  COPIED TO " WS-QUARANTINE-NAME
               DELIMITED BY SIZE INTO WORKLIST-REC.
           WRITE WORKLIST-REC.
