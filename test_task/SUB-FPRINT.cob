       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUB-FPRINT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *----------------------------------------------------------*
      *    DATA-FILE - WHATEVER FILE THE CALLER NAMES, READ AS      *
      *    LINES; THE RECORD LENGTH COMES BACK WITH EACH READ SO     *
      *    THE BYTE COUNT IS THE FILE AS IT SITS ON DISK.            *
      *----------------------------------------------------------*
           SELECT DATA-FILE ASSIGN TO WS-DATA-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DATA-STATUS.

      *----------------------------------------------------------*
      *    CONTROL-FILE - THE SAME NAME PLUS .ctl: READ TO VERIFY   *
      *    AN INBOUND FILE, WRITTEN TO ACCOMPANY AN OUTBOUND ONE     *
      *----------------------------------------------------------*
           SELECT CONTROL-FILE ASSIGN TO WS-CONTROL-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD DATA-FILE
           RECORD IS VARYING IN SIZE FROM 0 TO 8000
           DEPENDING ON WS-DATA-LEN.
       01 DATA-REC PIC X(8000).

       FD CONTROL-FILE.
           COPY "fprintctl".

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------*
      *    SUB-FPRINT - THE SHARED FILE FINGERPRINT: RECORD COUNT,  *
      *    BYTE COUNT AND CHECK HASH FOR ANY NAMED FILE, SO WHAT     *
      *    WAS SENT OR RECEIVED CAN BE PROVED AFTERWARD.  DISTRIB    *
      *    PUTS IT ON THE OUTBOUND MANIFEST; FEEDGATE, INTAKE AND    *
      *    LOCKBOX VERIFY AN INBOUND FILE AGAINST THE SENDER'S       *
      *    CONTROL FILE; FPRINT RUNS IT ON DEMAND.                   *
      *----------------------------------------------------------*
       01 WS-DATA-STATUS PIC XX.
           88 DATA-FILE-OK VALUE '00'.
       01 WS-CONTROL-STATUS PIC XX.
           88 CONTROL-FILE-OK VALUE '00'.
       01 WS-DATA-NAME PIC X(50).
       01 WS-CONTROL-NAME PIC X(60).
       01 WS-DATA-LEN PIC 9(4).
       01 WS-EOF PIC X.

       01 WS-BYTE-POS PIC 9(4).
       01 WS-FILE-POS PIC 9(12).
       01 WS-HASH-WORK PIC 9(18).
       01 WS-HASH-MODULUS PIC 9(16) VALUE 1000000000000000.
      *    THE LINE FEED THAT ENDS EVERY RECORD ON DISK
       01 WS-LINE-FEED-ORD PIC 9(3) VALUE 11.

       LINKAGE SECTION.
           COPY "fprintreq".

       PROCEDURE DIVISION USING FPR-REQUEST.
           MOVE FPR-FILE-NAME TO WS-DATA-NAME.
           MOVE SPACES TO WS-CONTROL-NAME.
           STRING FUNCTION TRIM(FPR-FILE-NAME) ".ctl"
               DELIMITED BY SIZE INTO WS-CONTROL-NAME.
           MOVE 'N' TO FPR-FOUND.
           MOVE 0 TO FPR-RECORDS.
           MOVE 0 TO FPR-BYTES.
           MOVE 0 TO FPR-HASH.
           SET FPR-NO-CONTROL TO TRUE.
           MOVE 0 TO FPR-EXPECTED-RECORDS.
           MOVE 0 TO FPR-EXPECTED-BYTES.
           MOVE 0 TO FPR-EXPECTED-HASH.

           PERFORM 0100-FINGERPRINT-FILE.
           IF NOT FPR-FILE-FOUND
               EXIT PROGRAM
           END-IF.

           EVALUATE TRUE
               WHEN FPR-VERIFY
                   PERFORM 0300-VERIFY-CONTROL
               WHEN FPR-WRITE-CONTROL
                   PERFORM 0400-WRITE-CONTROL
           END-EVALUATE.
           EXIT PROGRAM.

      *----------------------------------------------------------*
      *    0100-FINGERPRINT-FILE - ONE PASS COUNTING RECORDS AND    *
      *    BYTES AND FOLDING EVERY BYTE INTO THE HASH                *
      *----------------------------------------------------------*
       0100-FINGERPRINT-FILE.
           OPEN INPUT DATA-FILE.
           IF NOT DATA-FILE-OK
               EXIT PARAGRAPH
           END-IF.
           SET FPR-FILE-FOUND TO TRUE.
           MOVE 0 TO WS-FILE-POS.
           MOVE 0 TO WS-HASH-WORK.
           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y'
               READ DATA-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO FPR-RECORDS
                       PERFORM 0200-FINGERPRINT-ONE-RECORD
               END-READ
           END-PERFORM.
           CLOSE DATA-FILE.
           MOVE WS-FILE-POS TO FPR-BYTES.
           MOVE WS-HASH-WORK TO FPR-HASH.

      *----------------------------------------------------------*
      *    0200-FINGERPRINT-ONE-RECORD - EACH BYTE'S CODE PLUS ONE  *
      *    TIMES ITS POSITION IN THE FILE, THEN THE LINE FEED        *
      *----------------------------------------------------------*
       0200-FINGERPRINT-ONE-RECORD.
           PERFORM VARYING WS-BYTE-POS FROM 1 BY 1
                   UNTIL WS-BYTE-POS > WS-DATA-LEN
               ADD 1 TO WS-FILE-POS
               COMPUTE WS-HASH-WORK = FUNCTION MOD(WS-HASH-WORK
                   + FUNCTION ORD(DATA-REC(WS-BYTE-POS:1))
                   * WS-FILE-POS, WS-HASH-MODULUS)
           END-PERFORM.
           ADD 1 TO WS-FILE-POS.
           COMPUTE WS-HASH-WORK = FUNCTION MOD(WS-HASH-WORK
               + WS-LINE-FEED-ORD * WS-FILE-POS, WS-HASH-MODULUS).

      *----------------------------------------------------------*
      *    0300-VERIFY-CONTROL - COMPARE WITH THE SENDER'S CONTROL  *
      *    FILE WHEN ONE CAME WITH THE DATA; NO CONTROL FILE IS NOT  *
      *    A FAILURE, ONLY NOTHING TO PROVE AGAINST                  *
      *----------------------------------------------------------*
       0300-VERIFY-CONTROL.
           OPEN INPUT CONTROL-FILE.
           IF NOT CONTROL-FILE-OK
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO FPC-RECORD.
           READ CONTROL-FILE
               AT END
                   MOVE SPACES TO FPC-RECORD
           END-READ.
           CLOSE CONTROL-FILE.

           SET FPR-MISMATCHED TO TRUE.
           IF FPC-RECORDS NOT NUMERIC OR FPC-BYTES NOT NUMERIC
                   OR FPC-HASH NOT NUMERIC
               EXIT PARAGRAPH
           END-IF.
           MOVE FPC-RECORDS TO FPR-EXPECTED-RECORDS.
           MOVE FPC-BYTES TO FPR-EXPECTED-BYTES.
           MOVE FPC-HASH TO FPR-EXPECTED-HASH.
           IF FPC-RECORDS = FPR-RECORDS
                   AND FPC-BYTES = FPR-BYTES
                   AND FPC-HASH = FPR-HASH
               SET FPR-MATCHED TO TRUE
           END-IF.

      *----------------------------------------------------------*
      *    0400-WRITE-CONTROL - THE CONTROL FILE A PARTNER CHECKS   *
      *    OUR FILE AGAINST                                          *
      *----------------------------------------------------------*
       0400-WRITE-CONTROL.
           OPEN OUTPUT CONTROL-FILE.
           MOVE FPR-RECORDS TO FPC-RECORDS.
           MOVE FPR-BYTES TO FPC-BYTES.
           MOVE FPR-HASH TO FPC-HASH.
           WRITE FPC-RECORD.
           CLOSE CONTROL-FILE.
