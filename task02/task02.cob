      *    RECORD WIDTH - SEE 0100-READ-IN01/0200-READ-IN02 BELOW.   *
      *    IN01'S MAXIMUM WAS WIDENED FROM 5 TO 21 BYTES SO THE       *
      *    LEADING HDR/TRAILING TRL RECORDS (SEE 0990/0995 BELOW)     *
      *    FIT ALONGSIDE THE ORDINARY 5-BYTE KEY ROWS.  IT NOW        *
      *    RUNS TO 28 SO THE ROW'S OWN CCYYMMDD DATE AT COLUMN 21     *
      *    CAN PICK THE IN02 ROW IN FORCE ON THAT DATE; IN02 RUNS     *
      *    TO 31 FOR ITS VALID-FROM/VALID-TO DATES (COLUMNS 16-31).   *
      *----------------------------------------------------------*
       FD IN01
           RECORD IS VARYING IN SIZE FROM 1 TO 28
           DEPENDING ON WS-IN01-REC-LEN.
       01 IN-REC-1 PIC X(28).

       FD IN02
           RECORD IS VARYING IN SIZE FROM 1 TO 31
           DEPENDING ON WS-IN02-REC-LEN.
       01 IN-REC-2 PIC X(31).

       FD OT01.
       01 OT01-REC PIC X(15).

      *----------------------------------------------------------*
      *    OT-UNMATCHED-1 - THE IN01 KEY, ITS DATE, AND WHY IT DID  *
      *    NOT MATCH: NO IN02 ROWS FOR THE KEY AT ALL, OR NONE IN    *
      *    FORCE ON THE ROW'S DATE (A GAP BETWEEN VALIDITY PERIODS)  *
      *----------------------------------------------------------*
       FD OT-UNMATCHED-1.
       01 UNMATCHED-1-REC.
           05 UNMATCHED-1-KEY PIC X(5).
           05 FILLER PIC X(1).
           05 UNMATCHED-1-DATE PIC X(8).
           05 FILLER PIC X(1).
           05 UNMATCHED-1-REASON PIC X(25).

       FD OT-UNMATCHED-2.
       01 UNMATCHED-2-REC PIC X(15).
       01 EXCEPT-REC PIC X(60).

       FD SPILL-FILE.
       01 SPILL-REC PIC X(31).

       FD OT-JOINED.
       01 JOINED-REC.
      *----------------------------------------------------------*
       01 WS-MATCH-KEY PIC X(5).
       01 WS-IN02-GROUP-TABLE.
           05 WS-IN02-GROUP-ROW OCCURS 1000 TIMES PIC X(31).
       01 WS-IN02-GROUP-COUNT PIC 9(4) VALUE 0.
       01 WS-IN02-GROUP-IDX PIC 9(4).
       01 WS-SPILL-COUNT PIC 9(10) VALUE 0.
       01 WS-JOINED-MODE PIC X(1) VALUE 'N'.
           88 PRODUCE-JOINED-OUTPUT VALUE 'Y'.
       01 WS-JOINED-COUNT PIC 9(10) VALUE 0.
       01 WS-PAIR-IN02 PIC X(31).

      *----------------------------------------------------------*
      *    EFFECTIVE DATING - EACH IN01 ROW JOINS ONLY THE IN02     *
      *    ROWS IN FORCE ON ITS OWN DATE (TODAY WHEN IT CARRIES      *
      *    NONE).  AN IN02 ROW WITH BLANK DATES IS ALWAYS IN FORCE,  *
      *    SO UNDATED REFERENCE DATA JOINS EXACTLY AS BEFORE.        *
      *----------------------------------------------------------*
       01 WS-TODAY PIC X(8).
       01 WS-IN01-AS-OF PIC X(8).
       01 WS-IN-FORCE PIC X VALUE 'N'.
           88 IN02-ROW-IN-FORCE VALUE 'Y'.
       01 WS-ROW-MATCHES PIC 9(10).
       01 WS-GAP-COUNT PIC 9(10) VALUE 0.

      *----------------------------------------------------------*
      *    SHORT/BLANK KEY GUARDS - WS-IN01-REC-LEN/WS-IN02-REC-LEN *
       MAIN-PROCESS.
           MOVE FUNCTION CURRENT-DATE(9:6)
               TO WS-STAT-START-TIME.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
           PERFORM 0050-LOAD-RUN-ID.
           PERFORM 0060-LOAD-PARAMETERS.
           OPEN INPUT IN01.
               EVALUATE TRUE
                   WHEN WS-KEY-1 < WS-KEY-2
                       IF WS-KEY-1 NOT = HIGH-VALUES
                           PERFORM 0240-SET-IN01-AS-OF
                           MOVE SPACES TO UNMATCHED-1-REC
                           MOVE WS-KEY-1 TO UNMATCHED-1-KEY
                           MOVE WS-IN01-AS-OF TO UNMATCHED-1-DATE
                           MOVE "NO IN02 ROW FOR KEY"
                               TO UNMATCHED-1-REASON
                           WRITE UNMATCHED-1-REC
                           MOVE WS-KEY-1 TO AUDIT-KEY
                           MOVE "UNMATCHED" TO AUDIT-ACTION
       0200-READ-IN02.
           MOVE 'N' TO WS-IN02-VALID.
           PERFORM UNTIL IN02-ROW-VALID OR WS-KEY-2 = HIGH-VALUES
               MOVE SPACES TO IN-REC-2
               READ IN02
                   AT END
                       MOVE HIGH-VALUES TO WS-KEY-2
      *    ORIGINAL NESTED-LOOP MATCH (IN02 RE-SCANNED FROM THE TOP *
      *    FOR EVERY IN01 ROW) - INSTEAD OF CONSUMING THE IN02 ROW   *
      *    ONCE AND LEAVING LATER IN01 DUPLICATES UNMATCHED.          *
      *    EACH IN01 ROW NOW PAIRS ONLY WITH THE BUFFERED ROWS IN     *
      *    FORCE ON ITS OWN DATE; ONE THAT FINDS NONE FELL IN A GAP   *
      *    BETWEEN PERIODS AND GOES TO THE UNMATCHED OUTPUT.          *
      *----------------------------------------------------------*
       0250-PROCESS-KEY-GROUP.
           MOVE WS-KEY-1 TO WS-MATCH-KEY.
           END-IF.

           PERFORM UNTIL WS-KEY-1 NOT = WS-MATCH-KEY
               PERFORM 0240-SET-IN01-AS-OF
               MOVE 0 TO WS-ROW-MATCHES
               PERFORM VARYING WS-IN02-GROUP-IDX FROM 1 BY 1
                       UNTIL WS-IN02-GROUP-IDX > WS-IN02-GROUP-COUNT
                   MOVE WS-IN02-GROUP-ROW(WS-IN02-GROUP-IDX)
                       TO WS-PAIR-IN02
                   PERFORM 0265-CHECK-IN-FORCE
                   IF IN02-ROW-IN-FORCE
                       PERFORM 0275-WRITE-MATCH
                   END-IF
               END-PERFORM
               IF WS-SPILL-COUNT > 0
                   PERFORM 0260-EMIT-SPILLED-ROWS
               END-IF
               IF WS-ROW-MATCHES = 0
                   PERFORM 0285-WRITE-DATE-GAP
               END-IF
               PERFORM 0100-READ-IN01
           END-PERFORM.

      *----------------------------------------------------------*
      *    0240-SET-IN01-AS-OF - THE CURRENT IN01 ROW'S OWN DATE    *
      *    (COLUMN 21), OR TODAY WHEN IT CARRIES NO USABLE DATE      *
      *----------------------------------------------------------*
       0240-SET-IN01-AS-OF.
           IF IN-REC-1(21:8) NUMERIC
               MOVE IN-REC-1(21:8) TO WS-IN01-AS-OF
           ELSE
               MOVE WS-TODAY TO WS-IN01-AS-OF
           END-IF.

      *----------------------------------------------------------*
      *    0265-CHECK-IN-FORCE - IS THE IN02 ROW IN WS-PAIR-IN02    *
      *    VALID ON WS-IN01-AS-OF?  A BLANK VALID-FROM OR VALID-TO   *
      *    LEAVES THAT END OF THE PERIOD OPEN.                       *
      *----------------------------------------------------------*
       0265-CHECK-IN-FORCE.
           SET IN02-ROW-IN-FORCE TO TRUE.
           IF WS-PAIR-IN02(16:8) NOT = SPACES
                   AND WS-PAIR-IN02(16:8) > WS-IN01-AS-OF
               MOVE 'N' TO WS-IN-FORCE
           END-IF.
           IF WS-PAIR-IN02(24:8) NOT = SPACES
                   AND WS-PAIR-IN02(24:8) < WS-IN01-AS-OF
               MOVE 'N' TO WS-IN-FORCE
           END-IF.

      *----------------------------------------------------------*
      *    0275-WRITE-MATCH - THE IN02 ROW IN WS-PAIR-IN02 TO OT01  *
      *    (AND THE JOINED OUTPUT) FOR THE CURRENT IN01 ROW          *
      *----------------------------------------------------------*
       0275-WRITE-MATCH.
           MOVE WS-PAIR-IN02 TO OT01-REC.
           WRITE OT01-REC.
           IF PRODUCE-JOINED-OUTPUT
               PERFORM 0280-WRITE-JOINED-PAIR
           END-IF.
           ADD 1 TO WS-MATCH-COUNT.
           ADD 1 TO WS-ROW-MATCHES.
           MOVE WS-MATCH-KEY TO AUDIT-KEY.
           MOVE "MATCHED" TO AUDIT-ACTION.
           PERFORM 0950-WRITE-AUDIT.

      *----------------------------------------------------------*
      *    0285-WRITE-DATE-GAP - THE KEY IS ON IN02 BUT NO ROW WAS  *
      *    IN FORCE ON THIS IN01 ROW'S DATE                          *
      *----------------------------------------------------------*
       0285-WRITE-DATE-GAP.
           ADD 1 TO WS-GAP-COUNT.
           MOVE SPACES TO UNMATCHED-1-REC.
           MOVE WS-MATCH-KEY TO UNMATCHED-1-KEY.
           MOVE WS-IN01-AS-OF TO UNMATCHED-1-DATE.
           MOVE "NO IN02 ROW IN FORCE" TO UNMATCHED-1-REASON.
           WRITE UNMATCHED-1-REC.
           MOVE WS-MATCH-KEY TO AUDIT-KEY.
           MOVE "DATE-GAP" TO AUDIT-ACTION.
           PERFORM 0950-WRITE-AUDIT.

      *----------------------------------------------------------*
      *    0260-EMIT-SPILLED-ROWS - REPLAY THE OVERSIZED GROUP'S    *
      *    SPILLED IN02 ROWS AGAINST THE CURRENT IN01 ROW, SO THE    *
      *    CROSS-PRODUCT IS COMPLETE BEYOND THE IN-CORE 1000 (ONLY   *
      *    ROWS IN FORCE ON THE IN01 ROW'S DATE ARE PAIRED)          *
      *----------------------------------------------------------*
       0260-EMIT-SPILLED-ROWS.
           MOVE 'N' TO WS-SPILL-EOF.
                   AT END
                       MOVE 'Y' TO WS-SPILL-EOF
                   NOT AT END
                       MOVE SPILL-REC TO WS-PAIR-IN02
                       PERFORM 0265-CHECK-IN-FORCE
                       IF IN02-ROW-IN-FORCE
                           PERFORM 0275-WRITE-MATCH
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE SPILL-FILE.

      *----------------------------------------------------------*
      *    0280-WRITE-JOINED-PAIR - ONE COMBINED RECORD FOR THE     *
      *    CURRENT IN01 ROW AND THE IN02 ROW IN WS-PAIR-IN02: THE    *
      *    KEY ONCE, THEN BOTH PAYLOADS (THE BYTES PAST EACH SIDE'S  *
      *    5-BYTE KEY) SIDE BY SIDE                                  *
      *----------------------------------------------------------*
       0280-WRITE-JOINED-PAIR.
               WS-IN01-REJECT-COUNT.
           DISPLAY "TASK02 IN02 rows rejected (short/blank key): "
               WS-IN02-REJECT-COUNT.
           DISPLAY "TASK02 IN01 rows with no IN02 row in force: "
               WS-GAP-COUNT.

           MOVE SPACES TO SUMMARY-REC.
           STRING "IN01 READ=" WS-IN01-READ-COUNT
               DELIMITED BY SIZE INTO SUMMARY-REC.
           WRITE SUMMARY-REC.

           MOVE SPACES TO SUMMARY-REC.
           STRING "IN01 ROWS IN A DATE GAP=" WS-GAP-COUNT
               DELIMITED BY SIZE INTO SUMMARY-REC.
           WRITE SUMMARY-REC.

           IF IN01-TRAILER-SEEN
               MOVE SPACES TO SUMMARY-REC
               STRING "IN01 HEADER EXPECTED=" WS-HDR-EXPECTED-COUNT
