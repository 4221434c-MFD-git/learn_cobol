       FILE-CONTROL.
      *----------------------------------------------------------*
      *    IN02-FILE - THE REFERENCE FILE TASK02 JOINS AGAINST:     *
      *    5-BYTE KEY PLUS 10-BYTE PAYLOAD, THEN THE DATES THE ROW  *
      *    IS VALID FROM AND TO (BLANK = OPEN-ENDED), KEPT IN KEY    *
      *    AND VALID-FROM ORDER.  READ WHOLE, MAINTAINED IN THE      *
      *    TABLE, AND REWRITTEN IN ORDER, SO NOBODY EDITS IT RAW.    *
      *----------------------------------------------------------*
           SELECT IN02-FILE ASSIGN TO './IN02.txt'
               ORGANIZATION IS LINE SEQUENTIAL

      *----------------------------------------------------------*
      *    MT-FILE - ONE MAINTENANCE TRANSACTION PER ROW IN THE     *
      *    XREF_TXN.TXT SHAPE: 'A' ADDS A KEY/PAYLOAD ROW FOR THE    *
      *    PERIOD GIVEN, 'C' CHANGES A ROW'S PAYLOAD AND/OR CLOSES   *
      *    OR MOVES ITS VALID-TO DATE, 'D' DELETES THE NAMED ROW.    *
      *    ON 'C' AND 'D' THE KEY, PAYLOAD AND VALID-FROM AS ON      *
      *    FILE NAME THE ROW.                                        *
      *----------------------------------------------------------*
           SELECT MT-FILE ASSIGN TO './in02_txn.txt'
               ORGANIZATION IS LINE SEQUENTIAL
       01 IN02-REC.
           05 IN02-KEY PIC X(5).
           05 IN02-PAYLOAD PIC X(10).
           05 IN02-VALID-FROM PIC X(8).
           05 IN02-VALID-TO PIC X(8).

       FD MT-FILE.
       01 MT-REC.
           05 MT-KEY PIC X(5).
           05 MT-PAYLOAD PIC X(10).
           05 MT-NEW-PAYLOAD PIC X(10).
           05 MT-VALID-FROM PIC X(8).
           05 MT-VALID-TO PIC X(8).

       FD MAINT-REPORT.
       01 REPORT-REC PIC X(80).
      *    THE MATCH RATE DROP" STOPS ENDING AT A HAND-EDITED        *
      *    REFERENCE FILE.  THE FILE IS HELD IN KEY ORDER; ADDS      *
      *    INSERT AT THEIR KEY POSITION SO TASK02'S SORTED-INPUT     *
      *    ASSUMPTION SURVIVES EVERY EDIT.  VALIDITY PERIODS FOR    *
      *    ONE KEY MAY NOT OVERLAP ONCE EITHER SIDE IS DATED, SO      *
      *    TASK02 FINDS ONE ROW IN FORCE ON ANY DATE; ROWS WITH NO    *
      *    DATES AT ALL STILL FORM AN ALWAYS-IN-FORCE GROUP.          *
      *----------------------------------------------------------*
       01 WS-IN02-STATUS PIC XX.
           88 IN02-FILE-OK VALUE '00'.
           05 WS-IN02-ROW OCCURS 2000 TIMES.
               10 WS-ROW-KEY PIC X(5).
               10 WS-ROW-PAYLOAD PIC X(10).
               10 WS-ROW-VALID-FROM PIC X(8).
               10 WS-ROW-VALID-TO PIC X(8).
       01 WS-ROW-COUNT PIC 9(4) VALUE 0.
       01 WS-ROW-IDX PIC 9(4).
       01 WS-SHIFT-IDX PIC 9(4).
       01 WS-FOUND-IDX PIC 9(4).
       01 WS-INSERT-AT PIC 9(4).

      *----------------------------------------------------------*
      *    PERIOD OVERLAP TEST - BLANK DATES WIDENED TO THE         *
      *    EARLIEST/LATEST DATE SO OPEN ENDS COMPARE CLEANLY         *
      *----------------------------------------------------------*
       01 WS-NEW-FROM PIC X(8).
       01 WS-NEW-TO PIC X(8).
       01 WS-OLD-FROM PIC X(8).
       01 WS-OLD-TO PIC X(8).
       01 WS-SKIP-IDX PIC 9(4).
       01 WS-OVERLAP-IDX PIC 9(4).
       01 WS-CHECK-DATE PIC X(8).

       01 WS-KEY-IDX PIC 9(1).
       01 WS-EDIT-REASON PIC X(40).
       01 WS-ADDED-COUNT PIC 9(10) VALUE 0.
                                   TO WS-ROW-KEY(WS-ROW-COUNT)
                               MOVE IN02-PAYLOAD TO
                                   WS-ROW-PAYLOAD(WS-ROW-COUNT)
                               MOVE IN02-VALID-FROM TO
                                   WS-ROW-VALID-FROM(WS-ROW-COUNT)
                               MOVE IN02-VALID-TO TO
                                   WS-ROW-VALID-TO(WS-ROW-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           IF WS-EDIT-REASON = SPACES AND MT-IS-CHANGE
                   AND MT-NEW-PAYLOAD = SPACES
                   AND MT-VALID-TO = SPACES
               MOVE "NO NEW PAYLOAD OR VALID-TO ON CHANGE"
                   TO WS-EDIT-REASON
           END-IF.
           IF WS-EDIT-REASON = SPACES
               PERFORM 0260-CHECK-DATES
           END-IF.

           IF WS-EDIT-REASON NOT = SPACES
               PERFORM 0500-REPORT-BAD-TXN
           END-PERFORM.

      *----------------------------------------------------------*
      *    0260-CHECK-DATES - A DATE GIVEN MUST BE A REAL CCYYMMDD  *
      *    (99999999 IS ACCEPTED AS VALID-TO FOR "OPEN-ENDED"), AND  *
      *    AN ADD'S PERIOD MAY NOT END BEFORE IT STARTS              *
      *----------------------------------------------------------*
       0260-CHECK-DATES.
           IF MT-VALID-FROM NOT = SPACES
               MOVE MT-VALID-FROM TO WS-CHECK-DATE
               PERFORM 0270-CHECK-ONE-DATE
               IF WS-EDIT-REASON NOT = SPACES
                   MOVE "VALID-FROM IS NOT A DATE" TO WS-EDIT-REASON
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           IF MT-VALID-TO NOT = SPACES
                   AND MT-VALID-TO NOT = "99999999"
               MOVE MT-VALID-TO TO WS-CHECK-DATE
               PERFORM 0270-CHECK-ONE-DATE
               IF WS-EDIT-REASON NOT = SPACES
                   MOVE "VALID-TO IS NOT A DATE" TO WS-EDIT-REASON
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           IF MT-IS-ADD AND MT-VALID-FROM NOT = SPACES
                   AND MT-VALID-TO NOT = SPACES
                   AND MT-VALID-TO < MT-VALID-FROM
               MOVE "VALID-TO BEFORE VALID-FROM" TO WS-EDIT-REASON
           END-IF.

       0270-CHECK-ONE-DATE.
           IF WS-CHECK-DATE NOT NUMERIC
               MOVE "BAD DATE" TO WS-EDIT-REASON
           ELSE
               IF FUNCTION TEST-DATE-YYYYMMDD
                       (FUNCTION NUMVAL(WS-CHECK-DATE)) NOT = 0
                   MOVE "BAD DATE" TO WS-EDIT-REASON
               END-IF
           END-IF.

      *----------------------------------------------------------*
      *    0300-ADD-ROW - REJECT AN EXACT DUPLICATE OR A PERIOD     *
      *    OVERLAPPING ONE ALREADY ON FILE FOR THE KEY, OTHERWISE    *
      *    INSERT AT THE KEY'S SORTED POSITION                       *
      *----------------------------------------------------------*
       0300-ADD-ROW.
               PERFORM 0500-REPORT-BAD-TXN
               EXIT PARAGRAPH
           END-IF.
           MOVE MT-VALID-FROM TO WS-NEW-FROM.
           MOVE MT-VALID-TO TO WS-NEW-TO.
           MOVE 0 TO WS-SKIP-IDX.
           PERFORM 0460-FIND-OVERLAP.
           IF WS-OVERLAP-IDX > 0
               MOVE "PERIOD OVERLAPS A ROW ON FILE FOR THE KEY"
                   TO WS-EDIT-REASON
               PERFORM 0500-REPORT-BAD-TXN
               EXIT PARAGRAPH
           END-IF.

           MOVE 0 TO WS-INSERT-AT.
           PERFORM VARYING WS-ROW-IDX FROM 1 BY 1
               IF WS-ROW-KEY(WS-ROW-IDX) > MT-KEY
                   MOVE WS-ROW-IDX TO WS-INSERT-AT
               END-IF
               IF WS-ROW-KEY(WS-ROW-IDX) = MT-KEY
                       AND WS-ROW-VALID-FROM(WS-ROW-IDX)
                           > MT-VALID-FROM
                   MOVE WS-ROW-IDX TO WS-INSERT-AT
               END-IF
           END-PERFORM.
           IF WS-INSERT-AT = 0
               COMPUTE WS-INSERT-AT = WS-ROW-COUNT + 1
           ADD 1 TO WS-ROW-COUNT.
           MOVE MT-KEY TO WS-ROW-KEY(WS-INSERT-AT).
           MOVE MT-PAYLOAD TO WS-ROW-PAYLOAD(WS-INSERT-AT).
           MOVE MT-VALID-FROM TO WS-ROW-VALID-FROM(WS-INSERT-AT).
           MOVE MT-VALID-TO TO WS-ROW-VALID-TO(WS-INSERT-AT).
           ADD 1 TO WS-ADDED-COUNT.
           PERFORM 0600-REPORT-APPLIED.
           MOVE "IN02-ADD" TO AUDIT-ACTION.
           PERFORM 0700-WRITE-AUDIT.

      *----------------------------------------------------------*
      *    0350-CHANGE-ROW - THE OLD PAYLOAD AND VALID-FROM NAME    *
      *    THE ROW; A NEW PAYLOAD REPLACES IT IN PLACE AND A NEW     *
      *    VALID-TO CLOSES (OR, AS 99999999, REOPENS) ITS PERIOD -   *
      *    THE USUAL WAY TO END ONE VALUE BEFORE ADDING THE NEXT.    *
      *    ONLY A LONGER PERIOD IS CHECKED FOR OVERLAP; SHORTENING   *
      *    ONE CANNOT CREATE ONE, AND IS HOW AN UNDATED GROUP IS     *
      *    CLOSED OFF ROW BY ROW.                                    *
      *----------------------------------------------------------*
       0350-CHANGE-ROW.
           PERFORM 0450-FIND-EXACT-ROW.
               PERFORM 0500-REPORT-BAD-TXN
               EXIT PARAGRAPH
           END-IF.
           IF MT-VALID-TO NOT = SPACES
               IF WS-ROW-VALID-FROM(WS-FOUND-IDX) NOT = SPACES
                       AND MT-VALID-TO
                           < WS-ROW-VALID-FROM(WS-FOUND-IDX)
                   MOVE "VALID-TO BEFORE VALID-FROM"
                       TO WS-EDIT-REASON
                   PERFORM 0500-REPORT-BAD-TXN
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-ROW-VALID-TO(WS-FOUND-IDX) TO WS-OLD-TO
               IF WS-OLD-TO = SPACES
                   MOVE "99999999" TO WS-OLD-TO
               END-IF
               MOVE WS-ROW-VALID-FROM(WS-FOUND-IDX) TO WS-NEW-FROM
               MOVE MT-VALID-TO TO WS-NEW-TO
               MOVE WS-FOUND-IDX TO WS-SKIP-IDX
               MOVE 0 TO WS-OVERLAP-IDX
               IF WS-NEW-TO > WS-OLD-TO
                   PERFORM 0460-FIND-OVERLAP
               END-IF
               IF WS-OVERLAP-IDX > 0
                   MOVE "PERIOD OVERLAPS A ROW ON FILE FOR THE KEY"
                       TO WS-EDIT-REASON
                   PERFORM 0500-REPORT-BAD-TXN
                   EXIT PARAGRAPH
               END-IF
               MOVE MT-VALID-TO TO WS-ROW-VALID-TO(WS-FOUND-IDX)
           END-IF.
           IF MT-NEW-PAYLOAD NOT = SPACES
               MOVE MT-NEW-PAYLOAD TO WS-ROW-PAYLOAD(WS-FOUND-IDX)
           END-IF.
           ADD 1 TO WS-CHANGED-COUNT.
           PERFORM 0600-REPORT-APPLIED.
           MOVE "IN02-CHG" TO AUDIT-ACTION.
           PERFORM 0700-WRITE-AUDIT.

      *----------------------------------------------------------*
      *    0450-FIND-EXACT-ROW - THE ROW MATCHING KEY, PAYLOAD AND  *
      *    VALID-FROM (IN02 CARRIES GROUPS AND SUCCESSIVE PERIODS,   *
      *    SO THE KEY ALONE IS NOT ENOUGH)                           *
      *----------------------------------------------------------*
       0450-FIND-EXACT-ROW.
           MOVE 0 TO WS-FOUND-IDX.
                   UNTIL WS-ROW-IDX > WS-ROW-COUNT
               IF WS-ROW-KEY(WS-ROW-IDX) = MT-KEY
                       AND WS-ROW-PAYLOAD(WS-ROW-IDX) = MT-PAYLOAD
                       AND WS-ROW-VALID-FROM(WS-ROW-IDX)
                           = MT-VALID-FROM
                   MOVE WS-ROW-IDX TO WS-FOUND-IDX
               END-IF
           END-PERFORM.

      *----------------------------------------------------------*
      *    0460-FIND-OVERLAP - ANOTHER ROW FOR THE KEY (OTHER THAN  *
      *    WS-SKIP-IDX) WHOSE PERIOD OVERLAPS WS-NEW-FROM/TO.  TWO   *
      *    ROWS BOTH WITHOUT ANY DATES ARE AN ORDINARY GROUP AND     *
      *    DO NOT COUNT; ONCE EITHER IS DATED THEY MAY NOT OVERLAP.  *
      *----------------------------------------------------------*
       0460-FIND-OVERLAP.
           MOVE 0 TO WS-OVERLAP-IDX.
           IF WS-NEW-FROM = SPACES
               MOVE "00000000" TO WS-NEW-FROM
           END-IF.
           IF WS-NEW-TO = SPACES
               MOVE "99999999" TO WS-NEW-TO
           END-IF.
           PERFORM VARYING WS-ROW-IDX FROM 1 BY 1
                   UNTIL WS-ROW-IDX > WS-ROW-COUNT
                   OR WS-OVERLAP-IDX > 0
               IF WS-ROW-KEY(WS-ROW-IDX) = MT-KEY
                       AND WS-ROW-IDX NOT = WS-SKIP-IDX
                   MOVE WS-ROW-VALID-FROM(WS-ROW-IDX) TO WS-OLD-FROM
                   MOVE WS-ROW-VALID-TO(WS-ROW-IDX) TO WS-OLD-TO
                   IF WS-OLD-FROM = SPACES
                       MOVE "00000000" TO WS-OLD-FROM
                   END-IF
                   IF WS-OLD-TO = SPACES
                       MOVE "99999999" TO WS-OLD-TO
                   END-IF
                   IF WS-NEW-FROM <= WS-OLD-TO
                           AND WS-OLD-FROM <= WS-NEW-TO
                       IF WS-NEW-FROM NOT = "00000000"
                               OR WS-NEW-TO NOT = "99999999"
                               OR WS-OLD-FROM NOT = "00000000"
                               OR WS-OLD-TO NOT = "99999999"
                           MOVE WS-ROW-IDX TO WS-OVERLAP-IDX
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

      *----------------------------------------------------------*
      *    0500-REPORT-BAD-TXN - A ROW THAT COULD NOT BE APPLIED    *
      *----------------------------------------------------------*
           STRING "APPLIED ACTION=" MT-ACTION
               " KEY=" MT-KEY
               " PAYLOAD=" MT-PAYLOAD
               " FROM=" MT-VALID-FROM
               " TO=" MT-VALID-TO
               DELIMITED BY SIZE INTO REPORT-REC.
           WRITE REPORT-REC.

                   UNTIL WS-ROW-IDX > WS-ROW-COUNT
               MOVE WS-ROW-KEY(WS-ROW-IDX) TO IN02-KEY
               MOVE WS-ROW-PAYLOAD(WS-ROW-IDX) TO IN02-PAYLOAD
               MOVE WS-ROW-VALID-FROM(WS-ROW-IDX) TO IN02-VALID-FROM
               MOVE WS-ROW-VALID-TO(WS-ROW-IDX) TO IN02-VALID-TO
               WRITE IN02-REC
           END-PERFORM.
           CLOSE IN02-FILE.
