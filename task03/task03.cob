           SELECT COMPARE-FILE ASSIGN TO './result/task03-compare.txt'
               ORGANIZATION IS LINE SEQUENTIAL.

      *----------------------------------------------------------*
      *    SUPERSEDED-FILE - EVERY DROPPED DUPLICATE, NEXT TO THE   *
      *    ROW THAT BEAT IT AND THE REASON IT WON UNDER THE          *
      *    SURVIVORSHIP RULE IN FORCE                                *
      *----------------------------------------------------------*
           SELECT SUPERSEDED-FILE
               ASSIGN TO './result/task03-superseded.txt'
               ORGANIZATION IS LINE SEQUENTIAL.

      *----------------------------------------------------------*
      *    EXCEPTIONS-FILE IS THE SHARED CROSS-PROGRAM EXCEPTIONS    *
      *    LOG TASK01/TASK02/TASK03 ALL APPEND TO                    *
      *    KEY MAKES EVERY REPEAT OF A KEY ADJACENT, SO THE OLD      *
      *    SCAN-EVERY-KEY-SEEN-SO-FAR TABLE (AND ITS 5000-KEY        *
      *    CEILING) IS REPLACED BY A SIMPLE CONTROL BREAK.  THE      *
      *    SURVIVOR RANK IS THE MINOR KEY, BUILT BY THE RULE ON      *
      *    TASK03_PARAM.TXT SO THE ROW THAT SHOULD SURVIVE SORTS     *
      *    FIRST IN ITS GROUP: 'F' THE ROW NUMBER (FIRST SEEN, AS    *
      *    ALWAYS); 'L' THE DATE AT COLUMN 21 AND THE ROW NUMBER,    *
      *    BOTH INVERTED, SO THE LATEST DATE - AND ON A TIE THE      *
      *    LATER ROW - COMES FIRST; 'C' THE COUNT OF BLANK PAYLOAD   *
      *    BYTES (OUTSIDE THE KEY), THEN THE ROW NUMBER.             *
      *----------------------------------------------------------*
       SD DEDUP-WORK.
       01 S1-REC.
           05 S1-KEY PIC X(40).
           05 S1-ROW-NO PIC 9(10).
           05 S1-DATA PIC X(40).
           05 S1-RANK PIC X(18).

      *----------------------------------------------------------*
      *    RESEQ-WORK - SECOND SORT PASS, PUTTING THE SURVIVING     *
           05 PARM-KEY-START PIC 9(3).
           05 PARM-KEY-LEN PIC 9(3).
           05 PARM-COMPARE-YESTERDAY PIC X(1).
           05 PARM-SURVIVOR-RULE PIC X(1).

       FD YESTERDAY-FILE.
       01 YEST-REC PIC X(40).
       FD COMPARE-FILE.
       01 COMPARE-REC PIC X(60).

       FD SUPERSEDED-FILE.
       01 SUPERSEDED-REC.
           05 SUP-DROPPED-ROW-NO PIC 9(10).
           05 FILLER PIC X(1).
           05 SUP-DROPPED-DATA PIC X(40).
           05 FILLER PIC X(1).
           05 SUP-KEPT-ROW-NO PIC 9(10).
           05 FILLER PIC X(1).
           05 SUP-KEPT-DATA PIC X(40).
           05 FILLER PIC X(1).
           05 SUP-REASON PIC X(30).

       FD EXCEPTIONS-FILE.
           COPY "exceptrec".

       01 WS-PARM-STATUS PIC XX.
           88 PARM-FILE-OK VALUE '00'.

      *----------------------------------------------------------*
      *    SURVIVORSHIP - WHICH ROW OF A KEY GROUP IS KEPT.  NO     *
      *    PARAMETER (OR AN UNKNOWN ONE) KEEPS THE FIRST ROW SEEN.   *
      *----------------------------------------------------------*
       01 WS-SURVIVOR-RULE PIC X(1) VALUE 'F'.
           88 KEEP-FIRST-ROW VALUE 'F'.
           88 KEEP-LATEST-DATE VALUE 'L'.
           88 KEEP-MOST-COMPLETE VALUE 'C'.
       01 WS-RANK-DATE PIC 9(8).
       01 WS-RANK-ROW PIC 9(10).
       01 WS-BLANK-COUNT PIC 9(3).
       01 WS-KEY-BLANKS PIC 9(3).
       01 WS-RANK-BLANKS PIC 9(3).
       01 WS-KEPT-ROW-NO PIC 9(10).
       01 WS-KEPT-DATA PIC X(40).
       01 WS-KEPT-BLANKS PIC 9(3).
       01 WS-DROP-BLANKS PIC 9(3).

      *----------------------------------------------------------*
      *    AUDIT-FILE/EXCEPTIONS-FILE ARE APPENDED TO (OPEN        *
      *    EXTEND) BUT MAY NOT EXIST YET ON A FRESH CHECKOUT -      *

       01 WS-ADDED-COUNT PIC 9(10) VALUE 0.
       01 WS-REMOVED-COUNT PIC 9(10) VALUE 0.
       01 WS-SORT-DATA PIC X(40).

       PROCEDURE DIVISION.
       MAIN-PROCESS.
      *----------------------------------------------------------*
           SORT DEDUP-WORK
               ON ASCENDING KEY S1-KEY
               ON ASCENDING KEY S1-RANK
               ON ASCENDING KEY S1-ROW-NO
               INPUT PROCEDURE IS 0100-FEED-IN01
               OUTPUT PROCEDURE IS 0200-DROP-DUPLICATES.

           DISPLAY "TASK03 unique records written: " WS-UNIQUE-COUNT.
           DISPLAY "TASK03 duplicates removed: " WS-DUP-COUNT.
           DISPLAY "TASK03 survivorship rule: " WS-SURVIVOR-RULE.

           IF PRODUCE-COMPARE-REPORT
               PERFORM 0700-LOAD-YESTERDAY-KEYS
                           MOVE PARM-KEY-LEN TO WS-KEY-LEN
                       END-IF
                       MOVE PARM-COMPARE-YESTERDAY TO WS-COMPARE-MODE
                       IF PARM-SURVIVOR-RULE = 'L'
                               OR PARM-SURVIVOR-RULE = 'C'
                           MOVE PARM-SURVIVOR-RULE
                               TO WS-SURVIVOR-RULE
                       END-IF
               END-READ
               CLOSE PARM-FILE
           END-IF.
      *----------------------------------------------------------*
      *    0100-FEED-IN01 - SORT INPUT PROCEDURE; HDR/TRL RECORDS   *
      *    ARE PARSED AS BEFORE AND EVERY DATA ROW IS RELEASED       *
      *    WITH ITS EXTRACTED KEY, ORIGINAL ROW NUMBER AND RANK      *
      *----------------------------------------------------------*
       0100-FEED-IN01.
           OPEN INPUT IN01.
                                   TO S1-KEY
                               MOVE WS-IN01-ROW-NO TO S1-ROW-NO
                               MOVE IN-REC-1 TO S1-DATA
                               PERFORM 0150-SET-SURVIVOR-RANK
                               RELEASE S1-REC
                       END-EVALUATE
           END-PERFORM.
           CLOSE IN01.

      *----------------------------------------------------------*
      *    0150-SET-SURVIVOR-RANK - THE MINOR SORT KEY FOR THE ROW  *
      *    IN S1-DATA UNDER THE SURVIVORSHIP RULE.  AN UNDATED ROW   *
      *    RANKS BEHIND EVERY DATED ONE UNDER 'L'.                   *
      *----------------------------------------------------------*
       0150-SET-SURVIVOR-RANK.
           MOVE SPACES TO S1-RANK.
           EVALUATE TRUE
               WHEN KEEP-LATEST-DATE
                   IF S1-DATA(21:8) NUMERIC
                       MOVE S1-DATA(21:8) TO WS-RANK-DATE
                       COMPUTE WS-RANK-DATE = 99999999 - WS-RANK-DATE
                   ELSE
                       MOVE 99999999 TO WS-RANK-DATE
                   END-IF
                   COMPUTE WS-RANK-ROW = 9999999999 - S1-ROW-NO
                   STRING WS-RANK-DATE WS-RANK-ROW
                       DELIMITED BY SIZE INTO S1-RANK
               WHEN KEEP-MOST-COMPLETE
                   MOVE S1-DATA TO WS-SORT-DATA
                   PERFORM 0160-COUNT-PAYLOAD-BLANKS
                   MOVE WS-BLANK-COUNT TO WS-RANK-BLANKS
                   STRING WS-RANK-BLANKS S1-ROW-NO
                       DELIMITED BY SIZE INTO S1-RANK
               WHEN OTHER
                   MOVE S1-ROW-NO TO S1-RANK
           END-EVALUATE.

      *----------------------------------------------------------*
      *    0160-COUNT-PAYLOAD-BLANKS - BLANK BYTES IN WS-SORT-DATA  *
      *    OUTSIDE THE DEDUP KEY; FEWER MEANS A MORE COMPLETE ROW    *
      *----------------------------------------------------------*
       0160-COUNT-PAYLOAD-BLANKS.
           MOVE 0 TO WS-BLANK-COUNT.
           MOVE 0 TO WS-KEY-BLANKS.
           INSPECT WS-SORT-DATA TALLYING WS-BLANK-COUNT
               FOR ALL SPACES.
           INSPECT WS-SORT-DATA(WS-KEY-START:WS-KEY-LEN)
               TALLYING WS-KEY-BLANKS FOR ALL SPACES.
           SUBTRACT WS-KEY-BLANKS FROM WS-BLANK-COUNT.

      *----------------------------------------------------------*
      *    0200-DROP-DUPLICATES - SORT OUTPUT PROCEDURE; THE FIRST  *
      *    ROW OF EACH KEY GROUP (THE SURVIVOR, BY ITS RANK)         *
      *    SURVIVES TO DEDUP-FILE, EVERY LATER ROW OF THE GROUP IS   *
      *    A DUPLICATE, LOGGED TO THE SHARED EXCEPTIONS FILE AND     *
      *    WRITTEN TO THE SUPERSEDED FILE BESIDE ITS SURVIVOR        *
      *----------------------------------------------------------*
       0200-DROP-DUPLICATES.
           OPEN OUTPUT DEDUP-FILE.
           OPEN OUTPUT SUPERSEDED-FILE.
           SET FIRST-SORT-ROW TO TRUE.

           PERFORM UNTIL WS-SORT1-EOF = 'Y'
                           ADD 1 TO WS-DUP-COUNT
                           MOVE S1-ROW-NO TO EXCEPT-ROW
                           PERFORM 0960-WRITE-DUP-EXCEPTION
                           PERFORM 0250-WRITE-SUPERSEDED
                       ELSE
                           MOVE S1-ROW-NO TO WS-KEPT-ROW-NO
                           MOVE S1-DATA TO WS-KEPT-DATA
                           MOVE S1-KEY TO DEDUP-KEY
                           MOVE S1-ROW-NO TO DEDUP-ROW-NO
                           MOVE S1-DATA TO DEDUP-DATA
           END-PERFORM.

           CLOSE DEDUP-FILE.
           CLOSE SUPERSEDED-FILE.

      *----------------------------------------------------------*
      *    0250-WRITE-SUPERSEDED - THE DROPPED ROW, THE ROW THAT    *
      *    BEAT IT, AND WHY                                          *
      *----------------------------------------------------------*
       0250-WRITE-SUPERSEDED.
           MOVE SPACES TO SUPERSEDED-REC.
           MOVE S1-ROW-NO TO SUP-DROPPED-ROW-NO.
           MOVE S1-DATA TO SUP-DROPPED-DATA.
           MOVE WS-KEPT-ROW-NO TO SUP-KEPT-ROW-NO.
           MOVE WS-KEPT-DATA TO SUP-KEPT-DATA.
           EVALUATE TRUE
               WHEN KEEP-LATEST-DATE
                   IF WS-KEPT-DATA(21:8) = S1-DATA(21:8)
                       MOVE "SAME DATE - KEPT LATER ROW"
                           TO SUP-REASON
                   ELSE
                       MOVE "KEPT LATER DATE" TO SUP-REASON
                   END-IF
               WHEN KEEP-MOST-COMPLETE
                   MOVE WS-KEPT-DATA TO WS-SORT-DATA
                   PERFORM 0160-COUNT-PAYLOAD-BLANKS
                   MOVE WS-BLANK-COUNT TO WS-KEPT-BLANKS
                   MOVE S1-DATA TO WS-SORT-DATA
                   PERFORM 0160-COUNT-PAYLOAD-BLANKS
                   MOVE WS-BLANK-COUNT TO WS-DROP-BLANKS
                   IF WS-KEPT-BLANKS = WS-DROP-BLANKS
                       MOVE "SAME BLANKS - KEPT FIRST ROW"
                           TO SUP-REASON
                   ELSE
                       MOVE "KEPT FEWER BLANK BYTES" TO SUP-REASON
                   END-IF
               WHEN OTHER
                   MOVE "KEPT FIRST ROW" TO SUP-REASON
           END-EVALUATE.
           WRITE SUPERSEDED-REC.

      *----------------------------------------------------------*
      *    0300-WRITE-OT01 - SECOND SORT'S OUTPUT PROCEDURE; THE    *
