       01 WS-CC-NONAME PIC 9(10) VALUE 0.
       01 WS-CC-INACTIVE PIC 9(10) VALUE 0.
       01 WS-CC-BADADDR PIC 9(10) VALUE 0.
      *    PROGRAM C'S "MERGE MODE" LINE - AN INCREMENTAL MERGE
      *    READS THE KEYED MASTERS, NOT CUSTA-SORTED.TXT
       01 WS-CC-MODE PIC X(11) VALUE SPACES.
           88 C-RAN-INCREMENTAL VALUE "INCREMENTAL".
       01 WS-CC-SUM PIC 9(10) VALUE 0.

      *----------------------------------------------------------*
                                   MOVE WS-VALUE TO WS-CC-INACTIVE
                               WHEN "BADADDR"
                                   MOVE WS-VALUE TO WS-CC-BADADDR
                               WHEN "MERGE MODE"
                                   MOVE WS-VALUE-TEXT(1:11)
                                       TO WS-CC-MODE
                               WHEN OTHER
                                   IF WS-LABEL(1:3) = "CO-"
                                       PERFORM 0350-TAKE-COMPANY-LINE
                   DELIMITED BY SIZE INTO RECON-REC
               WRITE RECON-REC
               SET A-CHECK-HAD-NO-DATA TO TRUE
               EXIT PARAGRAPH
           END-IF.
           IF C-RAN-INCREMENTAL
               MOVE SPACES TO RECON-REC
               STRING "CUSTA-SORTED: NOT APPLICABLE - PROGRAM C RAN"
                   " AN INCREMENTAL MERGE"
                   DELIMITED BY SIZE INTO RECON-REC
               WRITE RECON-REC
           ELSE
               MOVE SPACES TO RECON-REC
               IF WS-CA-SORTED = WS-CC-A-READ
