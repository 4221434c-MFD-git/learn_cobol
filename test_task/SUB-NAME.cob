      *    ONE OF THE COMMON HONORIFICS; THE LAST WORD IS ALWAYS     *
      *    THE SURNAME; THE WORD AFTER ANY TITLE IS THE FIRST NAME.  *
      *    A ONE-WORD NAME PARSES AS SURNAME ONLY.                   *
      *    THE SALUTATION IS BUILT HERE TOO, SO EVERY LETTER GREETS  *
      *    THE CUSTOMER THE SAME WAY: A PREFERRED NAME ON FILE IS    *
      *    USED AS GIVEN ("DEAR BOB,"); OTHERWISE "DEAR MR SMITH,"   *
      *    FROM THE PARSED LEGAL NAME, THE FULL FIRST-AND-LAST WHEN  *
      *    THERE IS NO TITLE, AND "DEAR VALUED CUSTOMER," WHEN THE   *
      *    NAME WILL NOT PARSE AT ALL.  A CALLER WRITING A LEGAL     *
      *    NOTICE PASSES SPACES AS THE PREFERRED NAME.               *
      *----------------------------------------------------------*
       01 WS-NAME-UPPER PIC X(20).
       01 WS-IDX PIC 9(2).
           05 RESULT-TITLE PIC X(5).
           05 RESULT-FIRST PIC X(15).
           05 RESULT-LAST PIC X(15).
           05 RESULT-SALUTATION PIC X(60).
       01 PARSE-PREF-NAME PIC X(20).

       PROCEDURE DIVISION USING PARSE-NAME NAME-RESULT
           PARSE-PREF-NAME.

           MOVE FUNCTION UPPER-CASE(PARSE-NAME) TO WS-NAME-UPPER.
           PERFORM 0100-SPLIT-WORDS.
           MOVE SPACES TO RESULT-TITLE.
           MOVE SPACES TO RESULT-FIRST.
           MOVE SPACES TO RESULT-LAST.
           MOVE SPACES TO RESULT-SALUTATION.
           IF WS-WORD-COUNT = 0
               PERFORM 0200-BUILD-SALUTATION
               EXIT PROGRAM
           END-IF.

               MOVE WS-WORD-SLOT(WS-BODY-START) TO RESULT-FIRST
           END-IF.

           PERFORM 0200-BUILD-SALUTATION.
           EXIT PROGRAM.

      *----------------------------------------------------------*
               MOVE WS-WORD TO WS-WORD-SLOT(WS-WORD-COUNT)
           END-IF.
           MOVE 'N' TO WS-IN-WORD.

      *----------------------------------------------------------*
      *    0200-BUILD-SALUTATION - THE PREFERRED NAME WHEN THERE IS *
      *    ONE, ELSE THE GREETING FROM THE PARSED LEGAL NAME         *
      *----------------------------------------------------------*
       0200-BUILD-SALUTATION.
           EVALUATE TRUE
               WHEN PARSE-PREF-NAME NOT = SPACES
                   MOVE FUNCTION UPPER-CASE(PARSE-PREF-NAME)
                       TO WS-NAME-UPPER
                   STRING "DEAR " FUNCTION TRIM(WS-NAME-UPPER) ","
                       DELIMITED BY SIZE INTO RESULT-SALUTATION
               WHEN RESULT-LAST = SPACES
                   MOVE "DEAR VALUED CUSTOMER," TO RESULT-SALUTATION
               WHEN RESULT-TITLE NOT = SPACES
                   STRING "DEAR " FUNCTION TRIM(RESULT-TITLE)
                       " " FUNCTION TRIM(RESULT-LAST) ","
                       DELIMITED BY SIZE INTO RESULT-SALUTATION
               WHEN RESULT-FIRST NOT = SPACES
                   STRING "DEAR " FUNCTION TRIM(RESULT-FIRST)
                       " " FUNCTION TRIM(RESULT-LAST) ","
                       DELIMITED BY SIZE INTO RESULT-SALUTATION
               WHEN OTHER
                   STRING "DEAR " FUNCTION TRIM(RESULT-LAST) ","
                       DELIMITED BY SIZE INTO RESULT-SALUTATION
           END-EVALUATE.
