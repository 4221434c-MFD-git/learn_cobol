      *    INQUIRY ACCESS REPORT - WHO LOOKED AT WHICH CUSTOMER    *
      *    WHEN, FILTERABLE BY OPERATOR, CUSTOMER, AND DATE RANGE,  *
      *    WITH PER-OPERATOR VOLUME COUNTS AND A FLAG ON ANY        *
      *    OPERATOR BROWSING AN UNUSUAL NUMBER OF RECORDS.  SIGN-ON *
      *    EVENTS FROM SUB-SIGNON ARE LISTED ALONGSIDE, WITH EVERY  *
      *    REFUSAL AND LOCKOUT MARKED FOR SECURITY                  *
      *----------------------------------------------------------*
       01 WS-ACCESS-STATUS PIC XX.
           88 ACCESS-FILE-OK VALUE '00'.
       01 WS-FROM-DATE PIC X(8) VALUE "00000000".
       01 WS-TO-DATE PIC X(8) VALUE "99999999".
       01 WS-ROW-COUNT PIC 9(10) VALUE 0.
       01 WS-EVENT-COUNT PIC 9(10) VALUE 0.
       01 WS-FAILED-SIGNON-COUNT PIC 9(10) VALUE 0.

      *----------------------------------------------------------*
      *    A LOOKUP VOLUME PAST THIS MANY ROWS IN THE REPORTING    *

           MOVE SPACES TO REPORT-REC.
           STRING "INQUIRIES REPORTED=" WS-ROW-COUNT
               " SIGN-ON EVENTS=" WS-EVENT-COUNT
               " REFUSED=" WS-FAILED-SIGNON-COUNT
               DELIMITED BY SIZE INTO REPORT-REC.
           WRITE REPORT-REC.
           CLOSE ACCESS-REPORT.

           DISPLAY "ACCESSRPT inquiries reported: "
               WS-ROW-COUNT.
           DISPLAY "ACCESSRPT sign-on events reported: "
               WS-EVENT-COUNT.
           DISPLAY "ACCESSRPT sign-ons refused: "
               WS-FAILED-SIGNON-COUNT.

           MOVE 0 TO RETURN-CODE.
           GOBACK.
               EXIT PARAGRAPH
           END-IF.

           IF ACC-EVENT NOT = SPACES
               PERFORM 0300-TAKE-SIGNON-EVENT
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WS-ROW-COUNT.
           MOVE SPACES TO REPORT-REC.
           STRING "VIEW " ACC-TIMESTAMP(1:8)
               MOVE 1 TO WS-OPER-COUNT(WS-OPER-USED)
           END-IF.

      *----------------------------------------------------------*
      *    0300-TAKE-SIGNON-EVENT - A SIGN-ON ROW IS NOT A VIEW;   *
      *    IT IS PRINTED FOR SECURITY WITH REFUSALS AND LOCKOUTS    *
      *    MARKED SO THEY STAND OUT                                 *
      *----------------------------------------------------------*
       0300-TAKE-SIGNON-EVENT.
           ADD 1 TO WS-EVENT-COUNT.
           MOVE SPACES TO REPORT-REC.
           EVALUATE ACC-EVENT
               WHEN "BADPIN"
               WHEN "LOCKOUT"
               WHEN "LOCKED"
               WHEN "NOCRED"
               WHEN "PINFAIL"
                   ADD 1 TO WS-FAILED-SIGNON-COUNT
                   STRING "SIGN " ACC-TIMESTAMP(1:8)
                       " " ACC-TIMESTAMP(9:6)
                       " OPER=" ACC-OPERATOR
                       " EVENT=" ACC-EVENT
                       " VIA=" ACC-PROGRAM
                       "  ** REFUSED **"
                       DELIMITED BY SIZE INTO REPORT-REC
               WHEN OTHER
                   STRING "SIGN " ACC-TIMESTAMP(1:8)
                       " " ACC-TIMESTAMP(9:6)
                       " OPER=" ACC-OPERATOR
                       " EVENT=" ACC-EVENT
                       " VIA=" ACC-PROGRAM
                       DELIMITED BY SIZE INTO REPORT-REC
           END-EVALUATE.
           WRITE REPORT-REC.

      *----------------------------------------------------------*
      *    0400-WRITE-OPERATOR-VOLUMES - PER-OPERATOR COUNTS, WITH *
      *    THE UNUSUAL-VOLUME FLAG                                  *
