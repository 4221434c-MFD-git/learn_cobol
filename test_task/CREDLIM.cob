       FILE-CONTROL.
      *----------------------------------------------------------*
      *    LIMIT-FILE - ONE ROW PER CUSTOMER: THE FIELD-ID AND THE  *
      *    CREDIT LIMIT TO HOLD ON THE BALANCE MASTER, WITH AN       *
      *    OPTIONAL REASON.  A LIMIT OF ZERO CLEARS THE CHECK FOR    *
      *    THAT CUSTOMER.  PAYSCORE'S PROPOSED-LIMIT FILE IS IN      *
      *    THIS LAYOUT AND LOADS HERE ONCE REVIEWED.                 *
      *----------------------------------------------------------*
           SELECT LIMIT-FILE ASSIGN TO './credit_limits.txt'
               ORGANIZATION IS LINE SEQUENTIAL
       FILE SECTION.

       FD LIMIT-FILE.
           COPY "credlimrec".

       FD BALANCE-FILE.
       01 BAL-REC.
           MOVE SPACES TO REPORT-REC.
           STRING "LIMIT SET ID=" BAL-ID
               " LIMIT=" WS-LIMIT-DISPLAY
               " " LIMIT-REASON
               DELIMITED BY SIZE INTO REPORT-REC.
           WRITE REPORT-REC.
