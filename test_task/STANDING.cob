               ACCESS MODE IS DYNAMIC
               FILE STATUS IS WS-SO-STATUS.

      *----------------------------------------------------------*
      *    CUST-A - THE CUSTOMER MASTER, READ BY KEY ONLY FOR THE   *
      *    STATUS BYTE: A DECEASED ('D') ACCOUNT IS FROZEN           *
      *----------------------------------------------------------*
           SELECT CUST-A ASSIGN TO './custA.txt'
               ORGANIZATION IS INDEXED
               RECORD KEY IS A-ID
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS WS-CUST-A-STATUS.

      *----------------------------------------------------------*
      *    TXN-OUT - THE GENERATED 'O' ROWS IN THE CUST_TXN ROW     *
      *    LAYOUT WITH THE TRL CONTROL TRAILER.  POST CONSUMES THIS  *
           05 SO-END PIC 9(8).
           05 SO-LAST-GEN PIC X(6).

       FD CUST-A.
       01 A-REC.
           COPY "custnamerec" REPLACING FIELD-ID BY A-ID
               FIELD-NAME BY A-NAME FIELD-STATUS BY A-STATUS
               FIELD-ADDR BY A-ADDR FIELD-COMPANY BY A-COMPANY.

       FD TXN-OUT.
       01 OUT-REC.
           COPY "ctxnrec" REPLACING FIELD-ID BY OUT-ID
               FIELD-DATE BY OUT-DATE
               FIELD-REF BY OUT-REF
               FIELD-TXN-ID BY OUT-TXN-ID
               FIELD-ACCT-DATE BY OUT-ACCT-DATE
               FIELD-CURRENCY BY OUT-CURRENCY.
       01 OUT-TRAILER-REC.
           05 OUT-TRL-TAG PIC X(3).
           05 OUT-TRL-COUNT PIC 9(10).
           88 SO-FILE-OK VALUE '00'.
       01 WS-AUDIT-STATUS PIC XX.
           88 AUDIT-FILE-OK VALUE '00'.
       01 WS-CUST-A-STATUS PIC XX.
           88 CUST-A-OK VALUE '00'.
       01 WS-RUNID-STATUS PIC XX.
           88 RUNID-FILE-OK VALUE '00'.
       01 WS-RUN-ID PIC X(8) VALUE SPACES.
       01 WS-READ-COUNT PIC 9(10) VALUE 0.
       01 WS-GEN-COUNT PIC 9(10) VALUE 0.
       01 WS-SKIP-COUNT PIC 9(10) VALUE 0.
       01 WS-FROZEN-COUNT PIC 9(10) VALUE 0.
       01 WS-NET-AMOUNT PIC S9(11)V99 VALUE 0.
       01 WS-TXN-SEQ PIC 9(4) VALUE 0.

               GOBACK
           END-IF.

           OPEN INPUT CUST-A.
           OPEN OUTPUT TXN-OUT.

           OPEN EXTEND AUDIT-FILE.
           PERFORM 0800-WRITE-TRAILER.

           CLOSE SO-FILE.
           IF CUST-A-OK OR WS-CUST-A-STATUS = '10'
                   OR WS-CUST-A-STATUS = '23'
               CLOSE CUST-A
           END-IF.
           CLOSE TXN-OUT.
           CLOSE AUDIT-FILE.

           DISPLAY "STANDING orders read: " WS-READ-COUNT.
           DISPLAY "STANDING charges generated: " WS-GEN-COUNT.
           DISPLAY "STANDING orders not due: " WS-SKIP-COUNT.
           DISPLAY "STANDING orders frozen, customer deceased: "
               WS-FROZEN-COUNT.

           MOVE 0 TO RETURN-CODE.
           GOBACK.
      *----------------------------------------------------------*
      *    0200-JUDGE-ONE-ORDER - IS THIS STANDING ORDER DUE THIS   *
      *    MONTH: MONTHLY, STARTED, NOT ENDED, AND NOT ALREADY       *
      *    GENERATED FOR THE RUN MONTH.  NOTHING FURTHER IS CHARGED  *
      *    TO A DECEASED CUSTOMER - THE ORDER IS LEFT UNSTAMPED SO   *
      *    IT IS CLEAR NO CHARGE WAS RAISED FOR THE MONTH            *
      *----------------------------------------------------------*
       0200-JUDGE-ONE-ORDER.
           IF NOT SO-IS-MONTHLY
               ADD 1 TO WS-SKIP-COUNT
               EXIT PARAGRAPH
           END-IF.
           IF CUST-A-OK OR WS-CUST-A-STATUS = '10'
                   OR WS-CUST-A-STATUS = '23'
               MOVE SO-ID TO A-ID
               READ CUST-A
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF A-STATUS = 'D'
                           ADD 1 TO WS-FROZEN-COUNT
                           EXIT PARAGRAPH
                       END-IF
               END-READ
           END-IF.

           PERFORM 0300-GENERATE-ONE-CHARGE.

           STRING "S" WS-RUN-MONTH(5:2) WS-TXN-SEQ
               DELIMITED BY SIZE INTO OUT-TXN-ID.
           MOVE WS-RUN-DATE TO OUT-ACCT-DATE.
           MOVE SPACES TO OUT-CURRENCY.
           WRITE OUT-REC.
           ADD SO-AMOUNT TO WS-NET-AMOUNT.

