       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARRANGE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *----------------------------------------------------------*
      *    ARRANGE-FILE - THE PAYMENT-ARRANGEMENT MASTER CONSOLE'S  *
      *    ARRANGEMENT OPTION MAINTAINS, ONE PLAN PER CUSTOMER.      *
      *    THIS RUN RE-JUDGES EVERY ACTIVE PLAN IN PLACE.            *
      *----------------------------------------------------------*
           SELECT ARRANGE-FILE ASSIGN TO './payment-arrangements.txt'
               ORGANIZATION IS INDEXED
               RECORD KEY IS ARR-CUST-ID
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS WS-ARRANGE-STATUS.

      *----------------------------------------------------------*
      *    HISTORY-FILE - THE POSTED-TRANSACTION DETAIL POST        *
      *    RETAINS; THE 'P' ROWS POSTED SINCE A PLAN WAS AGREED ARE  *
      *    WHAT IT IS MEASURED AGAINST.  READ ONLY.                  *
      *----------------------------------------------------------*
           SELECT HISTORY-FILE ASSIGN TO './cust-txn-history.txt'
               ORGANIZATION IS INDEXED
               RECORD KEY IS HIST-KEY
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS WS-HISTORY-STATUS.

      *----------------------------------------------------------*
      *    PARM-FILE - THE GRACE DAYS AN INSTALLMENT MAY RUN PAST   *
      *    ITS DUE DATE BEFORE IT COUNTS AS MISSED, ALLOWING FOR     *
      *    BANK AND POSTING LAG.  MISSING OR UNREADABLE MEANS 3.     *
      *----------------------------------------------------------*
      *----------------------------------------------------------*
      *    CUST-A - THE CUSTOMER MASTER, READ BY KEY ONLY FOR THE   *
      *    STATUS BYTE: A DECEASED ('D') ACCOUNT IS FROZEN           *
      *----------------------------------------------------------*
           SELECT CUST-A ASSIGN TO './custA.txt'
               ORGANIZATION IS INDEXED
               RECORD KEY IS A-ID
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS WS-CUST-A-STATUS.

           SELECT PARM-FILE ASSIGN TO './arrange_param.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

      *----------------------------------------------------------*
      *    BROKEN-FILE - ONE LINE PER ARRANGEMENT BROKEN, APPENDED  *
      *    ACROSS RUNS SO COLLECTIONS HAS THE WHOLE RECORD OF        *
      *    BROKEN PROMISES                                           *
      *----------------------------------------------------------*
           SELECT BROKEN-FILE
               ASSIGN TO './result/broken-promise.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BROKEN-STATUS.

           SELECT REPORT-FILE
               ASSIGN TO './result/arrange-report.txt'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT AUDIT-FILE ASSIGN TO './result/audit-trail.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT RUNID-FILE ASSIGN TO './result/run-id.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNID-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD ARRANGE-FILE.
           COPY "arrangerec".

       FD HISTORY-FILE.
       01 HIST-REC.
           COPY "posthistrec" REPLACING FIELD-KEY BY HIST-KEY
               FIELD-ID BY HIST-ID FIELD-SEQ BY HIST-SEQ
               FIELD-TYPE BY HIST-TYPE FIELD-SIGN BY HIST-SIGN
               FIELD-AMOUNT BY HIST-AMOUNT FIELD-DATE BY HIST-DATE
               FIELD-OPEN-AMOUNT BY HIST-OPEN-AMOUNT
               FIELD-OPEN-STATUS BY HIST-OPEN-STATUS
               FIELD-TXN-ID BY HIST-TXN-ID
               FIELD-REV-FLAG BY HIST-REV-FLAG
               FIELD-ACCT-DATE BY HIST-ACCT-DATE
               FIELD-DISPUTE-FLAG BY HIST-DISPUTE-FLAG
               FIELD-DISPUTE-DATE BY HIST-DISPUTE-DATE
               FIELD-DISPUTE-REASON BY HIST-DISPUTE-REASON
               FIELD-INVOICE-NO BY HIST-INVOICE-NO.

       FD CUST-A.
       01 A-REC.
           COPY "custnamerec" REPLACING FIELD-ID BY A-ID
               FIELD-NAME BY A-NAME FIELD-STATUS BY A-STATUS
               FIELD-ADDR BY A-ADDR FIELD-COMPANY BY A-COMPANY.

       FD PARM-FILE.
       01 PARM-REC.
           05 PARM-GRACE-DAYS PIC 9(3).

       FD BROKEN-FILE.
       01 BROKEN-REC PIC X(100).

       FD REPORT-FILE.
       01 REPORT-REC PIC X(100).

       FD AUDIT-FILE.
           COPY "auditrec".

       FD RUNID-FILE.
       01 RUNID-REC.
           05 RUNID-VALUE PIC X(8).

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------*
      *    NIGHTLY PAYMENT-ARRANGEMENT CHECK - RUNS AFTER POST.     *
      *    FOR EVERY ACTIVE PLAN THE PAYMENTS POSTED SINCE IT WAS    *
      *    AGREED ARE RE-TOTALLED FROM THE HISTORY AND LAID AGAINST  *
      *    THE INSTALLMENTS IN DUE-DATE ORDER: AN INSTALLMENT PAST   *
      *    ITS DUE DATE (PLUS GRACE) THAT THE RUNNING PAID TOTAL     *
      *    DOES NOT COVER BREAKS THE PLAN, WHICH PUTS THE CUSTOMER   *
      *    BACK ON DUNNING AND AT THE HEAD OF THE COLLECT WORKLIST.   *
      *    A PLAN WHOSE INSTALLMENTS ARE ALL COVERED IS KEPT.  AN    *
      *    OVERPAYMENT SIMPLY COUNTS TOWARD THE NEXT INSTALLMENT.    *
      *----------------------------------------------------------*
       01 WS-ARRANGE-STATUS PIC XX.
           88 ARRANGE-FILE-OK VALUE '00'.
       01 WS-HISTORY-STATUS PIC XX.
           88 HISTORY-FILE-OK VALUE '00'.
       01 WS-PARM-STATUS PIC XX.
           88 PARM-FILE-OK VALUE '00'.
       01 WS-BROKEN-STATUS PIC XX.
           88 BROKEN-FILE-OK VALUE '00'.
       01 WS-AUDIT-STATUS PIC XX.
           88 AUDIT-FILE-OK VALUE '00'.
       01 WS-CUST-A-STATUS PIC XX.
           88 CUST-A-OK VALUE '00'.
       01 WS-RUNID-STATUS PIC XX.
           88 RUNID-FILE-OK VALUE '00'.
       01 WS-RUN-ID PIC X(8) VALUE SPACES.
       01 WS-SCAN-DONE PIC X VALUE 'N'.
       01 WS-HIST-DONE PIC X.

       01 WS-RUN-DATE PIC 9(8).
       01 WS-RUN-DAYS PIC 9(8).
       01 WS-GRACE-DAYS PIC 9(3) VALUE 3.
       01 WS-LATEST-DAYS PIC 9(8).

      *----------------------------------------------------------*
      *    ONE PLAN'S JUDGEMENT - THE PAYMENTS TOTAL, THE RUNNING   *
      *    SCHEDULED TOTAL, AND THE FIRST INSTALLMENT FOUND SHORT    *
      *----------------------------------------------------------*
       01 WS-PAID-TOTAL PIC S9(9)V99.
       01 WS-SCHEDULED PIC S9(9)V99.
       01 WS-SHORTFALL PIC S9(9)V99.
       01 WS-INST-IDX PIC 9(2).
       01 WS-MISSED-INST PIC 9(2).
       01 WS-INSTS-DUE PIC 9(2).

       01 WS-PLANS-READ PIC 9(7) VALUE 0.
       01 WS-PLANS-ACTIVE PIC 9(7) VALUE 0.
       01 WS-PLANS-KEPT PIC 9(7) VALUE 0.
       01 WS-PLANS-BROKEN PIC 9(7) VALUE 0.
       01 WS-PLANS-COMPLETED PIC 9(7) VALUE 0.
       01 WS-PLANS-FROZEN PIC 9(7) VALUE 0.

       01 WS-PAID-DISPLAY PIC -(9)9.99.
       01 WS-SCHED-DISPLAY PIC -(9)9.99.
       01 WS-SHORT-DISPLAY PIC -(9)9.99.

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE.
           MOVE FUNCTION INTEGER-OF-DATE(WS-RUN-DATE) TO WS-RUN-DAYS.
           PERFORM 0050-LOAD-RUN-ID.
           PERFORM 0100-LOAD-PARAMETERS.

           OPEN I-O ARRANGE-FILE.
           IF WS-ARRANGE-STATUS = '35'
               DISPLAY "ARRANGE - no payment arrangements on file, "
                   "nothing to check"
               MOVE 0 TO RETURN-CODE
               GOBACK
           END-IF.
           IF NOT ARRANGE-FILE-OK
               DISPLAY "ARRANGE - payment-arrangements.txt not "
                   "usable, status " WS-ARRANGE-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN INPUT HISTORY-FILE.
           IF NOT HISTORY-FILE-OK
               DISPLAY "ARRANGE - no posting history on file, status "
                   WS-HISTORY-STATUS
               CLOSE ARRANGE-FILE
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN INPUT CUST-A.
           OPEN EXTEND BROKEN-FILE.
           IF NOT BROKEN-FILE-OK
               OPEN OUTPUT BROKEN-FILE
           END-IF.
           OPEN EXTEND AUDIT-FILE.
           IF NOT AUDIT-FILE-OK
               OPEN OUTPUT AUDIT-FILE
           END-IF.
           OPEN OUTPUT REPORT-FILE.

           MOVE SPACES TO REPORT-REC.
           STRING "PAYMENT ARRANGEMENTS RUN DATE=" WS-RUN-DATE
               " GRACE DAYS=" WS-GRACE-DAYS
               DELIMITED BY SIZE INTO REPORT-REC.
           WRITE REPORT-REC.

           MOVE LOW-VALUES TO ARR-CUST-ID.
           START ARRANGE-FILE KEY >= ARR-CUST-ID
               INVALID KEY
                   MOVE 'Y' TO WS-SCAN-DONE
           END-START.
           PERFORM UNTIL WS-SCAN-DONE = 'Y'
               READ ARRANGE-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-SCAN-DONE
                   NOT AT END
                       ADD 1 TO WS-PLANS-READ
                       IF ARR-IS-ACTIVE
                           ADD 1 TO WS-PLANS-ACTIVE
                           PERFORM 0200-JUDGE-ONE-PLAN
                       END-IF
               END-READ
           END-PERFORM.

           MOVE SPACES TO REPORT-REC.
           STRING "ACTIVE PLANS CHECKED=" WS-PLANS-ACTIVE
               " BEING KEPT=" WS-PLANS-KEPT
               " COMPLETED=" WS-PLANS-COMPLETED
               " BROKEN=" WS-PLANS-BROKEN
               " FROZEN (DECEASED)=" WS-PLANS-FROZEN
               DELIMITED BY SIZE INTO REPORT-REC.
           WRITE REPORT-REC.

           CLOSE ARRANGE-FILE.
           CLOSE HISTORY-FILE.
           IF CUST-A-OK OR WS-CUST-A-STATUS = '10'
                   OR WS-CUST-A-STATUS = '23'
               CLOSE CUST-A
           END-IF.
           CLOSE BROKEN-FILE.
           CLOSE AUDIT-FILE.
           CLOSE REPORT-FILE.

           DISPLAY "ARRANGE plans on file: " WS-PLANS-READ.
           DISPLAY "ARRANGE active plans checked: " WS-PLANS-ACTIVE.
           DISPLAY "ARRANGE plans being kept: " WS-PLANS-KEPT.
           DISPLAY "ARRANGE plans completed: " WS-PLANS-COMPLETED.
           DISPLAY "ARRANGE plans broken: " WS-PLANS-BROKEN.
           DISPLAY "ARRANGE plans frozen, customer deceased: "
               WS-PLANS-FROZEN.

           IF WS-PLANS-BROKEN > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
           GOBACK.

      *----------------------------------------------------------*
      *    0050-LOAD-RUN-ID - PICK UP THE CHAIN'S RUN IDENTIFIER,   *
      *    IF SCHEDULER PUBLISHED ONE                                *
      *----------------------------------------------------------*
       0050-LOAD-RUN-ID.
           OPEN INPUT RUNID-FILE.
           IF RUNID-FILE-OK
               READ RUNID-FILE
                   NOT AT END
                       MOVE RUNID-VALUE TO WS-RUN-ID
               END-READ
               CLOSE RUNID-FILE
           END-IF.

      *----------------------------------------------------------*
      *    0100-LOAD-PARAMETERS - GRACE DAYS, KEEPING THE DEFAULT   *
      *    IF THE FIELD IS NOT NUMERIC                               *
      *----------------------------------------------------------*
       0100-LOAD-PARAMETERS.
           OPEN INPUT PARM-FILE.
           IF PARM-FILE-OK
               READ PARM-FILE
                   NOT AT END
                       IF PARM-GRACE-DAYS NUMERIC
                           MOVE PARM-GRACE-DAYS TO WS-GRACE-DAYS
                       END-IF
               END-READ
               CLOSE PARM-FILE
           END-IF.

      *----------------------------------------------------------*
      *    0200-JUDGE-ONE-PLAN - RE-TOTAL THE PAYMENTS, FIND THE    *
      *    FIRST DUE INSTALLMENT LEFT SHORT, AND SETTLE THE PLAN'S   *
      *    STATUS.  A DECEASED CUSTOMER'S PLAN IS FROZEN AS IT       *
      *    STANDS - A MISSED INSTALLMENT IS NOT A BROKEN PROMISE     *
      *    ONCE THE CUSTOMER HAS DIED                                *
      *----------------------------------------------------------*
       0200-JUDGE-ONE-PLAN.
           IF CUST-A-OK OR WS-CUST-A-STATUS = '10'
                   OR WS-CUST-A-STATUS = '23'
               MOVE ARR-CUST-ID TO A-ID
               READ CUST-A
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF A-STATUS = 'D'
                           ADD 1 TO WS-PLANS-FROZEN
                           MOVE SPACES TO REPORT-REC
                           STRING "  " ARR-CUST-ID
                               " FROZEN - CUSTOMER DECEASED, PLAN "
                               "NOT JUDGED"
                               DELIMITED BY SIZE INTO REPORT-REC
                           WRITE REPORT-REC
                           EXIT PARAGRAPH
                       END-IF
               END-READ
           END-IF.
           PERFORM 0300-TOTAL-PAYMENTS.
           MOVE WS-PAID-TOTAL TO ARR-PAID-TOTAL.
           MOVE WS-RUN-DATE TO ARR-CHECKED-DATE.

           MOVE 0 TO WS-SCHEDULED.
           MOVE 0 TO WS-MISSED-INST.
           MOVE 0 TO WS-INSTS-DUE.
           PERFORM VARYING WS-INST-IDX FROM 1 BY 1
                   UNTIL WS-INST-IDX > ARR-INST-COUNT
                   OR WS-INST-IDX > 12
                   OR WS-MISSED-INST > 0
               ADD ARR-INST-AMOUNT(WS-INST-IDX) TO WS-SCHEDULED
               COMPUTE WS-LATEST-DAYS = FUNCTION INTEGER-OF-DATE(
                   ARR-INST-DUE-DATE(WS-INST-IDX)) + WS-GRACE-DAYS
               IF WS-LATEST-DAYS < WS-RUN-DAYS
                   ADD 1 TO WS-INSTS-DUE
                   IF WS-PAID-TOTAL < WS-SCHEDULED
                       MOVE WS-INST-IDX TO WS-MISSED-INST
                   END-IF
               END-IF
           END-PERFORM.

           EVALUATE TRUE
               WHEN WS-MISSED-INST > 0
                   PERFORM 0400-BREAK-PLAN
               WHEN WS-PAID-TOTAL >= WS-SCHEDULED
                       AND WS-INST-IDX > ARR-INST-COUNT
                   PERFORM 0500-COMPLETE-PLAN
               WHEN OTHER
                   ADD 1 TO WS-PLANS-KEPT
                   MOVE WS-PAID-TOTAL TO WS-PAID-DISPLAY
                   MOVE SPACES TO REPORT-REC
                   STRING "  " ARR-CUST-ID " BEING KEPT  INSTALLMENTS="
                       ARR-INST-COUNT " DUE SO FAR=" WS-INSTS-DUE
                       " PAID=" WS-PAID-DISPLAY
                       DELIMITED BY SIZE INTO REPORT-REC
                   WRITE REPORT-REC
           END-EVALUATE.

           REWRITE ARR-RECORD
               INVALID KEY
                   DISPLAY "ARRANGE - could not update plan for "
                       ARR-CUST-ID
           END-REWRITE.

      *----------------------------------------------------------*
      *    0300-TOTAL-PAYMENTS - EVERY 'P' ROW THE CUSTOMER HAS     *
      *    POSTED SINCE THE PLAN WAS AGREED, LEAVING OUT ANY THAT    *
      *    HAS SINCE BEEN REVERSED                                   *
      *----------------------------------------------------------*
       0300-TOTAL-PAYMENTS.
           MOVE 0 TO WS-PAID-TOTAL.
           MOVE 'N' TO WS-HIST-DONE.
           MOVE ARR-CUST-ID TO HIST-ID.
           MOVE ARR-START-SEQ TO HIST-SEQ.
           START HISTORY-FILE KEY > HIST-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-HIST-DONE
           END-START.
           PERFORM UNTIL WS-HIST-DONE = 'Y'
               READ HISTORY-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-HIST-DONE
                   NOT AT END
                       IF HIST-ID NOT = ARR-CUST-ID
                           MOVE 'Y' TO WS-HIST-DONE
                       ELSE
                           IF HIST-TYPE = 'P'
                                   AND HIST-REV-FLAG NOT = 'V'
                               ADD HIST-AMOUNT TO WS-PAID-TOTAL
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

      *----------------------------------------------------------*
      *    0400-BREAK-PLAN - A DUE INSTALLMENT WAS LEFT SHORT: THE  *
      *    PLAN IS BROKEN, THE BROKEN-PROMISE LINE WRITTEN, AND THE  *
      *    BREAK AUDITED                                             *
      *----------------------------------------------------------*
       0400-BREAK-PLAN.
           ADD 1 TO WS-PLANS-BROKEN.
           MOVE 'B' TO ARR-STATUS.
           MOVE WS-RUN-DATE TO ARR-BROKEN-DATE.
           MOVE WS-MISSED-INST TO ARR-BROKEN-INST.
           COMPUTE WS-SHORTFALL = WS-SCHEDULED - WS-PAID-TOTAL.

           MOVE WS-PAID-TOTAL TO WS-PAID-DISPLAY.
           MOVE WS-SCHEDULED TO WS-SCHED-DISPLAY.
           MOVE WS-SHORTFALL TO WS-SHORT-DISPLAY.
           MOVE SPACES TO BROKEN-REC.
           STRING WS-RUN-DATE " " ARR-CUST-ID
               " INSTALLMENT " WS-MISSED-INST
               " DUE " ARR-INST-DUE-DATE(WS-MISSED-INST)
               " SCHEDULED " WS-SCHED-DISPLAY
               " PAID " WS-PAID-DISPLAY
               " SHORT " WS-SHORT-DISPLAY
               DELIMITED BY SIZE INTO BROKEN-REC.
           WRITE BROKEN-REC.

           MOVE SPACES TO REPORT-REC.
           STRING "  " ARR-CUST-ID " BROKEN      INSTALLMENT "
               WS-MISSED-INST " DUE "
               ARR-INST-DUE-DATE(WS-MISSED-INST)
               " SHORT " WS-SHORT-DISPLAY
               DELIMITED BY SIZE INTO REPORT-REC.
           WRITE REPORT-REC.

           MOVE "ARR-BROKEN" TO AUDIT-ACTION.
           PERFORM 0600-WRITE-AUDIT.

      *----------------------------------------------------------*
      *    0500-COMPLETE-PLAN - EVERY INSTALLMENT IS COVERED: THE   *
      *    PROMISE WAS KEPT AND THE PLAN CLOSES                      *
      *----------------------------------------------------------*
       0500-COMPLETE-PLAN.
           ADD 1 TO WS-PLANS-COMPLETED.
           MOVE 'K' TO ARR-STATUS.
           MOVE WS-PAID-TOTAL TO WS-PAID-DISPLAY.
           MOVE SPACES TO REPORT-REC.
           STRING "  " ARR-CUST-ID " COMPLETED   INSTALLMENTS="
               ARR-INST-COUNT " PAID=" WS-PAID-DISPLAY
               DELIMITED BY SIZE INTO REPORT-REC.
           WRITE REPORT-REC.

           MOVE "ARR-KEPT" TO AUDIT-ACTION.
           PERFORM 0600-WRITE-AUDIT.

      *----------------------------------------------------------*
      *    0600-WRITE-AUDIT - ONE AUDIT ROW FOR A PLAN STATUS       *
      *    CHANGE, ACTION ALREADY SET                                *
      *----------------------------------------------------------*
       0600-WRITE-AUDIT.
           MOVE "ARRANGE" TO AUDIT-PROGRAM.
           MOVE WS-RUN-ID TO AUDIT-RUN-ID.
           MOVE SPACES TO AUDIT-OPERATOR.
           MOVE ARR-CUST-ID TO AUDIT-KEY.
           MOVE FUNCTION CURRENT-DATE TO AUDIT-TIMESTAMP.
           MOVE SPACES TO AUDIT-COMPANY.
           WRITE AUDIT-RECORD.
