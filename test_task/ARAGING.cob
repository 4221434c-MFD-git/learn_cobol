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

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------*
      *    HISTORY - POST ITSELF MAINTAINS EACH ORDER'S OPEN         *
      *    AMOUNT AS CREDITS ARE APPLIED, SO THE REPORT ONLY AGES    *
      *    WHAT IS STILL MARKED OPEN.  NAME PULLED FROM CUST-A BY    *
      *    KEY THE WAY STMT DOES IT.  AN ITEM THE CUSTOMER DISPUTES  *
      *    IS KEPT OUT OF THE AGE BUCKETS AND REPORTED IN ITS OWN    *
      *    IN-DISPUTE COLUMN INSTEAD.                                *
      *    EACH CUSTOMER IS AGED IN THEIR OWN BOOK'S CURRENCY; THE   *
      *    TOTALS ARE GIVEN PER COMPANY IN ITS CURRENCY AND THEN     *
      *    OVERALL IN HOME CURRENCY AT THE RATE FOR THE END OF THE   *
      *    RUN MONTH, WITH THE REVALUATION DIFFERENCE - WHAT THE     *
      *    OPEN ITEMS ARE WORTH IN HOME CURRENCY AT THAT RATE LESS   *
      *    WHAT THEY WERE WORTH AT THE RATE ON THEIR OWN DATES.      *
      *----------------------------------------------------------*
       01 WS-BALANCE-STATUS PIC XX.
           88 BALANCE-FILE-OK VALUE '00'.
           05 WS-ORDER-ENTRY OCCURS 500 TIMES.
               10 WS-ORDER-DATE PIC 9(8).
               10 WS-ORDER-OPEN PIC S9(7)V99.
               10 WS-ORDER-DISPUTED PIC X(1).
       01 WS-ORDER-COUNT PIC 9(3).
       01 WS-ORDER-IDX PIC 9(3).

       01 WS-BUCKET-30 PIC S9(9)V99.
       01 WS-BUCKET-60 PIC S9(9)V99.
       01 WS-BUCKET-90 PIC S9(9)V99.
       01 WS-BUCKET-DISPUTE PIC S9(9)V99.
       01 WS-CUST-OPEN PIC S9(9)V99.
       01 WS-TOT-CURRENT PIC S9(11)V99 VALUE 0.
       01 WS-TOT-30 PIC S9(11)V99 VALUE 0.
       01 WS-TOT-60 PIC S9(11)V99 VALUE 0.
       01 WS-TOT-90 PIC S9(11)V99 VALUE 0.
       01 WS-TOT-DISPUTE PIC S9(11)V99 VALUE 0.
       01 WS-REPORTED-COUNT PIC 9(10) VALUE 0.
       01 WS-TOT-REVAL PIC S9(11)V99 VALUE 0.
       01 WS-BUCKET-REVAL PIC S9(9)V99.
       01 WS-ITEM-REVAL PIC S9(9)V99.

      *----------------------------------------------------------*
      *    PER-COMPANY TOTALS IN THE BOOK'S OWN CURRENCY, WITH THE  *
      *    PERIOD-END RATE LOOKED UP ONCE WHEN THE SLOT OPENS        *
      *----------------------------------------------------------*
           COPY "fxreqrec".
       01 WS-HOME-CURRENCY PIC X(3).
       01 WS-PERIOD-END PIC 9(8).
       01 WS-PERIOD-YEAR PIC 9(4).
       01 WS-PERIOD-MONTH PIC 9(2).
       01 WS-PERIOD-WORK PIC 9(8).
       01 WS-PERIOD-DAYS PIC 9(8).
       01 WS-CUST-COMPANY PIC X(2).
       01 WS-CO-TABLE.
           05 WS-CO-ENTRY OCCURS 10 TIMES.
               10 WS-CO-CODE PIC X(2).
               10 WS-CO-CURRENCY PIC X(3).
               10 WS-CO-RATE PIC 9(5)V9(6).
               10 WS-CO-RATE-FLAG PIC X(1).
               10 WS-CO-CURRENT PIC S9(11)V99.
               10 WS-CO-30 PIC S9(11)V99.
               10 WS-CO-60 PIC S9(11)V99.
               10 WS-CO-90 PIC S9(11)V99.
               10 WS-CO-DISPUTE PIC S9(11)V99.
               10 WS-CO-REVAL PIC S9(11)V99.
       01 WS-CO-USED PIC 9(2) VALUE 0.
       01 WS-CO-IDX PIC 9(2).
       01 WS-CO-SLOT PIC X.
           88 COMPANY-SLOT-FOUND VALUE 'Y'.
       01 WS-DISP-RATE PIC Z(4)9.9(6).

       01 WS-DISP-CURRENT PIC -(9)9.99.
       01 WS-DISP-30 PIC -(9)9.99.
       01 WS-DISP-60 PIC -(9)9.99.
       01 WS-DISP-90 PIC -(9)9.99.
       01 WS-DISP-DISPUTE PIC -(9)9.99.
       01 WS-DISP-TOTAL PIC -(11)9.99.

      *----------------------------------------------------------*
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE.
           MOVE FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
               TO WS-RUN-DAYS.
           PERFORM 0100-RESOLVE-PERIOD-END.

           OPEN INPUT BALANCE-FILE.
           IF NOT BALANCE-FILE-OK

           MOVE SPACES TO AGING-REC.
           STRING "BUCKETS: CURRENT / 31-60 / 61-90 / OVER 90 DAYS"
               " - DISPUTED ITEMS SHOWN APART AS IN DISPUTE"
               DELIMITED BY SIZE INTO AGING-REC.
           CALL 'SUB-SPOOL' USING WS-SPOOL-REQUEST.

      *    BUCKET THEM BY AGE, AND WRITE THE CUSTOMER'S LINE         *
      *----------------------------------------------------------*
       0200-AGE-ONE-CUSTOMER.
           PERFORM 0500-FETCH-CUSTOMER-NAME.
           PERFORM 0250-FIND-COMPANY-SLOT.
           PERFORM 0300-LOAD-CUSTOMER-HISTORY.

           MOVE 0 TO WS-BUCKET-CURRENT.
           MOVE 0 TO WS-BUCKET-30.
           MOVE 0 TO WS-BUCKET-60.
           MOVE 0 TO WS-BUCKET-90.
           MOVE 0 TO WS-BUCKET-DISPUTE.
           MOVE 0 TO WS-BUCKET-REVAL.
           PERFORM VARYING WS-ORDER-IDX FROM 1 BY 1
                   UNTIL WS-ORDER-IDX > WS-ORDER-COUNT
               IF WS-ORDER-OPEN(WS-ORDER-IDX) > 0
                   PERFORM 0460-REVALUE-ONE-ORDER
                   IF WS-ORDER-DISPUTED(WS-ORDER-IDX) = 'Y'
                       ADD WS-ORDER-OPEN(WS-ORDER-IDX)
                           TO WS-BUCKET-DISPUTE
                   ELSE
                       PERFORM 0450-BUCKET-ONE-ORDER
                   END-IF
               END-IF
           END-PERFORM.

           COMPUTE WS-CUST-OPEN = WS-BUCKET-CURRENT + WS-BUCKET-30
               + WS-BUCKET-60 + WS-BUCKET-90.
           IF WS-CUST-OPEN NOT > 0 AND WS-BUCKET-DISPUTE NOT > 0
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WS-REPORTED-COUNT.
           ADD WS-BUCKET-CURRENT TO WS-CO-CURRENT(WS-CO-IDX).
           ADD WS-BUCKET-30 TO WS-CO-30(WS-CO-IDX).
           ADD WS-BUCKET-60 TO WS-CO-60(WS-CO-IDX).
           ADD WS-BUCKET-90 TO WS-CO-90(WS-CO-IDX).
           ADD WS-BUCKET-DISPUTE TO WS-CO-DISPUTE(WS-CO-IDX).
           ADD WS-BUCKET-REVAL TO WS-CO-REVAL(WS-CO-IDX).

           MOVE WS-BUCKET-CURRENT TO WS-DISP-CURRENT.
           MOVE WS-BUCKET-30 TO WS-DISP-30.
               CALL 'SUB-SPOOL' USING WS-SPOOL-REQUEST
           END-IF.

      *    THE DETAIL LINE IS ALREADY AS WIDE AS THE SPOOL PAGE, SO
      *    THE IN-DISPUTE COLUMN PRINTS BENEATH IT, LINED UP UNDER
      *    THE BUCKETS, FOR A CUSTOMER WITH ANYTHING IN DISPUTE.
           IF WS-BUCKET-DISPUTE > 0
               MOVE WS-BUCKET-DISPUTE TO WS-DISP-DISPUTE
               MOVE SPACES TO AGING-REC
               STRING "                                   "
                   " DSP=" WS-DISP-DISPUTE
                   "  (IN DISPUTE - NOT AGED)"
                   DELIMITED BY SIZE INTO AGING-REC
               CALL 'SUB-SPOOL' USING WS-SPOOL-REQUEST
           END-IF.

      *----------------------------------------------------------*
      *    0100-RESOLVE-PERIOD-END - THE LAST DAY OF THE RUN MONTH, *
      *    THE DATE EVERY BOOK IS CONVERTED AT                       *
      *----------------------------------------------------------*
       0100-RESOLVE-PERIOD-END.
           MOVE WS-RUN-DATE(1:4) TO WS-PERIOD-YEAR.
           MOVE WS-RUN-DATE(5:2) TO WS-PERIOD-MONTH.
           IF WS-PERIOD-MONTH = 12
               ADD 1 TO WS-PERIOD-YEAR
               MOVE 1 TO WS-PERIOD-MONTH
           ELSE
               ADD 1 TO WS-PERIOD-MONTH
           END-IF.
           COMPUTE WS-PERIOD-WORK = WS-PERIOD-YEAR * 10000
               + WS-PERIOD-MONTH * 100 + 1.
           COMPUTE WS-PERIOD-DAYS =
               FUNCTION INTEGER-OF-DATE(WS-PERIOD-WORK) - 1.
           MOVE FUNCTION DATE-OF-INTEGER(WS-PERIOD-DAYS)
               TO WS-PERIOD-END.
           MOVE "01" TO FXQ-COMPANY.
           MOVE WS-PERIOD-END TO FXQ-DATE.
           CALL 'SUB-FX' USING FXQ-REQUEST.
           MOVE FXQ-HOME-CURRENCY TO WS-HOME-CURRENCY.

      *----------------------------------------------------------*
      *    0250-FIND-COMPANY-SLOT - THE CUSTOMER'S BOOK IN THE      *
      *    COMPANY TABLE, OPENING A SLOT (WITH ITS CURRENCY AND      *
      *    PERIOD-END RATE) THE FIRST TIME THE BOOK IS SEEN          *
      *----------------------------------------------------------*
       0250-FIND-COMPANY-SLOT.
           MOVE 'N' TO WS-CO-SLOT.
           PERFORM VARYING WS-CO-IDX FROM 1 BY 1
                   UNTIL WS-CO-IDX > WS-CO-USED OR COMPANY-SLOT-FOUND
               IF WS-CO-CODE(WS-CO-IDX) = WS-CUST-COMPANY
                   SET COMPANY-SLOT-FOUND TO TRUE
               END-IF
           END-PERFORM.
           IF COMPANY-SLOT-FOUND
               SUBTRACT 1 FROM WS-CO-IDX
               EXIT PARAGRAPH
           END-IF.
           IF WS-CO-USED NOT < 10
               MOVE 10 TO WS-CO-IDX
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-CO-USED.
           MOVE WS-CO-USED TO WS-CO-IDX.
           MOVE WS-CUST-COMPANY TO WS-CO-CODE(WS-CO-IDX).
           MOVE WS-CUST-COMPANY TO FXQ-COMPANY.
           MOVE WS-PERIOD-END TO FXQ-DATE.
           CALL 'SUB-FX' USING FXQ-REQUEST.
           MOVE FXQ-CURRENCY TO WS-CO-CURRENCY(WS-CO-IDX).
           MOVE FXQ-RATE TO WS-CO-RATE(WS-CO-IDX).
           MOVE FXQ-RESULT TO WS-CO-RATE-FLAG(WS-CO-IDX).
           MOVE 0 TO WS-CO-CURRENT(WS-CO-IDX).
           MOVE 0 TO WS-CO-30(WS-CO-IDX).
           MOVE 0 TO WS-CO-60(WS-CO-IDX).
           MOVE 0 TO WS-CO-90(WS-CO-IDX).
           MOVE 0 TO WS-CO-DISPUTE(WS-CO-IDX).
           MOVE 0 TO WS-CO-REVAL(WS-CO-IDX).

      *----------------------------------------------------------*
      *    0300-LOAD-CUSTOMER-HISTORY - KEYED RANGE READ OF THE     *
      *    CUSTOMER'S POSTED DETAIL: EVERY ITEM STILL MARKED OPEN    *
                   MOVE HIST-DATE TO WS-ORDER-DATE(WS-ORDER-COUNT)
                   MOVE HIST-OPEN-AMOUNT
                       TO WS-ORDER-OPEN(WS-ORDER-COUNT)
                   MOVE HIST-DISPUTE-FLAG
                       TO WS-ORDER-DISPUTED(WS-ORDER-COUNT)
               END-IF
           END-IF.

           END-EVALUATE.

      *----------------------------------------------------------*
      *    0460-REVALUE-ONE-ORDER - A FOREIGN-CURRENCY ITEM'S HOME  *
      *    VALUE AT THE PERIOD-END RATE LESS ITS VALUE AT THE RATE   *
      *    ON ITS OWN DATE; NOTHING FOR A HOME-CURRENCY BOOK         *
      *----------------------------------------------------------*
       0460-REVALUE-ONE-ORDER.
           IF WS-CO-CURRENCY(WS-CO-IDX) = WS-HOME-CURRENCY
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-CUST-COMPANY TO FXQ-COMPANY.
           MOVE WS-ORDER-DATE(WS-ORDER-IDX) TO FXQ-DATE.
           CALL 'SUB-FX' USING FXQ-REQUEST.
           COMPUTE WS-ITEM-REVAL ROUNDED =
               WS-ORDER-OPEN(WS-ORDER-IDX)
               * (WS-CO-RATE(WS-CO-IDX) - FXQ-RATE).
           ADD WS-ITEM-REVAL TO WS-BUCKET-REVAL.

      *----------------------------------------------------------*
      *    0500-FETCH-CUSTOMER-NAME - NAME AND BOOK FROM THE        *
      *    MASTER, THE SAME TOLERANT READ STMT USES; NOT ON THE      *
      *    MASTER OR BLANK READS AS COMPANY '01'                     *
      *----------------------------------------------------------*
       0500-FETCH-CUSTOMER-NAME.
           MOVE "(NAME NOT ON MASTER)" TO WS-CUST-NAME.
           MOVE "01" TO WS-CUST-COMPANY.
           IF CUST-A-OK OR WS-CUST-A-STATUS = '10'
                   OR WS-CUST-A-STATUS = '23'
               MOVE BAL-ID TO A-ID
                       CONTINUE
                   NOT INVALID KEY
                       MOVE A-NAME TO WS-CUST-NAME
                       IF A-COMPANY NOT = SPACES
                           MOVE A-COMPANY TO WS-CUST-COMPANY
                       END-IF
               END-READ
           END-IF.

      *----------------------------------------------------------*
      *    0800-WRITE-TOTALS - EACH COMPANY'S BUCKETS IN ITS OWN    *
      *    CURRENCY WITH ITS PERIOD-END RATE AND REVALUATION, THEN   *
      *    THE FOUR BUCKET TOTALS, THE IN-DISPUTE TOTAL AND THE      *
      *    REVALUATION DIFFERENCE ACROSS EVERY REPORTED CUSTOMER IN  *
      *    HOME CURRENCY                                             *
      *----------------------------------------------------------*
       0800-WRITE-TOTALS.
           PERFORM VARYING WS-CO-IDX FROM 1 BY 1
                   UNTIL WS-CO-IDX > WS-CO-USED
               PERFORM 0850-WRITE-COMPANY-TOTALS
           END-PERFORM.

           MOVE WS-TOT-CURRENT TO WS-DISP-TOTAL.
           MOVE SPACES TO AGING-REC.
           STRING "TOTAL CURRENT (" WS-HOME-CURRENCY ")="
               WS-DISP-TOTAL
               DELIMITED BY SIZE INTO AGING-REC.
           CALL 'SUB-SPOOL' USING WS-SPOOL-REQUEST.

           MOVE WS-TOT-30 TO WS-DISP-TOTAL.
           MOVE SPACES TO AGING-REC.
           STRING "TOTAL 31-60 (" WS-HOME-CURRENCY ")="
               WS-DISP-TOTAL
               DELIMITED BY SIZE INTO AGING-REC.
           CALL 'SUB-SPOOL' USING WS-SPOOL-REQUEST.

           MOVE WS-TOT-60 TO WS-DISP-TOTAL.
           MOVE SPACES TO AGING-REC.
           STRING "TOTAL 61-90 (" WS-HOME-CURRENCY ")="
               WS-DISP-TOTAL
               DELIMITED BY SIZE INTO AGING-REC.
           CALL 'SUB-SPOOL' USING WS-SPOOL-REQUEST.

           MOVE WS-TOT-90 TO WS-DISP-TOTAL.
           MOVE SPACES TO AGING-REC.
           STRING "TOTAL OVER 90 (" WS-HOME-CURRENCY ")="
               WS-DISP-TOTAL
               DELIMITED BY SIZE INTO AGING-REC.
           CALL 'SUB-SPOOL' USING WS-SPOOL-REQUEST.

           MOVE WS-TOT-DISPUTE TO WS-DISP-TOTAL.
           MOVE SPACES TO AGING-REC.
           STRING "TOTAL IN DISPUTE (" WS-HOME-CURRENCY ")="
               WS-DISP-TOTAL
               DELIMITED BY SIZE INTO AGING-REC.
           CALL 'SUB-SPOOL' USING WS-SPOOL-REQUEST.

           MOVE WS-TOT-REVAL TO WS-DISP-TOTAL.
           MOVE SPACES TO AGING-REC.
           STRING "REVALUATION DIFFERENCE (" WS-HOME-CURRENCY ")="
               WS-DISP-TOTAL
               DELIMITED BY SIZE INTO AGING-REC.
           CALL 'SUB-SPOOL' USING WS-SPOOL-REQUEST.

           STRING "CUSTOMERS REPORTED=" WS-REPORTED-COUNT
               DELIMITED BY SIZE INTO AGING-REC.
           CALL 'SUB-SPOOL' USING WS-SPOOL-REQUEST.

      *----------------------------------------------------------*
      *    0850-WRITE-COMPANY-TOTALS - ONE BOOK IN ITS OWN          *
      *    CURRENCY, ITS RATE AND REVALUATION, AND ITS SHARE OF THE  *
      *    HOME-CURRENCY TOTALS AT THAT RATE                         *
      *----------------------------------------------------------*
       0850-WRITE-COMPANY-TOTALS.
           MOVE WS-CO-CURRENT(WS-CO-IDX) TO WS-DISP-CURRENT.
           MOVE WS-CO-30(WS-CO-IDX) TO WS-DISP-30.
           MOVE WS-CO-60(WS-CO-IDX) TO WS-DISP-60.
           MOVE WS-CO-90(WS-CO-IDX) TO WS-DISP-90.
           MOVE SPACES TO AGING-REC.
           STRING "COMPANY " WS-CO-CODE(WS-CO-IDX) " "
               WS-CO-CURRENCY(WS-CO-IDX)
               " CUR=" WS-DISP-CURRENT
               " D30=" WS-DISP-30
               " D60=" WS-DISP-60
               " D90=" WS-DISP-90
               DELIMITED BY SIZE INTO AGING-REC.
           CALL 'SUB-SPOOL' USING WS-SPOOL-REQUEST.

           MOVE WS-CO-DISPUTE(WS-CO-IDX) TO WS-DISP-DISPUTE.
           MOVE WS-CO-REVAL(WS-CO-IDX) TO WS-DISP-TOTAL.
           MOVE WS-CO-RATE(WS-CO-IDX) TO WS-DISP-RATE.
           MOVE SPACES TO AGING-REC.
           STRING "               DSP=" WS-DISP-DISPUTE
               " RATE=" WS-DISP-RATE
               " REVALUATION=" WS-DISP-TOTAL
               DELIMITED BY SIZE INTO AGING-REC.
           CALL 'SUB-SPOOL' USING WS-SPOOL-REQUEST.
           IF WS-CO-RATE-FLAG(WS-CO-IDX) = 'N'
               MOVE SPACES TO AGING-REC
               STRING "  ** NO EXCHANGE RATE ON FILE - CONVERTED AT 1"
                   " **" DELIMITED BY SIZE INTO AGING-REC
               CALL 'SUB-SPOOL' USING WS-SPOOL-REQUEST
           END-IF.

           COMPUTE WS-TOT-CURRENT ROUNDED = WS-TOT-CURRENT
               + WS-CO-CURRENT(WS-CO-IDX) * WS-CO-RATE(WS-CO-IDX).
           COMPUTE WS-TOT-30 ROUNDED = WS-TOT-30
               + WS-CO-30(WS-CO-IDX) * WS-CO-RATE(WS-CO-IDX).
           COMPUTE WS-TOT-60 ROUNDED = WS-TOT-60
               + WS-CO-60(WS-CO-IDX) * WS-CO-RATE(WS-CO-IDX).
           COMPUTE WS-TOT-90 ROUNDED = WS-TOT-90
               + WS-CO-90(WS-CO-IDX) * WS-CO-RATE(WS-CO-IDX).
           COMPUTE WS-TOT-DISPUTE ROUNDED = WS-TOT-DISPUTE
               + WS-CO-DISPUTE(WS-CO-IDX) * WS-CO-RATE(WS-CO-IDX).
           ADD WS-CO-REVAL(WS-CO-IDX) TO WS-TOT-REVAL.
