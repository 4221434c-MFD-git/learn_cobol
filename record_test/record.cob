               ORGANIZATION IS LINE SEQUENTIAL.

      *----------------------------------------------------------*
      *    CUST-A IS READ BY KEY TO SEE WHAT NAMES THE REAL MASTER  *
      *    CARRIES FOR EACH RESOLVED CUSTOMER.  THE MASTER KEEPS THE *
      *    LEGAL NAME AND THE PREFERRED NAME SIDE BY SIDE, SO WHERE  *
      *    THE BILLING (LEGAL) NAME DIFFERS A NAME-CHANGE ('N') AND  *
      *    WHERE THE HR (PREFERRED) NAME DIFFERS A PREFERRED-NAME    *
      *    ('P') TRANSACTION IN MAINT_TXN.TXT FORMAT IS APPENDED SO  *
      *    THE NEXT MAINT RUN ACTUALLY APPLIES THE CORRECTION - THE  *
      *    RESOLVER'S DECISION NO LONGER STOPS AT RESOLVED_NAME.TXT. *
      *----------------------------------------------------------*
           SELECT CUST-A ASSIGN TO './custA.txt'
               ORGANIZATION IS INDEXED
       01 A-REC.
           COPY "custnamerec" REPLACING FIELD-ID BY A-ID
               FIELD-NAME BY A-NAME FIELD-STATUS BY A-STATUS
               FIELD-ADDR BY A-ADDR FIELD-PREF-NAME BY A-PREF-NAME.

       FD TXN-OUT.
       01 TXN-OUT-REC.
           PERFORM 2000-EMIT-MAINT-CORRECTION.

      *----------------------------------------------------------*
      *    2000-EMIT-MAINT-CORRECTION - IF THE MASTER'S LEGAL NAME  *
      *    DIFFERS FROM THE BILLING FEED'S, APPEND A NAME-CHANGE;    *
      *    IF ITS PREFERRED NAME DIFFERS FROM THE HR FEED'S, APPEND  *
      *    A PREFERRED-NAME CHANGE (A BLANK ONE CLEARS IT).  A BLANK *
      *    LEGAL NAME ON THE FEED NEVER BLANKS THE MASTER'S.         *
      *----------------------------------------------------------*
       2000-EMIT-MAINT-CORRECTION.
           IF NOT CUST-A-IS-OPEN
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF RESOLVED-LEGAL-NAME NOT = SPACES
                           AND A-NAME NOT = RESOLVED-LEGAL-NAME
                       MOVE WS-PIPE-ID TO TXN-OUT-ID
                       MOVE 'N' TO TXN-OUT-TYPE
                       MOVE SPACES TO TXN-OUT-VALUE
                       MOVE RESOLVED-LEGAL-NAME TO TXN-OUT-VALUE(1:20)
                       MOVE SPACES TO TXN-OUT-VALUE2
                       WRITE TXN-OUT-REC
                       ADD 1 TO WS-TXN-EMITTED-COUNT
                   END-IF
                   IF A-PREF-NAME NOT = RESOLVED-PREF-NAME
                       MOVE WS-PIPE-ID TO TXN-OUT-ID
                       MOVE 'P' TO TXN-OUT-TYPE
                       MOVE SPACES TO TXN-OUT-VALUE
                       MOVE RESOLVED-PREF-NAME TO TXN-OUT-VALUE(1:20)
                       MOVE SPACES TO TXN-OUT-VALUE2
                       WRITE TXN-OUT-REC
                       ADD 1 TO WS-TXN-EMITTED-COUNT
