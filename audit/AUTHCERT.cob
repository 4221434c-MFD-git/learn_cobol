       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUTHCERT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUTH-FILE ASSIGN TO './maint_auth.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUTH-STATUS.

      *----------------------------------------------------------*
      *    AHST-FILE - AUTHMNT'S BEFORE/AFTER HISTORY; THE LAST     *
      *    ROW FOR AN OPERATOR SAYS WHEN THE RIGHTS WERE LAST SET    *
      *    AND BY WHOM                                               *
      *----------------------------------------------------------*
           SELECT AHST-FILE ASSIGN TO './result/auth-history.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AHST-STATUS.

      *----------------------------------------------------------*
      *    AUDIT-FILE AND ACCESS-FILE - THE LAST DATE EACH          *
      *    OPERATOR CHANGED ANYTHING, AND THE LAST DATE THEY SIGNED  *
      *    ON OR LOOKED AT A CUSTOMER                                *
      *----------------------------------------------------------*
           SELECT AUDIT-FILE ASSIGN TO './result/audit-trail.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT ACCESS-FILE ASSIGN TO './result/access-log.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACCESS-STATUS.

           SELECT CRED-FILE ASSIGN TO './maint_credentials.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CRED-STATUS.

      *----------------------------------------------------------*
      *    PARM-FILE - ONE NUMBER, THE DAYS WITHOUT ACTIVITY AFTER  *
      *    WHICH AN OPERATOR'S RIGHTS ARE FLAGGED FOR REVIEW         *
      *    (DEFAULT 90)                                              *
      *----------------------------------------------------------*
           SELECT PARM-FILE ASSIGN TO './authcert_param.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT CERT-REPORT ASSIGN TO './result/auth-recert.txt'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD AUTH-FILE.
       01 AUTH-REC.
           05 AUTH-OPER-ID PIC X(8).
           05 AUTH-ALLOWED-TYPES PIC X(20).

       FD AHST-FILE.
           COPY "authhistrec".

       FD AUDIT-FILE.
           COPY "auditrec".

       FD ACCESS-FILE.
           COPY "accessrec".

       FD CRED-FILE.
           COPY "credrec".

       FD PARM-FILE.
       01 PARM-REC.
           05 CP-IDLE-DAYS PIC 9(3).

       FD CERT-REPORT.
       01 REPORT-REC PIC X(100).

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------*
      *    ACCESS RECERTIFICATION - EVERY OPERATOR ON MAINT_AUTH    *
      *    WITH THEIR RIGHTS SPELLED OUT, WHEN AND BY WHOM THEY      *
      *    WERE LAST SET, AND THE LAST DATE THEY DID ANYTHING, SO    *
      *    EACH MANAGER CAN CONFIRM OR REVOKE.  IDLE OPERATORS,      *
      *    OPERATORS WITH NO PIN, AND LETTERS NO PROGRAM TESTS ARE   *
      *    FLAGGED FOR REVIEW.                                       *
      *----------------------------------------------------------*
       01 WS-AUTH-STATUS PIC XX.
           88 AUTH-FILE-OK VALUE '00'.
       01 WS-AHST-STATUS PIC XX.
           88 AHST-FILE-OK VALUE '00'.
       01 WS-AUDIT-STATUS PIC XX.
           88 AUDIT-FILE-OK VALUE '00'.
       01 WS-ACCESS-STATUS PIC XX.
           88 ACCESS-FILE-OK VALUE '00'.
       01 WS-CRED-STATUS PIC XX.
           88 CRED-FILE-OK VALUE '00'.
       01 WS-PARM-STATUS PIC XX.
           88 PARM-FILE-OK VALUE '00'.
       01 WS-EOF PIC X VALUE 'N'.

       01 WS-TODAY PIC 9(8).
       01 WS-IDLE-DAYS PIC 9(3) VALUE 90.
       01 WS-ROW-DATE PIC X(8).
       01 WS-DAYS-IDLE PIC 9(5).
       01 WS-LAST-ACTIVE PIC 9(8).

      *----------------------------------------------------------*
      *    ONE ENTRY PER OPERATOR ON MAINT_AUTH.TXT, FILLED IN AS   *
      *    EACH LOG IS PASSED                                        *
      *----------------------------------------------------------*
       01 WS-CERT-TABLE.
           05 WS-CERT-ENTRY OCCURS 100 TIMES.
               10 WS-CERT-OPER PIC X(8).
               10 WS-CERT-TYPES PIC X(20).
               10 WS-CERT-SET-DATE PIC X(8).
               10 WS-CERT-SET-BY PIC X(8).
               10 WS-CERT-LAST-AUDIT PIC X(8).
               10 WS-CERT-LAST-ACCESS PIC X(8).
               10 WS-CERT-HAS-PIN PIC X(1).
       01 WS-CERT-COUNT PIC 9(3) VALUE 0.
       01 WS-CERT-IDX PIC 9(3).
       01 WS-CERT-FOUND PIC 9(3).
       01 WS-FIND-OPER PIC X(8).

       01 WS-LETTER PIC X(1).
       01 WS-POS PIC 9(2).
       01 WS-CODE-IDX PIC 9(2).
       01 WS-CODE-FOUND PIC 9(2).
       01 WS-REVIEW-TEXT PIC X(60).
       01 WS-REVIEW-PTR PIC 9(3).
       01 WS-SHOW-AUDIT PIC X(8).
       01 WS-SHOW-ACCESS PIC X(8).

       01 WS-FLAGGED-COUNT PIC 9(10) VALUE 0.
       01 WS-UNKNOWN-LETTER-COUNT PIC 9(10) VALUE 0.
           COPY "authcodes".

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
           PERFORM 0100-LOAD-PARAMETERS.

           OPEN OUTPUT CERT-REPORT.
           MOVE SPACES TO REPORT-REC.
           STRING "OPERATOR AUTHORITY RECERTIFICATION AS AT " WS-TODAY
               " - IDLE LIMIT " WS-IDLE-DAYS " DAYS"
               DELIMITED BY SIZE INTO REPORT-REC.
           WRITE REPORT-REC.

           PERFORM 0200-LOAD-AUTHORITY.
           IF NOT AUTH-FILE-OK
               MOVE SPACES TO REPORT-REC
               STRING "NO DATA - MAINT_AUTH.TXT NOT ON FILE"
                   DELIMITED BY SIZE INTO REPORT-REC
               WRITE REPORT-REC
               CLOSE CERT-REPORT
               DISPLAY "AUTHCERT - no maint_auth.txt on file"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM 0300-TAKE-HISTORY.
           PERFORM 0400-TAKE-AUDIT-TRAIL.
           PERFORM 0500-TAKE-ACCESS-LOG.
           PERFORM 0600-TAKE-CREDENTIALS.

           PERFORM VARYING WS-CERT-IDX FROM 1 BY 1
                   UNTIL WS-CERT-IDX > WS-CERT-COUNT
               PERFORM 0700-WRITE-ONE-OPERATOR
           END-PERFORM.

           MOVE SPACES TO REPORT-REC.
           STRING "OPERATORS=" WS-CERT-COUNT
               " FLAGGED FOR REVIEW=" WS-FLAGGED-COUNT
               " UNKNOWN LETTERS=" WS-UNKNOWN-LETTER-COUNT
               DELIMITED BY SIZE INTO REPORT-REC.
           WRITE REPORT-REC.
           CLOSE CERT-REPORT.

           DISPLAY "AUTHCERT operators listed: " WS-CERT-COUNT.
           DISPLAY "AUTHCERT operators flagged for review: "
               WS-FLAGGED-COUNT.
           DISPLAY "AUTHCERT unknown authority letters: "
               WS-UNKNOWN-LETTER-COUNT.

           IF WS-FLAGGED-COUNT > 0 OR WS-UNKNOWN-LETTER-COUNT > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
           GOBACK.

      *----------------------------------------------------------*
      *    0100-LOAD-PARAMETERS - THE IDLE LIMIT IN DAYS            *
      *----------------------------------------------------------*
       0100-LOAD-PARAMETERS.
           OPEN INPUT PARM-FILE.
           IF PARM-FILE-OK
               READ PARM-FILE
                   NOT AT END
                       IF CP-IDLE-DAYS NUMERIC AND CP-IDLE-DAYS > 0
                           MOVE CP-IDLE-DAYS TO WS-IDLE-DAYS
                       END-IF
               END-READ
               CLOSE PARM-FILE
           END-IF.

      *----------------------------------------------------------*
      *    0200-LOAD-AUTHORITY - ONE TABLE ENTRY PER OPERATOR ROW   *
      *----------------------------------------------------------*
       0200-LOAD-AUTHORITY.
           OPEN INPUT AUTH-FILE.
           IF NOT AUTH-FILE-OK
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y'
               READ AUTH-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF AUTH-OPER-ID NOT = SPACES
                               AND WS-CERT-COUNT < 100
                           ADD 1 TO WS-CERT-COUNT
                           MOVE SPACES TO WS-CERT-ENTRY(WS-CERT-COUNT)
                           MOVE AUTH-OPER-ID
                               TO WS-CERT-OPER(WS-CERT-COUNT)
                           MOVE AUTH-ALLOWED-TYPES
                               TO WS-CERT-TYPES(WS-CERT-COUNT)
                           MOVE 'N' TO WS-CERT-HAS-PIN(WS-CERT-COUNT)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE AUTH-FILE.
           MOVE '00' TO WS-AUTH-STATUS.

      *----------------------------------------------------------*
      *    0300-TAKE-HISTORY - THE HISTORY IS IN TIME ORDER, SO     *
      *    THE LAST ROW SEEN FOR AN OPERATOR IS THE CURRENT GRANT    *
      *----------------------------------------------------------*
       0300-TAKE-HISTORY.
           OPEN INPUT AHST-FILE.
           IF NOT AHST-FILE-OK
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y'
               READ AHST-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       MOVE AHST-OPER-ID TO WS-FIND-OPER
                       PERFORM 0800-FIND-OPERATOR
                       IF WS-CERT-FOUND > 0
                           MOVE AHST-TIMESTAMP(1:8)
                               TO WS-CERT-SET-DATE(WS-CERT-FOUND)
                           MOVE AHST-CHANGED-BY
                               TO WS-CERT-SET-BY(WS-CERT-FOUND)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE AHST-FILE.

      *----------------------------------------------------------*
      *    0400-TAKE-AUDIT-TRAIL - LATEST DATE EACH OPERATOR IS     *
      *    STAMPED ON AN AUDIT ROW                                   *
      *----------------------------------------------------------*
       0400-TAKE-AUDIT-TRAIL.
           OPEN INPUT AUDIT-FILE.
           IF NOT AUDIT-FILE-OK
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y'
               READ AUDIT-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF AUDIT-OPERATOR NOT = SPACES
                           MOVE AUDIT-OPERATOR TO WS-FIND-OPER
                           PERFORM 0800-FIND-OPERATOR
                           MOVE AUDIT-TIMESTAMP(1:8) TO WS-ROW-DATE
                           IF WS-CERT-FOUND > 0
                                   AND WS-ROW-DATE NUMERIC
                                   AND WS-ROW-DATE >
                                   WS-CERT-LAST-AUDIT(WS-CERT-FOUND)
                               MOVE WS-ROW-DATE TO
                                   WS-CERT-LAST-AUDIT(WS-CERT-FOUND)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE AUDIT-FILE.

      *----------------------------------------------------------*
      *    0500-TAKE-ACCESS-LOG - LATEST CUSTOMER VIEW OR GOOD      *
      *    SIGN-ON; A REFUSED SIGN-ON IS NOT ACTIVITY                *
      *----------------------------------------------------------*
       0500-TAKE-ACCESS-LOG.
           OPEN INPUT ACCESS-FILE.
           IF NOT ACCESS-FILE-OK
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y'
               READ ACCESS-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF ACC-OPERATOR NOT = SPACES
                               AND (ACC-EVENT = SPACES
                                   OR ACC-EVENT = "SIGNON"
                                   OR ACC-EVENT = "PINCHG"
                                   OR ACC-EVENT = "SIGNOFF"
                                   OR ACC-EVENT = "VERIFY")
                           MOVE ACC-OPERATOR TO WS-FIND-OPER
                           PERFORM 0800-FIND-OPERATOR
                           MOVE ACC-TIMESTAMP(1:8) TO WS-ROW-DATE
                           IF WS-CERT-FOUND > 0
                                   AND WS-ROW-DATE NUMERIC
                                   AND WS-ROW-DATE >
                                   WS-CERT-LAST-ACCESS(WS-CERT-FOUND)
                               MOVE WS-ROW-DATE TO
                                   WS-CERT-LAST-ACCESS(WS-CERT-FOUND)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ACCESS-FILE.

      *----------------------------------------------------------*
      *    0600-TAKE-CREDENTIALS - WHICH OPERATORS CAN SIGN ON AT   *
      *    ALL; RIGHTS WITHOUT A PIN ARE EITHER STALE OR UNUSABLE    *
      *----------------------------------------------------------*
       0600-TAKE-CREDENTIALS.
           OPEN INPUT CRED-FILE.
           IF NOT CRED-FILE-OK
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y'
               READ CRED-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       MOVE CRD-OPER-ID TO WS-FIND-OPER
                       PERFORM 0800-FIND-OPERATOR
                       IF WS-CERT-FOUND > 0
                           MOVE 'Y' TO WS-CERT-HAS-PIN(WS-CERT-FOUND)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CRED-FILE.

      *----------------------------------------------------------*
      *    0700-WRITE-ONE-OPERATOR - THE OPERATOR LINE, THE         *
      *    ACTIVITY LINE WITH ANY REVIEW FLAGS, THEN ONE LINE PER    *
      *    LETTER HELD                                               *
      *----------------------------------------------------------*
       0700-WRITE-ONE-OPERATOR.
           MOVE WS-CERT-LAST-AUDIT(WS-CERT-IDX) TO WS-SHOW-AUDIT.
           IF WS-SHOW-AUDIT = SPACES
               MOVE "NONE" TO WS-SHOW-AUDIT
           END-IF.
           MOVE WS-CERT-LAST-ACCESS(WS-CERT-IDX) TO WS-SHOW-ACCESS.
           IF WS-SHOW-ACCESS = SPACES
               MOVE "NONE" TO WS-SHOW-ACCESS
           END-IF.

           MOVE SPACES TO REPORT-REC.
           WRITE REPORT-REC.
      *    A ROW WITH NO AUTHMNT HISTORY WAS KEYED INTO THE FILE BY
      *    HAND BEFORE AUTHMNT EXISTED
           IF WS-CERT-SET-DATE(WS-CERT-IDX) = SPACES
               STRING "OPER=" WS-CERT-OPER(WS-CERT-IDX)
                   " RIGHTS=" WS-CERT-TYPES(WS-CERT-IDX)
                   " LAST SET BY HAND"
                   DELIMITED BY SIZE INTO REPORT-REC
           ELSE
               STRING "OPER=" WS-CERT-OPER(WS-CERT-IDX)
                   " RIGHTS=" WS-CERT-TYPES(WS-CERT-IDX)
                   " LAST SET " WS-CERT-SET-DATE(WS-CERT-IDX)
                   " BY " WS-CERT-SET-BY(WS-CERT-IDX)
                   DELIMITED BY SIZE INTO REPORT-REC
           END-IF.
           WRITE REPORT-REC.

      *    LAST ACTIVE IS THE LATER OF THE TWO LOGS
           MOVE 0 TO WS-LAST-ACTIVE.
           IF WS-CERT-LAST-AUDIT(WS-CERT-IDX) NUMERIC
               MOVE WS-CERT-LAST-AUDIT(WS-CERT-IDX) TO WS-LAST-ACTIVE
           END-IF.
           IF WS-CERT-LAST-ACCESS(WS-CERT-IDX) NUMERIC
                   AND WS-CERT-LAST-ACCESS(WS-CERT-IDX) > WS-LAST-ACTIVE
               MOVE WS-CERT-LAST-ACCESS(WS-CERT-IDX) TO WS-LAST-ACTIVE
           END-IF.

           MOVE SPACES TO WS-REVIEW-TEXT.
           MOVE 1 TO WS-REVIEW-PTR.
           IF WS-LAST-ACTIVE = 0
               STRING " ** NO ACTIVITY ON FILE **"
                   DELIMITED BY SIZE INTO WS-REVIEW-TEXT
                   WITH POINTER WS-REVIEW-PTR
           ELSE
               COMPUTE WS-DAYS-IDLE =
                   FUNCTION INTEGER-OF-DATE(WS-TODAY)
                   - FUNCTION INTEGER-OF-DATE(WS-LAST-ACTIVE)
               IF WS-DAYS-IDLE > WS-IDLE-DAYS
                   STRING " ** IDLE " WS-DAYS-IDLE " DAYS **"
                       DELIMITED BY SIZE INTO WS-REVIEW-TEXT
                       WITH POINTER WS-REVIEW-PTR
               END-IF
           END-IF.
           IF WS-CERT-HAS-PIN(WS-CERT-IDX) NOT = 'Y'
               STRING " ** NO PIN ON FILE **"
                   DELIMITED BY SIZE INTO WS-REVIEW-TEXT
                   WITH POINTER WS-REVIEW-PTR
           END-IF.

           MOVE SPACES TO REPORT-REC.
           STRING "    AUDIT ROW " WS-SHOW-AUDIT
               " SIGN-ON/VIEW " WS-SHOW-ACCESS
               WS-REVIEW-TEXT
               DELIMITED BY SIZE INTO REPORT-REC.
           WRITE REPORT-REC.
           IF WS-REVIEW-TEXT NOT = SPACES
               ADD 1 TO WS-FLAGGED-COUNT
           END-IF.

           PERFORM VARYING WS-POS FROM 1 BY 1 UNTIL WS-POS > 20
               MOVE WS-CERT-TYPES(WS-CERT-IDX)(WS-POS:1) TO WS-LETTER
               IF WS-LETTER NOT = SPACE
                   PERFORM 0750-WRITE-ONE-RIGHT
               END-IF
           END-PERFORM.

      *----------------------------------------------------------*
      *    0750-WRITE-ONE-RIGHT - WHAT WS-LETTER PERMITS; A LETTER  *
      *    NO PROGRAM TESTS WAS KEYED BY HAND AND IS FLAGGED         *
      *----------------------------------------------------------*
       0750-WRITE-ONE-RIGHT.
           MOVE 0 TO WS-CODE-FOUND.
           PERFORM VARYING WS-CODE-IDX FROM 1 BY 1
                   UNTIL WS-CODE-IDX > AUTH-CODE-COUNT
               IF AUTH-CODE-LETTER(WS-CODE-IDX) = WS-LETTER
                   MOVE WS-CODE-IDX TO WS-CODE-FOUND
               END-IF
           END-PERFORM.
           MOVE SPACES TO REPORT-REC.
           IF WS-CODE-FOUND > 0
               STRING "      " WS-LETTER " "
                   AUTH-CODE-DESC(WS-CODE-FOUND)
                   " (" AUTH-CODE-PROGRAM(WS-CODE-FOUND) ")"
                   DELIMITED BY SIZE INTO REPORT-REC
           ELSE
               ADD 1 TO WS-UNKNOWN-LETTER-COUNT
               STRING "      " WS-LETTER
                   " ** NOT AN AUTHORITY CODE - REVOKE **"
                   DELIMITED BY SIZE INTO REPORT-REC
           END-IF.
           WRITE REPORT-REC.

      *----------------------------------------------------------*
      *    0800-FIND-OPERATOR - THE TABLE ENTRY FOR WS-FIND-OPER    *
      *    INTO WS-CERT-FOUND, ZERO WHEN NOT ON MAINT_AUTH           *
      *----------------------------------------------------------*
       0800-FIND-OPERATOR.
           MOVE 0 TO WS-CERT-FOUND.
           PERFORM VARYING WS-CERT-FOUND FROM 1 BY 1
                   UNTIL WS-CERT-FOUND > WS-CERT-COUNT
                   OR WS-CERT-OPER(WS-CERT-FOUND) = WS-FIND-OPER
               CONTINUE
           END-PERFORM.
           IF WS-CERT-FOUND > WS-CERT-COUNT
               MOVE 0 TO WS-CERT-FOUND
           END-IF.
