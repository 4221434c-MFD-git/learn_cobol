       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUB-SIGNON.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *----------------------------------------------------------*
      *    CRED-FILE - ONE ROW PER OPERATOR (SEE CREDREC).  THE     *
      *    FILE IS REWRITTEN WHENEVER A FAILED COUNT OR A PIN        *
      *    CHANGES, SO A LOCKOUT STANDS EVEN IF THE CALLER ABENDS.   *
      *    AN OPERATOR WITH NO ROW CANNOT SIGN ON AT ALL.            *
      *----------------------------------------------------------*
           SELECT CRED-FILE ASSIGN TO './maint_credentials.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CRED-STATUS.

      *----------------------------------------------------------*
      *    PARM-FILE - FAILED PINS BEFORE THE ID LOCKS (DEFAULT 3), *
      *    DAYS A PIN LASTS BEFORE IT MUST BE CHANGED (DEFAULT 90),  *
      *    AND IDLE MINUTES BEFORE A SESSION IS SIGNED OUT           *
      *    (DEFAULT 15)                                              *
      *----------------------------------------------------------*
           SELECT PARM-FILE ASSIGN TO './signon_param.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT ACCESS-FILE ASSIGN TO './result/access-log.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACCESS-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD CRED-FILE.
           COPY "credrec".

       FD PARM-FILE.
       01 PARM-REC.
           05 SGNP-MAX-FAILS PIC 9(2).
           05 SGNP-EXPIRY-DAYS PIC 9(3).
           05 SGNP-IDLE-MINS PIC 9(3).

       FD ACCESS-FILE.
           COPY "accessrec".

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------*
      *    SUB-SIGNON - SHARED OPERATOR SIGN-ON, IN THE SPIRIT OF   *
      *    SUB-CUSTID: CHALLENGES FOR THE PIN, LOCKS THE ID AFTER    *
      *    TOO MANY BAD ONES, MAKES THE OPERATOR CHOOSE A NEW PIN    *
      *    ONCE THE OLD ONE HAS EXPIRED, AND SIGNS AN IDLE SESSION   *
      *    OUT.  EVERY SIGN-ON, FAILURE, LOCKOUT, PIN CHANGE AND     *
      *    TIMEOUT IS WRITTEN TO THE ACCESS LOG FOR SECURITY.  SEE   *
      *    SIGNONREQ FOR THE REQUEST AREA.                           *
      *----------------------------------------------------------*
       01 WS-CRED-STATUS PIC XX.
           88 CRED-FILE-OK VALUE '00'.
       01 WS-PARM-STATUS PIC XX.
           88 PARM-FILE-OK VALUE '00'.
       01 WS-ACCESS-STATUS PIC XX.
           88 ACCESS-FILE-OK VALUE '00'.
       01 WS-EOF PIC X.
       01 WS-LOADED PIC X VALUE 'N'.
           88 PARMS-LOADED VALUE 'Y'.

       01 WS-MAX-FAILS PIC 9(2) VALUE 3.
       01 WS-EXPIRY-DAYS PIC 9(3) VALUE 90.
       01 WS-IDLE-MINS PIC 9(3) VALUE 15.

       01 WS-CRED-TABLE.
           05 WS-CRED-ENTRY OCCURS 100 TIMES.
               10 WS-CRED-OPER-ID PIC X(8).
               10 WS-CRED-PIN-HASH PIC 9(10).
               10 WS-CRED-PIN-CHANGED PIC 9(8).
               10 WS-CRED-FAILED PIC 9(2).
       01 WS-CRED-USED PIC 9(3) VALUE 0.
       01 WS-CRED-IDX PIC 9(3).
       01 WS-CRED-FOUND PIC 9(3).

      *----------------------------------------------------------*
      *    THE SESSION - OPERATORS WHO HAVE PASSED A CHALLENGE IN   *
      *    THIS RUN UNIT, AND WHEN IT LAST SAW ACTIVITY              *
      *----------------------------------------------------------*
       01 WS-SESSION-TABLE.
           05 WS-SESSION-OPER OCCURS 10 TIMES PIC X(8).
       01 WS-SESSION-COUNT PIC 9(2) VALUE 0.
       01 WS-SESSION-IDX PIC 9(2).
       01 WS-LAST-ACTIVE-MINS PIC 9(12) VALUE 0.
       01 WS-NOW-MINS PIC 9(12).
       01 WS-IDLE-FOR PIC 9(12).
       01 WS-NOW-TS PIC X(21).

       01 WS-TODAY PIC 9(8).
       01 WS-PIN-AGE PIC S9(8).
       01 WS-TRIES PIC 9(1).
       01 WS-PIN PIC X(8).
       01 WS-NEW-PIN PIC X(8).
       01 WS-CONFIRM-PIN PIC X(8).
       01 WS-PIN-LEN PIC 9(2).
       01 WS-EVENT PIC X(8).

      *----------------------------------------------------------*
      *    PIN HASH WORK AREA - THE OPERATOR ID AND PIN RUN TWICE   *
      *    THROUGH A MULTIPLY-AND-ADD HASH KEPT UNDER A TEN-DIGIT    *
      *    PRIME, SO THE FILE HOLDS NOTHING THE PIN CAN BE READ      *
      *    BACK FROM                                                 *
      *----------------------------------------------------------*
       01 WS-HASH-INPUT.
           05 WS-HASH-OPER PIC X(8).
           05 WS-HASH-PIN PIC X(8).
       01 WS-HASH-CHARS REDEFINES WS-HASH-INPUT.
           05 WS-HASH-CHAR PIC X(1) OCCURS 16 TIMES.
       01 WS-HASH PIC 9(10).
       01 WS-HASH-POS PIC 9(2).
       01 WS-HASH-ROUND PIC 9(1).

       LINKAGE SECTION.
           COPY "signonreq".

       PROCEDURE DIVISION USING SGN-REQUEST.

           IF NOT PARMS-LOADED
               PERFORM 0100-LOAD-PARAMETERS
               SET PARMS-LOADED TO TRUE
           END-IF.

           MOVE FUNCTION CURRENT-DATE TO WS-NOW-TS.
           MOVE WS-NOW-TS(1:8) TO WS-TODAY.
           COMPUTE WS-NOW-MINS =
               FUNCTION INTEGER-OF-DATE(WS-TODAY) * 1440
               + FUNCTION NUMVAL(WS-NOW-TS(9:2)) * 60
               + FUNCTION NUMVAL(WS-NOW-TS(11:2)).

           EVALUATE TRUE
               WHEN SGN-CHALLENGE
               WHEN SGN-VERIFY-ONLY
                   PERFORM 0200-CHALLENGE
               WHEN SGN-KEEP-ALIVE
                   MOVE WS-NOW-MINS TO WS-LAST-ACTIVE-MINS
                   SET SGN-SIGNED-ON TO TRUE
               WHEN SGN-IDLE-CHECK
                   PERFORM 0600-IDLE-CHECK
               WHEN SGN-SIGN-OFF
                   MOVE "SIGNOFF" TO WS-EVENT
                   PERFORM 0650-END-SESSION
                   SET SGN-REFUSED TO TRUE
           END-EVALUATE.

           EXIT PROGRAM.

      *----------------------------------------------------------*
      *    0100-LOAD-PARAMETERS - THE LOCKOUT LIMIT, PIN LIFETIME   *
      *    AND IDLE TIMEOUT, EACH KEEPING ITS DEFAULT WHEN NOT       *
      *    SUPPLIED                                                  *
      *----------------------------------------------------------*
       0100-LOAD-PARAMETERS.
           OPEN INPUT PARM-FILE.
           IF PARM-FILE-OK
               READ PARM-FILE
                   NOT AT END
                       IF SGNP-MAX-FAILS NUMERIC
                               AND SGNP-MAX-FAILS > 0
                           MOVE SGNP-MAX-FAILS TO WS-MAX-FAILS
                       END-IF
                       IF SGNP-EXPIRY-DAYS NUMERIC
                               AND SGNP-EXPIRY-DAYS > 0
                           MOVE SGNP-EXPIRY-DAYS TO WS-EXPIRY-DAYS
                       END-IF
                       IF SGNP-IDLE-MINS NUMERIC
                               AND SGNP-IDLE-MINS > 0
                           MOVE SGNP-IDLE-MINS TO WS-IDLE-MINS
                       END-IF
               END-READ
               CLOSE PARM-FILE
           END-IF.

      *----------------------------------------------------------*
      *    0200-CHALLENGE - AN OPERATOR ALREADY SIGNED ON IN THIS   *
      *    SESSION PASSES STRAIGHT THROUGH; ANYONE ELSE MUST HAVE    *
      *    CREDENTIALS, MUST NOT BE LOCKED, AND GETS UP TO THREE     *
      *    TRIES AT THE PIN (EACH BAD ONE COUNTS TOWARD THE LOCK).   *
      *    A BLANK PIN GIVES UP WITHOUT COUNTING, SO A RUN WITH NO   *
      *    ONE AT THE KEYBOARD CANNOT LOCK AN ID OUT.  A VERIFY      *
      *    SKIPS THE SESSION SHORT-CUT AND NEVER JOINS THE SESSION,  *
      *    SO A CONFIRMING OPERATOR KEYS THEIR PIN EVERY TIME.       *
      *----------------------------------------------------------*
       0200-CHALLENGE.
           SET SGN-REFUSED TO TRUE.
           PERFORM VARYING WS-SESSION-IDX FROM 1 BY 1
                   UNTIL WS-SESSION-IDX > WS-SESSION-COUNT
                   OR SGN-VERIFY-ONLY
               IF WS-SESSION-OPER(WS-SESSION-IDX) = SGN-OPERATOR
                   SET SGN-SIGNED-ON TO TRUE
               END-IF
           END-PERFORM.
           IF SGN-SIGNED-ON
               MOVE WS-NOW-MINS TO WS-LAST-ACTIVE-MINS
               EXIT PARAGRAPH
           END-IF.

           PERFORM 0300-LOAD-CREDENTIALS.
           MOVE 0 TO WS-CRED-FOUND.
           PERFORM VARYING WS-CRED-IDX FROM 1 BY 1
                   UNTIL WS-CRED-IDX > WS-CRED-USED
               IF WS-CRED-OPER-ID(WS-CRED-IDX) = SGN-OPERATOR
                   MOVE WS-CRED-IDX TO WS-CRED-FOUND
               END-IF
           END-PERFORM.
           IF SGN-OPERATOR = SPACES OR WS-CRED-FOUND = 0
               DISPLAY "Operator " SGN-OPERATOR
                   " has no sign-on credentials - see security."
               MOVE "NOCRED" TO WS-EVENT
               PERFORM 0700-LOG-EVENT
               EXIT PARAGRAPH
           END-IF.
           IF WS-CRED-FAILED(WS-CRED-FOUND) >= WS-MAX-FAILS
               DISPLAY "Operator " SGN-OPERATOR
                   " is locked out - see security to reset it."
               SET SGN-LOCKED-OUT TO TRUE
               MOVE "LOCKED" TO WS-EVENT
               PERFORM 0700-LOG-EVENT
               EXIT PARAGRAPH
           END-IF.

           MOVE 0 TO WS-TRIES.
           PERFORM UNTIL WS-TRIES >= 3
                   OR SGN-SIGNED-ON OR SGN-LOCKED-OUT
               ADD 1 TO WS-TRIES
               DISPLAY "PIN for " SGN-OPERATOR ": "
               ACCEPT WS-PIN
               IF WS-PIN = SPACES
                   MOVE 3 TO WS-TRIES
               ELSE
                   PERFORM 0250-JUDGE-PIN
               END-IF
           END-PERFORM.
           IF NOT SGN-SIGNED-ON
               EXIT PARAGRAPH
           END-IF.

      *    NO USABLE CHANGE DATE COUNTS AS EXPIRED
           MOVE 99999 TO WS-PIN-AGE.
           IF WS-CRED-PIN-CHANGED(WS-CRED-FOUND) NUMERIC
                   AND WS-CRED-PIN-CHANGED(WS-CRED-FOUND) > 19000000
               COMPUTE WS-PIN-AGE = FUNCTION INTEGER-OF-DATE(WS-TODAY)
                   - FUNCTION INTEGER-OF-DATE(
                       WS-CRED-PIN-CHANGED(WS-CRED-FOUND))
           END-IF.
           IF WS-PIN-AGE > WS-EXPIRY-DAYS
               PERFORM 0400-FORCE-PIN-CHANGE
               IF NOT SGN-SIGNED-ON
                   EXIT PARAGRAPH
               END-IF
           END-IF.

           IF SGN-VERIFY-ONLY
               MOVE "VERIFY" TO WS-EVENT
               PERFORM 0700-LOG-EVENT
               EXIT PARAGRAPH
           END-IF.
           MOVE "SIGNON" TO WS-EVENT.
           PERFORM 0700-LOG-EVENT.
           IF WS-SESSION-COUNT < 10
               ADD 1 TO WS-SESSION-COUNT
               MOVE SGN-OPERATOR TO WS-SESSION-OPER(WS-SESSION-COUNT)
           END-IF.
           MOVE WS-NOW-MINS TO WS-LAST-ACTIVE-MINS.

      *----------------------------------------------------------*
      *    0250-JUDGE-PIN - A GOOD PIN CLEARS THE FAILED COUNT; A   *
      *    BAD ONE ADDS TO IT AND LOCKS THE ID AT THE LIMIT          *
      *----------------------------------------------------------*
       0250-JUDGE-PIN.
           MOVE SGN-OPERATOR TO WS-HASH-OPER.
           MOVE WS-PIN TO WS-HASH-PIN.
           PERFORM 0500-HASH-PIN.
           IF WS-HASH = WS-CRED-PIN-HASH(WS-CRED-FOUND)
               SET SGN-SIGNED-ON TO TRUE
               IF WS-CRED-FAILED(WS-CRED-FOUND) > 0
                   MOVE 0 TO WS-CRED-FAILED(WS-CRED-FOUND)
                   PERFORM 0350-REWRITE-CREDENTIALS
               END-IF
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WS-CRED-FAILED(WS-CRED-FOUND).
           PERFORM 0350-REWRITE-CREDENTIALS.
           IF WS-CRED-FAILED(WS-CRED-FOUND) >= WS-MAX-FAILS
               DISPLAY "Wrong PIN - operator " SGN-OPERATOR
                   " is now locked out."
               SET SGN-LOCKED-OUT TO TRUE
               MOVE "LOCKOUT" TO WS-EVENT
           ELSE
               DISPLAY "Wrong PIN."
               MOVE "BADPIN" TO WS-EVENT
           END-IF.
           PERFORM 0700-LOG-EVENT.

      *----------------------------------------------------------*
      *    0300-LOAD-CREDENTIALS - READ FRESH ON EVERY CHALLENGE SO *
      *    A LOCK OR PIN CHANGE FROM ANOTHER SESSION IS SEEN         *
      *----------------------------------------------------------*
       0300-LOAD-CREDENTIALS.
           MOVE 0 TO WS-CRED-USED.
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
                       IF CRD-OPER-ID NOT = SPACES
                               AND WS-CRED-USED < 100
                           ADD 1 TO WS-CRED-USED
                           MOVE CRD-OPER-ID
                               TO WS-CRED-OPER-ID(WS-CRED-USED)
                           MOVE CRD-PIN-HASH
                               TO WS-CRED-PIN-HASH(WS-CRED-USED)
                           MOVE CRD-PIN-CHANGED
                               TO WS-CRED-PIN-CHANGED(WS-CRED-USED)
                           MOVE CRD-FAILED-COUNT
                               TO WS-CRED-FAILED(WS-CRED-USED)
                           IF CRD-FAILED-COUNT NOT NUMERIC
                               MOVE 0 TO WS-CRED-FAILED(WS-CRED-USED)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CRED-FILE.

      *----------------------------------------------------------*
      *    0350-REWRITE-CREDENTIALS - THE WHOLE TABLE BACK TO THE   *
      *    CREDENTIALS FILE                                          *
      *----------------------------------------------------------*
       0350-REWRITE-CREDENTIALS.
           OPEN OUTPUT CRED-FILE.
           PERFORM VARYING WS-CRED-IDX FROM 1 BY 1
                   UNTIL WS-CRED-IDX > WS-CRED-USED
               MOVE WS-CRED-OPER-ID(WS-CRED-IDX) TO CRD-OPER-ID
               MOVE WS-CRED-PIN-HASH(WS-CRED-IDX) TO CRD-PIN-HASH
               MOVE WS-CRED-PIN-CHANGED(WS-CRED-IDX)
                   TO CRD-PIN-CHANGED
               MOVE WS-CRED-FAILED(WS-CRED-IDX) TO CRD-FAILED-COUNT
               WRITE CRED-RECORD
           END-PERFORM.
           CLOSE CRED-FILE.

      *----------------------------------------------------------*
      *    0400-FORCE-PIN-CHANGE - THE PIN HAS OUTLIVED ITS         *
      *    LIFETIME (OR WAS ISSUED TO BE CHANGED): THE OPERATOR      *
      *    MUST CHOOSE A NEW ONE OF 4 TO 8 DIGITS, DIFFERENT FROM    *
      *    THE OLD ONE, AND KEY IT TWICE BEFORE THE SIGN-ON STANDS   *
      *----------------------------------------------------------*
       0400-FORCE-PIN-CHANGE.
           SET SGN-REFUSED TO TRUE.
           DISPLAY "Your PIN has expired - choose a new one.".
           DISPLAY "New PIN (4 to 8 digits): ".
           ACCEPT WS-NEW-PIN.
           DISPLAY "Key the new PIN again: ".
           ACCEPT WS-CONFIRM-PIN.

           MOVE 0 TO WS-PIN-LEN.
           IF WS-NEW-PIN NOT = SPACES
               MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-NEW-PIN))
                   TO WS-PIN-LEN
           END-IF.
           EVALUATE TRUE
               WHEN WS-NEW-PIN NOT = WS-CONFIRM-PIN
                   DISPLAY "The two entries differ - PIN not changed."
               WHEN WS-PIN-LEN < 4
                   DISPLAY "A PIN needs at least 4 digits."
               WHEN WS-NEW-PIN(1:WS-PIN-LEN) NOT NUMERIC
                   DISPLAY "A PIN is digits only."
               WHEN WS-NEW-PIN = WS-PIN
                   DISPLAY "The new PIN must differ from the old one."
               WHEN OTHER
                   SET SGN-SIGNED-ON TO TRUE
           END-EVALUATE.
           IF NOT SGN-SIGNED-ON
               MOVE "PINFAIL" TO WS-EVENT
               PERFORM 0700-LOG-EVENT
               EXIT PARAGRAPH
           END-IF.

           MOVE SGN-OPERATOR TO WS-HASH-OPER.
           MOVE WS-NEW-PIN TO WS-HASH-PIN.
           PERFORM 0500-HASH-PIN.
           MOVE WS-HASH TO WS-CRED-PIN-HASH(WS-CRED-FOUND).
           MOVE WS-TODAY TO WS-CRED-PIN-CHANGED(WS-CRED-FOUND).
           MOVE 0 TO WS-CRED-FAILED(WS-CRED-FOUND).
           PERFORM 0350-REWRITE-CREDENTIALS.
           DISPLAY "PIN changed.".
           MOVE "PINCHG" TO WS-EVENT.
           PERFORM 0700-LOG-EVENT.

      *----------------------------------------------------------*
      *    0500-HASH-PIN - WS-HASH-INPUT (OPERATOR ID AND PIN) TO   *
      *    ITS TEN-DIGIT HASH IN WS-HASH                             *
      *----------------------------------------------------------*
       0500-HASH-PIN.
           MOVE 0 TO WS-HASH.
           PERFORM VARYING WS-HASH-ROUND FROM 1 BY 1
                   UNTIL WS-HASH-ROUND > 2
               PERFORM VARYING WS-HASH-POS FROM 1 BY 1
                       UNTIL WS-HASH-POS > 16
                   COMPUTE WS-HASH = FUNCTION MOD(
                       WS-HASH * 131
                       + FUNCTION ORD(WS-HASH-CHAR(WS-HASH-POS))
                       + WS-HASH-POS * 17 + WS-HASH-ROUND,
                       9999999967)
               END-PERFORM
           END-PERFORM.

      *----------------------------------------------------------*
      *    0600-IDLE-CHECK - A SESSION THAT HAS SAT PAST THE        *
      *    TIMEOUT IS SIGNED OUT; OTHERWISE THIS COUNTS AS ACTIVITY  *
      *----------------------------------------------------------*
       0600-IDLE-CHECK.
           IF WS-SESSION-COUNT = 0
               SET SGN-TIMED-OUT TO TRUE
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-IDLE-FOR = WS-NOW-MINS - WS-LAST-ACTIVE-MINS.
           IF WS-NOW-MINS > WS-LAST-ACTIVE-MINS
                   AND WS-IDLE-FOR > WS-IDLE-MINS
               DISPLAY "Session idle " WS-IDLE-FOR
                   " minutes - signed out."
               MOVE "TIMEOUT" TO WS-EVENT
               PERFORM 0650-END-SESSION
               SET SGN-TIMED-OUT TO TRUE
           ELSE
               MOVE WS-NOW-MINS TO WS-LAST-ACTIVE-MINS
               SET SGN-SIGNED-ON TO TRUE
           END-IF.

      *----------------------------------------------------------*
      *    0650-END-SESSION - LOG WS-EVENT FOR EVERY OPERATOR       *
      *    SIGNED ON IN THE SESSION AND FORGET THEM                  *
      *----------------------------------------------------------*
       0650-END-SESSION.
           PERFORM VARYING WS-SESSION-IDX FROM 1 BY 1
                   UNTIL WS-SESSION-IDX > WS-SESSION-COUNT
               MOVE WS-SESSION-OPER(WS-SESSION-IDX) TO SGN-OPERATOR
               PERFORM 0700-LOG-EVENT
           END-PERFORM.
           MOVE 0 TO WS-SESSION-COUNT.

      *----------------------------------------------------------*
      *    0700-LOG-EVENT - ONE ACCESS-LOG ROW FOR SGN-OPERATOR     *
      *    WITH NO CUSTOMER AND WS-EVENT AS WHAT HAPPENED            *
      *----------------------------------------------------------*
       0700-LOG-EVENT.
           OPEN EXTEND ACCESS-FILE.
           IF NOT ACCESS-FILE-OK
               OPEN OUTPUT ACCESS-FILE
           END-IF.
           MOVE SGN-OPERATOR TO ACC-OPERATOR.
           MOVE SPACES TO ACC-CUST-ID.
           MOVE SGN-PROGRAM TO ACC-PROGRAM.
           MOVE WS-NOW-TS(1:14) TO ACC-TIMESTAMP.
           MOVE WS-EVENT TO ACC-EVENT.
           WRITE ACCESS-RECORD.
           CLOSE ACCESS-FILE.
