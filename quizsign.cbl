       IDENTIFICATION DIVISION.
           PROGRAM-ID. "quizsign".
      *> Operator sign-on, shared by every supervisor function -
      *> quizcoup's VOID, quizcmnt, quizarch, quizeod and quizopr -
      *> so the rules live in one place. The caller says which
      *> role the function needs (LK-REQUIRED-ROLE "C" clerk, "S"
      *> supervisor, "A" admin; each role covers the ones below it)
      *> and gets back LK-SIGNON-OK "Y" plus the operator id to put
      *> on its audit events, or "N" and refuses to go on.
      *> The id and PIN come from IC-OPERATOR-ID / IC-OPERATOR-PIN
      *> when set (a scheduled close has no one at the keyboard),
      *> otherwise they are prompted for, with up to three tries at
      *> the keyboard. Each is checked against the security file
      *> IC-OPERATORS.IDX (see icoprr.cpy): the PIN typed is run
      *> through quizhash with the id and compared to the stored
      *> value, never the other way round. A bad PIN counts against
      *> the operator; IC-SIGNON-LIMIT (default 3) bad PINs in a
      *> row lock the operator out until an admin resets them with
      *> quizopr. A good PIN clears the count.
      *> Every refusal is written to IC-AUDIT.DAT as SIGNON-FAIL
      *> with the id tried and why (UNKNOWN, BAD-PIN, DISABLED,
      *> LOCKED, NO-ROLE), and the bad PIN that trips the lockout
      *> also writes OPR-LOCKOUT, so a PIN being guessed shows up
      *> in the trail on its own, not only as an operator who
      *> cannot get in. The id tried rides in IC-AUDIT-OPERATOR.
      *> A good sign-on is not handed on to anything: the PIN typed
      *> is never written back out, and a program that needs a
      *> sign-on calls this one itself, so each step quizeod starts
      *> checks the PIN and its own role. An unattended close gets
      *> its id and PIN from the environment it was started with;
      *> at the keyboard the step asks again. The prompts go to
      *> the error stream so they still reach the operator when a
      *> step's ordinary output is being written to a log.
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT OPTIONAL IC-OPERATOR-FILE
                   ASSIGN TO "IC-OPERATORS.IDX"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS IC-OPR-ID
                   FILE STATUS IS WS-OPR-STATUS.
       DATA DIVISION.
           FILE SECTION.
           FD  IC-OPERATOR-FILE.
           COPY "icoprr.cpy".
           WORKING-STORAGE SECTION.
           COPY "icaudtr.cpy".
           01 WS-LIMIT-LOADED PIC X(1) VALUE "N".
           01 WS-LIMIT-X PIC X(5).
           01 WS-SIGNON-LIMIT PIC 9(2) VALUE 3.
           01 WS-OPR-STATUS PIC XX.
           01 WS-OPR-ID-IN PIC X(8).
           01 WS-PIN-IN PIC X(8).
           01 WS-OPR-NAME PIC X(20).
           01 WS-TRIES PIC 9(1).
           01 WS-RESULT PIC X(8).
           01 WS-HASH-TEXT PIC X(120).
           01 WS-HASH-VALUE PIC 9(18).
           01 WS-HAVE-RANK PIC 9(1).
           01 WS-NEED-RANK PIC 9(1).
           01 WS-RANK-ROLE PIC X(1).
           01 WS-RANK PIC 9(1).
           01 WS-EVENT PIC X(30).
           01 WS-CURRENT-DATE-TIME.
               05 WS-CURRENT-DATE PIC 9(8).
               05 WS-CURRENT-TIME PIC 9(6).
               05 FILLER PIC X(9).
       LINKAGE SECTION.
           01 LK-TERMINAL PIC X(8).
           01 LK-REQUIRED-ROLE PIC X(1).
           01 LK-OPERATOR-ID PIC X(8).
           01 LK-SIGNON-OK PIC X(1).
       PROCEDURE DIVISION USING LK-TERMINAL LK-REQUIRED-ROLE
               LK-OPERATOR-ID LK-SIGNON-OK.
       MAIN-PARAGRAPH.
           IF WS-LIMIT-LOADED NOT = "Y"
               PERFORM LOAD-SIGNON-LIMIT
               MOVE "Y" TO WS-LIMIT-LOADED
           END-IF
           MOVE "N" TO LK-SIGNON-OK
           MOVE SPACES TO LK-OPERATOR-ID
           MOVE LK-REQUIRED-ROLE TO WS-RANK-ROLE
           PERFORM RANK-OF-ROLE
           MOVE WS-RANK TO WS-NEED-RANK
           MOVE SPACES TO WS-OPR-ID-IN
           MOVE SPACES TO WS-PIN-IN
           ACCEPT WS-OPR-ID-IN FROM ENVIRONMENT "IC-OPERATOR-ID"
           IF WS-OPR-ID-IN NOT = SPACES
               ACCEPT WS-PIN-IN FROM ENVIRONMENT "IC-OPERATOR-PIN"
           END-IF
           IF WS-OPR-ID-IN NOT = SPACES AND WS-PIN-IN NOT = SPACES
      *> One try only from the environment - repeating the same
      *> wrong PIN would just lock the operator out unattended.
               PERFORM CHECK-ONE-SIGNON
           ELSE
               MOVE ZERO TO WS-TRIES
               MOVE SPACES TO WS-RESULT
               PERFORM UNTIL WS-RESULT = "OK"
                       OR WS-RESULT = "LOCKED"
                       OR WS-RESULT = "NO-ROLE"
                       OR WS-RESULT = "CANCEL"
                       OR WS-TRIES = 3
                   ADD 1 TO WS-TRIES
                   PERFORM PROMPT-FOR-SIGNON
                   IF WS-OPR-ID-IN = SPACES
                       MOVE "CANCEL" TO WS-RESULT
                   ELSE
                       PERFORM CHECK-ONE-SIGNON
                   END-IF
               END-PERFORM
           END-IF
           IF WS-RESULT = "OK"
               MOVE "Y" TO LK-SIGNON-OK
               MOVE WS-OPR-ID-IN TO LK-OPERATOR-ID
               DISPLAY "Signed on as " FUNCTION TRIM(WS-OPR-ID-IN)
                   " (" FUNCTION TRIM(WS-OPR-NAME) ")"
           END-IF
           GOBACK.

       LOAD-SIGNON-LIMIT.
      *> Same left-justified env value handling as quizpost's rates:
      *> zero or garbage keeps the default rather than switching
      *> lockout off.
           MOVE SPACES TO WS-LIMIT-X
           ACCEPT WS-LIMIT-X FROM ENVIRONMENT "IC-SIGNON-LIMIT"
           IF WS-LIMIT-X NOT = SPACES
               COMPUTE WS-SIGNON-LIMIT = FUNCTION NUMVAL(WS-LIMIT-X)
               IF WS-SIGNON-LIMIT = ZERO
                   MOVE 3 TO WS-SIGNON-LIMIT
               END-IF
           END-IF.

       PROMPT-FOR-SIGNON.
           DISPLAY "Operator id? (press ENTER to cancel)"
               UPON SYSERR
           MOVE SPACES TO WS-OPR-ID-IN
           ACCEPT WS-OPR-ID-IN
           DISPLAY "PIN?" UPON SYSERR
           MOVE SPACES TO WS-PIN-IN
           ACCEPT WS-PIN-IN.

       CHECK-ONE-SIGNON.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           MOVE SPACES TO WS-RESULT
           OPEN I-O IC-OPERATOR-FILE
           MOVE WS-OPR-ID-IN TO IC-OPR-ID
           READ IC-OPERATOR-FILE
               INVALID KEY
                   MOVE "UNKNOWN" TO WS-RESULT
               NOT INVALID KEY
                   PERFORM JUDGE-OPERATOR
           END-READ
           CLOSE IC-OPERATOR-FILE
           EVALUATE WS-RESULT
               WHEN "OK"
                   CONTINUE
               WHEN "LOCKOUT"
                   MOVE "BAD-PIN" TO WS-RESULT
                   PERFORM WRITE-SIGNON-FAIL
                   MOVE SPACES TO WS-EVENT
                   STRING "OPR-LOCKOUT " DELIMITED BY SIZE
                       WS-OPR-ID-IN DELIMITED BY SPACE
                       INTO WS-EVENT
                   END-STRING
                   PERFORM WRITE-SIGNON-AUDIT
                   DISPLAY "quizsign: too many bad PINs - operator "
                       FUNCTION TRIM(WS-OPR-ID-IN) " is now locked "
                       "out; an admin must reset it with quizopr"
                   MOVE "LOCKED" TO WS-RESULT
               WHEN OTHER
                   PERFORM WRITE-SIGNON-FAIL
                   EVALUATE WS-RESULT
                       WHEN "DISABLED"
                           DISPLAY "quizsign: operator "
                               FUNCTION TRIM(WS-OPR-ID-IN)
                               " is disabled"
                       WHEN "LOCKED"
                           DISPLAY "quizsign: operator "
                               FUNCTION TRIM(WS-OPR-ID-IN)
                               " is locked out; an admin must reset "
                               "it with quizopr"
                       WHEN "NO-ROLE"
                           DISPLAY "quizsign: operator "
                               FUNCTION TRIM(WS-OPR-ID-IN)
                               " is not authorized for this "
                               "function"
                       WHEN OTHER
                           DISPLAY "quizsign: sign-on refused - "
                               "unknown operator or wrong PIN"
                   END-EVALUATE
           END-EVALUATE.

       JUDGE-OPERATOR.
      *> A disabled or locked operator is refused before the PIN is
      *> even looked at, so guessing on a locked id gains nothing.
           EVALUATE IC-OPR-STATUS
               WHEN "D"
                   MOVE "DISABLED" TO WS-RESULT
               WHEN "L"
                   MOVE "LOCKED" TO WS-RESULT
               WHEN OTHER
                   MOVE SPACES TO WS-HASH-TEXT
                   MOVE WS-OPR-ID-IN TO WS-HASH-TEXT(1:8)
                   MOVE WS-PIN-IN TO WS-HASH-TEXT(9:8)
                   CALL "quizhash" USING WS-HASH-TEXT WS-HASH-VALUE
                   IF WS-HASH-VALUE NOT = IC-OPR-PIN-HASH
                       ADD 1 TO IC-OPR-FAILS
                       IF IC-OPR-FAILS NOT < WS-SIGNON-LIMIT
                           MOVE "L" TO IC-OPR-STATUS
                           MOVE "LOCKOUT" TO WS-RESULT
                       ELSE
                           MOVE "BAD-PIN" TO WS-RESULT
                       END-IF
                   ELSE
                       MOVE ZERO TO IC-OPR-FAILS
                       MOVE IC-OPR-ROLE TO WS-RANK-ROLE
                       PERFORM RANK-OF-ROLE
                       MOVE WS-RANK TO WS-HAVE-RANK
                       IF WS-HAVE-RANK < WS-NEED-RANK
                           MOVE "NO-ROLE" TO WS-RESULT
                       ELSE
                           MOVE WS-CURRENT-DATE TO IC-OPR-LAST-SIGNON
                           MOVE IC-OPR-NAME TO WS-OPR-NAME
                           MOVE "OK" TO WS-RESULT
                       END-IF
                   END-IF
                   REWRITE IC-OPERATOR-RECORD
           END-EVALUATE.

       RANK-OF-ROLE.
           EVALUATE WS-RANK-ROLE
               WHEN "C"
                   MOVE 1 TO WS-RANK
               WHEN "S"
                   MOVE 2 TO WS-RANK
               WHEN "A"
                   MOVE 3 TO WS-RANK
               WHEN OTHER
                   MOVE ZERO TO WS-RANK
           END-EVALUATE.

       WRITE-SIGNON-FAIL.
           MOVE SPACES TO WS-EVENT
           STRING "SIGNON-FAIL " DELIMITED BY SIZE
               WS-OPR-ID-IN DELIMITED BY SPACE
               " " DELIMITED BY SIZE
               WS-RESULT DELIMITED BY SPACE
               INTO WS-EVENT
           END-STRING
           PERFORM WRITE-SIGNON-AUDIT.

       WRITE-SIGNON-AUDIT.
           MOVE WS-CURRENT-DATE TO IC-AUDIT-DATE
           MOVE WS-CURRENT-TIME TO IC-AUDIT-TIME
           MOVE LK-TERMINAL TO IC-AUDIT-TERMINAL
           MOVE WS-EVENT TO IC-AUDIT-EVENT
           MOVE WS-OPR-ID-IN TO IC-AUDIT-OPERATOR
           CALL "quizaudw" USING IC-AUDIT-RECORD.
