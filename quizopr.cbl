       IDENTIFICATION DIVISION.
           PROGRAM-ID. "quizopr".
      *> Operator maintenance for the security file IC-OPERATORS.IDX
      *> (see icoprr.cpy) that quizsign checks sign-ons against. An
      *> admin signs on first, then works a prompt the way quizcoup
      *> does:
      *>   ADD      new operator - id, name, role (C clerk,
      *>            S supervisor, A admin) and a starting PIN
      *>   DISABLE  stop an operator signing on (leavers); the row
      *>            stays, so old audit events still name someone
      *>   RESET    give an operator a new PIN and clear a lockout or
      *>            a disable - the only way back in after either
      *>   LIST     every operator with role, status, bad-PIN count
      *>            and last sign-on - never the PIN value
      *> PINs are typed here and go straight through quizhash with
      *> the id, exactly as quizsign builds the value it compares;
      *> only that value is stored. A PIN is 4 to 8 digits.
      *> Every change is written to IC-AUDIT.DAT (OPR-ADD,
      *> OPR-DISABLE, OPR-RESET) with the admin's id on it.
      *> A brand-new store has no operators and so nobody who could
      *> sign on: when the file is empty the first run skips the
      *> sign-on and allows exactly one ADD, of an admin, and stops.
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT OPTIONAL IC-OPERATOR-FILE
                   ASSIGN TO "IC-OPERATORS.IDX"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS IC-OPR-ID
                   FILE STATUS IS WS-OPR-STATUS.
       DATA DIVISION.
           FILE SECTION.
           FD  IC-OPERATOR-FILE.
           COPY "icoprr.cpy".
           WORKING-STORAGE SECTION.
           COPY "icaudtr.cpy".
           01 WS-TERMINAL-ID PIC X(8) VALUE "OPRMNT01".
           01 WS-OPERATOR-ID PIC X(8) VALUE SPACES.
           01 WS-SIGNON-OK PIC X(1).
           01 WS-REQUIRED-ROLE PIC X(1) VALUE "A".
           01 WS-OPR-STATUS PIC XX.
           01 WS-EOF-FLAG PIC X(1).
           01 WS-DONE-FLAG PIC X(1) VALUE "N".
           01 WS-FILE-EMPTY PIC X(1).
           01 WS-ACTION-IN PIC X(10).
           01 WS-ACTION PIC X(10).
           01 WS-ID-IN PIC X(8).
           01 WS-NAME-IN PIC X(20).
           01 WS-ROLE-IN PIC X(1).
           01 WS-PIN-IN PIC X(8).
           01 WS-PIN-CHECK PIC X(8).
           01 WS-PIN-LEN PIC 9(2).
           01 WS-PIN-OK PIC X(1).
           01 WS-HASH-TEXT PIC X(120).
           01 WS-HASH-VALUE PIC 9(18).
           01 WS-LISTED-COUNT PIC 9(4).
           01 WS-STATUS-TEXT PIC X(8).
           01 WS-ROLE-TEXT PIC X(10).
           01 WS-EVENT PIC X(30).
           01 WS-CURRENT-DATE-TIME.
               05 WS-CURRENT-DATE PIC 9(8).
               05 WS-CURRENT-TIME PIC 9(6).
               05 FILLER PIC X(9).
       PROCEDURE DIVISION.
       MAIN-PARAGRAPH.
           ACCEPT WS-TERMINAL-ID FROM ENVIRONMENT "IC-TERMINAL-ID"
           IF WS-TERMINAL-ID = SPACES
               MOVE "OPRMNT01" TO WS-TERMINAL-ID
           END-IF
           PERFORM CHECK-FILE-EMPTY
           IF WS-FILE-EMPTY = "Y"
               DISPLAY "quizopr: no operators on file - add the first "
                   "admin now"
               MOVE "ADD" TO WS-ACTION
               PERFORM ADD-OPERATOR
               DISPLAY "quizopr: done - rerun and sign on as the new "
                   "admin to add the rest"
               STOP RUN
           END-IF
           CALL "quizsign" USING WS-TERMINAL-ID WS-REQUIRED-ROLE
               WS-OPERATOR-ID WS-SIGNON-OK
           IF WS-SIGNON-OK NOT = "Y"
               DISPLAY "quizopr: admin sign-on required - nothing "
                   "changed"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM HANDLE-ONE-ACTION
               UNTIL WS-DONE-FLAG = "Y"
           DISPLAY "quizopr: done."
           STOP RUN.

       CHECK-FILE-EMPTY.
           MOVE "Y" TO WS-FILE-EMPTY
           OPEN INPUT IC-OPERATOR-FILE
           READ IC-OPERATOR-FILE NEXT RECORD
               AT END
                   CONTINUE
               NOT AT END
                   MOVE "N" TO WS-FILE-EMPTY
           END-READ
           CLOSE IC-OPERATOR-FILE.

       HANDLE-ONE-ACTION.
           DISPLAY "ADD, DISABLE, RESET or LIST? (press ENTER to "
               "quit)"
           MOVE SPACES TO WS-ACTION-IN
           ACCEPT WS-ACTION-IN
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-ACTION-IN))
               TO WS-ACTION
           EVALUATE WS-ACTION
               WHEN SPACES
                   MOVE "Y" TO WS-DONE-FLAG
               WHEN "ADD"
                   PERFORM ADD-OPERATOR
               WHEN "DISABLE"
                   PERFORM DISABLE-OPERATOR
               WHEN "RESET"
                   PERFORM RESET-OPERATOR
               WHEN "LIST"
                   PERFORM LIST-OPERATORS
               WHEN OTHER
                   DISPLAY "quizopr: unknown action "
                       FUNCTION TRIM(WS-ACTION-IN)
           END-EVALUATE.

       ADD-OPERATOR.
           DISPLAY "New operator id?"
           MOVE SPACES TO WS-ID-IN
           ACCEPT WS-ID-IN
           IF WS-ID-IN = SPACES
               DISPLAY "quizopr: no id - nothing added"
           ELSE
               DISPLAY "Name?"
               MOVE SPACES TO WS-NAME-IN
               ACCEPT WS-NAME-IN
               IF WS-FILE-EMPTY = "Y"
                   MOVE "A" TO WS-ROLE-IN
               ELSE
                   DISPLAY "Role? (C clerk, S supervisor, A admin)"
                   MOVE SPACES TO WS-ROLE-IN
                   ACCEPT WS-ROLE-IN
                   MOVE FUNCTION UPPER-CASE(WS-ROLE-IN) TO WS-ROLE-IN
               END-IF
               IF WS-ROLE-IN NOT = "C" AND WS-ROLE-IN NOT = "S"
                   AND WS-ROLE-IN NOT = "A"
                   DISPLAY "quizopr: role must be C, S or A - "
                       "nothing added"
               ELSE
                   PERFORM ASK-FOR-NEW-PIN
                   IF WS-PIN-OK = "Y"
                       PERFORM WRITE-NEW-OPERATOR
                   END-IF
               END-IF
           END-IF.

       WRITE-NEW-OPERATOR.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
      *> The first admin on an empty file signs for themselves.
           IF WS-FILE-EMPTY = "Y"
               MOVE WS-ID-IN TO WS-OPERATOR-ID
           END-IF
           MOVE SPACES TO IC-OPERATOR-RECORD
           MOVE WS-ID-IN TO IC-OPR-ID
           MOVE WS-NAME-IN TO IC-OPR-NAME
           MOVE WS-HASH-VALUE TO IC-OPR-PIN-HASH
           MOVE WS-ROLE-IN TO IC-OPR-ROLE
           MOVE "A" TO IC-OPR-STATUS
           MOVE ZERO TO IC-OPR-FAILS
           MOVE ZERO TO IC-OPR-LAST-SIGNON
           MOVE WS-CURRENT-DATE TO IC-OPR-CHANGED-DATE
           MOVE WS-OPERATOR-ID TO IC-OPR-CHANGED-BY
           OPEN I-O IC-OPERATOR-FILE
           WRITE IC-OPERATOR-RECORD
               INVALID KEY
                   DISPLAY "quizopr: operator "
                       FUNCTION TRIM(WS-ID-IN)
                       " is already on file - nothing added"
               NOT INVALID KEY
                   MOVE SPACES TO WS-EVENT
                   STRING "OPR-ADD " DELIMITED BY SIZE
                       WS-ID-IN DELIMITED BY SPACE
                       " " DELIMITED BY SIZE
                       WS-ROLE-IN DELIMITED BY SIZE
                       INTO WS-EVENT
                   END-STRING
                   PERFORM WRITE-MAINT-AUDIT
                   DISPLAY "Operator " FUNCTION TRIM(WS-ID-IN)
                       " added"
           END-WRITE
           CLOSE IC-OPERATOR-FILE.

       DISABLE-OPERATOR.
           DISPLAY "Operator id to disable?"
           MOVE SPACES TO WS-ID-IN
           ACCEPT WS-ID-IN
           IF WS-ID-IN = WS-OPERATOR-ID
               DISPLAY "quizopr: an admin cannot disable their own "
                   "id - nothing changed"
           ELSE
               MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
               OPEN I-O IC-OPERATOR-FILE
               MOVE WS-ID-IN TO IC-OPR-ID
               READ IC-OPERATOR-FILE
                   INVALID KEY
                       DISPLAY "quizopr: operator "
                           FUNCTION TRIM(WS-ID-IN)
                           " is not on file"
                   NOT INVALID KEY
                       MOVE "D" TO IC-OPR-STATUS
                       MOVE WS-CURRENT-DATE TO IC-OPR-CHANGED-DATE
                       MOVE WS-OPERATOR-ID TO IC-OPR-CHANGED-BY
                       REWRITE IC-OPERATOR-RECORD
                       MOVE SPACES TO WS-EVENT
                       STRING "OPR-DISABLE " DELIMITED BY SIZE
                           WS-ID-IN DELIMITED BY SPACE
                           INTO WS-EVENT
                       END-STRING
                       PERFORM WRITE-MAINT-AUDIT
                       DISPLAY "Operator " FUNCTION TRIM(WS-ID-IN)
                           " disabled"
               END-READ
               CLOSE IC-OPERATOR-FILE
           END-IF.

       RESET-OPERATOR.
           DISPLAY "Operator id to reset? (new PIN; clears a lockout "
               "or a disable)"
           MOVE SPACES TO WS-ID-IN
           ACCEPT WS-ID-IN
           OPEN I-O IC-OPERATOR-FILE
           MOVE WS-ID-IN TO IC-OPR-ID
           READ IC-OPERATOR-FILE
               INVALID KEY
                   DISPLAY "quizopr: operator "
                       FUNCTION TRIM(WS-ID-IN) " is not on file"
               NOT INVALID KEY
                   PERFORM ASK-FOR-NEW-PIN
                   IF WS-PIN-OK = "Y"
                       MOVE FUNCTION CURRENT-DATE
                           TO WS-CURRENT-DATE-TIME
                       MOVE WS-HASH-VALUE TO IC-OPR-PIN-HASH
                       MOVE "A" TO IC-OPR-STATUS
                       MOVE ZERO TO IC-OPR-FAILS
                       MOVE WS-CURRENT-DATE TO IC-OPR-CHANGED-DATE
                       MOVE WS-OPERATOR-ID TO IC-OPR-CHANGED-BY
                       REWRITE IC-OPERATOR-RECORD
                       MOVE SPACES TO WS-EVENT
                       STRING "OPR-RESET " DELIMITED BY SIZE
                           WS-ID-IN DELIMITED BY SPACE
                           INTO WS-EVENT
                       END-STRING
                       PERFORM WRITE-MAINT-AUDIT
                       DISPLAY "Operator " FUNCTION TRIM(WS-ID-IN)
                           " reset"
                   END-IF
           END-READ
           CLOSE IC-OPERATOR-FILE.

       ASK-FOR-NEW-PIN.
      *> Typed twice so a slip of the finger doesn't lock the new
      *> operator out on their first sign-on. The hash text is laid
      *> out exactly as quizsign lays it out: id in 1-8, PIN in 9-16.
           MOVE "N" TO WS-PIN-OK
           DISPLAY "New PIN? (4 to 8 digits)"
           MOVE SPACES TO WS-PIN-IN
           ACCEPT WS-PIN-IN
           DISPLAY "PIN again?"
           MOVE SPACES TO WS-PIN-CHECK
           ACCEPT WS-PIN-CHECK
           MOVE ZERO TO WS-PIN-LEN
           IF WS-PIN-IN NOT = SPACES
               COMPUTE WS-PIN-LEN =
                   FUNCTION LENGTH(FUNCTION TRIM(WS-PIN-IN))
           END-IF
           IF WS-PIN-IN NOT = WS-PIN-CHECK
               DISPLAY "quizopr: the two PINs differ - nothing "
                   "changed"
           ELSE
               IF WS-PIN-LEN < 4
                   OR WS-PIN-IN(1:WS-PIN-LEN) IS NOT NUMERIC
                   DISPLAY "quizopr: a PIN is 4 to 8 digits - "
                       "nothing changed"
               ELSE
                   MOVE SPACES TO WS-HASH-TEXT
                   MOVE WS-ID-IN TO WS-HASH-TEXT(1:8)
                   MOVE WS-PIN-IN TO WS-HASH-TEXT(9:8)
                   CALL "quizhash" USING WS-HASH-TEXT WS-HASH-VALUE
                   MOVE "Y" TO WS-PIN-OK
               END-IF
           END-IF.

       LIST-OPERATORS.
           MOVE ZERO TO WS-LISTED-COUNT
           MOVE "N" TO WS-EOF-FLAG
           OPEN INPUT IC-OPERATOR-FILE
           PERFORM UNTIL WS-EOF-FLAG = "Y"
               READ IC-OPERATOR-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-LISTED-COUNT
                       EVALUATE IC-OPR-ROLE
                           WHEN "C"
                               MOVE "CLERK" TO WS-ROLE-TEXT
                           WHEN "S"
                               MOVE "SUPERVISOR" TO WS-ROLE-TEXT
                           WHEN "A"
                               MOVE "ADMIN" TO WS-ROLE-TEXT
                           WHEN OTHER
                               MOVE IC-OPR-ROLE TO WS-ROLE-TEXT
                       END-EVALUATE
                       EVALUATE IC-OPR-STATUS
                           WHEN "A"
                               MOVE "ACTIVE" TO WS-STATUS-TEXT
                           WHEN "D"
                               MOVE "DISABLED" TO WS-STATUS-TEXT
                           WHEN "L"
                               MOVE "LOCKED" TO WS-STATUS-TEXT
                           WHEN OTHER
                               MOVE IC-OPR-STATUS TO WS-STATUS-TEXT
                       END-EVALUATE
                       DISPLAY "  " IC-OPR-ID " " IC-OPR-NAME " "
                           WS-ROLE-TEXT " " WS-STATUS-TEXT
                           " bad PINs " IC-OPR-FAILS
                           " last sign-on " IC-OPR-LAST-SIGNON
               END-READ
           END-PERFORM
           CLOSE IC-OPERATOR-FILE
           DISPLAY WS-LISTED-COUNT " operator(s) on file".

       WRITE-MAINT-AUDIT.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           MOVE WS-CURRENT-DATE TO IC-AUDIT-DATE
           MOVE WS-CURRENT-TIME TO IC-AUDIT-TIME
           MOVE WS-TERMINAL-ID TO IC-AUDIT-TERMINAL
           MOVE WS-EVENT TO IC-AUDIT-EVENT
           MOVE WS-OPERATOR-ID TO IC-AUDIT-OPERATOR
           CALL "quizaudw" USING IC-AUDIT-RECORD.
