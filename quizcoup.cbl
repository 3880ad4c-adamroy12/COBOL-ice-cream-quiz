      *> editor. Only an unredeemed "U" coupon can be voided -
      *> voiding a redeemed coupon would rewrite history, and an
      *> expired one is already out of play.
      *> The void is a supervisor function: the first VOID of a
      *> session asks for a supervisor sign-on through quizsign, and
      *> the operator id signed on rides on every CPN-VOIDED event
      *> for the rest of the session. Inquiry itself needs no
      *> sign-on.
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
           01 WS-VOID-ANSWER PIC X(10).
           01 WS-VOID-REASON PIC X(8).
           01 WS-DONE-FLAG PIC X(1) VALUE "N".
           01 WS-OPERATOR-ID PIC X(8) VALUE SPACES.
           01 WS-SIGNON-OK PIC X(1) VALUE "N".
           01 WS-REQUIRED-ROLE PIC X(1) VALUE "S".
           01 WS-SEQ-LOCK-DIR PIC X(24) VALUE "IC-COUPON-SEQ.LOCK".
           01 WS-SEQ-LOCK-ACQUIRED PIC X(1).
           01 WS-SEQ-LOCK-NANOS PIC 9(8) COMP-5 VALUE 20000000.
                           DISPLAY "  audit " IC-AUDIT-DATE " "
                               IC-AUDIT-TIME " "
                               IC-AUDIT-TERMINAL " "
                               IC-AUDIT-EVENT " "
                               IC-AUDIT-OPERATOR
                       END-IF
               END-READ
           END-PERFORM
               ACCEPT WS-VOID-ANSWER
               IF FUNCTION UPPER-CASE
                   (FUNCTION TRIM(WS-VOID-ANSWER)) = "VOID"
                   IF WS-SIGNON-OK NOT = "Y"
                       CALL "quizsign" USING WS-TERMINAL-ID
                           WS-REQUIRED-ROLE WS-OPERATOR-ID
                           WS-SIGNON-OK
                   END-IF
                   IF WS-SIGNON-OK = "Y"
                       PERFORM VOID-COUPON
                   ELSE
                       DISPLAY "quizcoup: voiding needs a supervisor "
                           "sign-on - coupon left as it is"
                   END-IF
               END-IF
           END-IF.

           MOVE WS-CURRENT-DATE TO IC-AUDIT-DATE
           MOVE WS-CURRENT-TIME TO IC-AUDIT-TIME
           MOVE WS-TERMINAL-ID TO IC-AUDIT-TERMINAL
           MOVE WS-OPERATOR-ID TO IC-AUDIT-OPERATOR
           MOVE SPACES TO IC-AUDIT-EVENT
           STRING "CPN-VOIDED " DELIMITED BY SIZE
               WS-THIS-CODE DELIMITED BY SPACE
               WS-VOID-REASON DELIMITED BY SPACE
               INTO IC-AUDIT-EVENT
           END-STRING
           CALL "quizaudw" USING IC-AUDIT-RECORD.
