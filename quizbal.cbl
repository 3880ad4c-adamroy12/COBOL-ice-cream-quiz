      *> the recorded answer instead of counting it as a non-yes.
           IF IC-RESP-CLASS = SPACE
               CALL "quizcore" USING IC-RESP-ANSWER WS-EFFECTIVE-CLASS
                   IC-RESP-LANG
           ELSE
               MOVE IC-RESP-CLASS TO WS-EFFECTIVE-CLASS
           END-IF
