      *> (one CALL per blank-IC-RESP-CLASS record) reuse the tables
      *> already in memory instead of re-opening and re-scanning
      *> IC-CONFIG.DAT from disk for every card or record.
      *> Answers now arrive in more than one language (the kiosk
      *> greeting offers a choice - see icmsgr.cpy), so each call
      *> also names the language the answer was given in. The lists
      *> above apply to every language; on top of them each language
      *> has its own yes and no words - built-in Spanish and French
      *> defaults plus IC-CONFIG.DAT "SYNONYM-xx" / "NOSYN-xx" lines,
      *> xx the language code ("SYNONYM-ES vale"). A blank language
      *> - a batch card, or a record written before the language was
      *> stamped - is checked against every language's words.
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
           01 WS-NOSYN-TABLE.
               05 WS-NOSYN-ENTRY OCCURS 20 TIMES PIC X(20).
           01 WS-NOSYN-IDX PIC 9(2).
           01 WS-LSYN-COUNT PIC 9(3) VALUE ZERO.
           01 WS-LSYN-TABLE.
               05 WS-LSYN-ENTRY OCCURS 60 TIMES.
                   10 WS-LSYN-LANG PIC X(2).
      *> "Y" a yes word in that language, "N" a no word.
                   10 WS-LSYN-CLASS PIC X(1).
                   10 WS-LSYN-WORD PIC X(20).
           01 WS-LSYN-IDX PIC 9(3).
           01 WS-LSYN-NEW-LANG PIC X(2).
           01 WS-LSYN-NEW-CLASS PIC X(1).
           01 WS-LSYN-NEW-WORD PIC X(20).
           01 WS-MATCHED PIC X(1).
           01 WS-CONFIG-LOADED PIC X(1) VALUE "N".
           01 CFG-KEY PIC X(20).
       LINKAGE SECTION.
           01 LK-ANSWER PIC X(20).
           01 LK-CLASS PIC X(1).
           01 LK-LANGUAGE PIC X(2).
       PROCEDURE DIVISION USING LK-ANSWER LK-CLASS LK-LANGUAGE.
       MAIN-PARAGRAPH.
           MOVE FUNCTION TRIM(LK-ANSWER) TO WS-ANSWER-TRIMMED
           IF WS-CONFIG-LOADED NOT = "Y"
                       MOVE "Y" TO WS-MATCHED
                   END-IF
               END-PERFORM
               IF WS-MATCHED = "U"
                   MOVE "Y" TO WS-LSYN-NEW-CLASS
                   PERFORM MATCH-LANGUAGE-WORDS
               END-IF
               IF WS-MATCHED = "U"
                   PERFORM VARYING WS-NOSYN-IDX FROM 1 BY 1
                           UNTIL WS-NOSYN-IDX > WS-NOSYN-COUNT
                       END-IF
                   END-PERFORM
               END-IF
               IF WS-MATCHED = "U"
                   MOVE "N" TO WS-LSYN-NEW-CLASS
                   PERFORM MATCH-LANGUAGE-WORDS
               END-IF
           END-IF
           MOVE WS-MATCHED TO LK-CLASS
           GOBACK.
      *> once per table pass.
           MOVE ZERO TO WS-SYN-COUNT
           MOVE ZERO TO WS-NOSYN-COUNT
           MOVE ZERO TO WS-LSYN-COUNT
           PERFORM LOAD-DEFAULT-SYNONYMS
           PERFORM LOAD-DEFAULT-NOSYNONYMS
           PERFORM LOAD-DEFAULT-LANGUAGE-WORDS
           MOVE "N" TO WS-EOF-FLAG
           OPEN INPUT IC-CONFIG-FILE
           PERFORM UNTIL WS-EOF-FLAG = "Y"
                           WHEN "MSGNO"
                               CONTINUE
                           WHEN OTHER
                               PERFORM PARSE-LANGUAGE-KEY
                       END-EVALUATE
               END-READ
           END-PERFORM
           MOVE "no" TO WS-NOSYN-ENTRY(3)
           MOVE "nah" TO WS-NOSYN-ENTRY(4)
           MOVE "N" TO WS-NOSYN-ENTRY(5).

       MATCH-LANGUAGE-WORDS.
      *> WS-LSYN-NEW-CLASS says which words to try ("Y" or "N");
      *> only the caller's language, or every language when the
      *> caller doesn't know it.
           PERFORM VARYING WS-LSYN-IDX FROM 1 BY 1
                   UNTIL WS-LSYN-IDX > WS-LSYN-COUNT
               IF WS-LSYN-CLASS(WS-LSYN-IDX) = WS-LSYN-NEW-CLASS
                   AND (LK-LANGUAGE = SPACES
                       OR WS-LSYN-LANG(WS-LSYN-IDX) = LK-LANGUAGE)
                   AND WS-ANSWER-TRIMMED = WS-LSYN-WORD(WS-LSYN-IDX)
                   MOVE WS-LSYN-NEW-CLASS TO WS-MATCHED
               END-IF
           END-PERFORM.

       PARSE-LANGUAGE-KEY.
      *> "SYNONYM-xx" / "NOSYN-xx": a yes or no word for language xx.
           IF CFG-KEY(1:8) = "SYNONYM-" AND CFG-KEY(9:2) NOT = SPACES
               MOVE FUNCTION UPPER-CASE(CFG-KEY(9:2))
                   TO WS-LSYN-NEW-LANG
               MOVE "Y" TO WS-LSYN-NEW-CLASS
               MOVE CFG-VALUE TO WS-LSYN-NEW-WORD
               PERFORM ADD-LANGUAGE-WORD
           ELSE
               IF CFG-KEY(1:6) = "NOSYN-" AND CFG-KEY(7:2) NOT = SPACES
                   MOVE FUNCTION UPPER-CASE(CFG-KEY(7:2))
                       TO WS-LSYN-NEW-LANG
                   MOVE "N" TO WS-LSYN-NEW-CLASS
                   MOVE CFG-VALUE TO WS-LSYN-NEW-WORD
                   PERFORM ADD-LANGUAGE-WORD
               ELSE
                   DISPLAY "quizcore: unrecognized "
                       "IC-CONFIG.DAT key: "
                       FUNCTION TRIM(CFG-KEY)
               END-IF
           END-IF.

       ADD-LANGUAGE-WORD.
           IF WS-LSYN-COUNT < 60
               ADD 1 TO WS-LSYN-COUNT
               MOVE WS-LSYN-NEW-LANG TO WS-LSYN-LANG(WS-LSYN-COUNT)
               MOVE WS-LSYN-NEW-CLASS TO WS-LSYN-CLASS(WS-LSYN-COUNT)
               MOVE WS-LSYN-NEW-WORD TO WS-LSYN-WORD(WS-LSYN-COUNT)
           ELSE
               DISPLAY "quizcore: language word table full, dropped "
                   "config entry: " FUNCTION TRIM(WS-LSYN-NEW-WORD)
           END-IF.

       LOAD-DEFAULT-LANGUAGE-WORDS.
      *> English needs nothing here - the lists above are English,
      *> and their "no"/"No"/"NO" serve Spanish as well.
      *> Accented and plain spellings both, since a kiosk keyboard
      *> may not offer the accent.
           MOVE "ES" TO WS-LSYN-NEW-LANG
           MOVE "Y" TO WS-LSYN-NEW-CLASS
           MOVE "sí" TO WS-LSYN-NEW-WORD
           PERFORM ADD-LANGUAGE-WORD
           MOVE "Sí" TO WS-LSYN-NEW-WORD
           PERFORM ADD-LANGUAGE-WORD
           MOVE "SÍ" TO WS-LSYN-NEW-WORD
           PERFORM ADD-LANGUAGE-WORD
           MOVE "si" TO WS-LSYN-NEW-WORD
           PERFORM ADD-LANGUAGE-WORD
           MOVE "Si" TO WS-LSYN-NEW-WORD
           PERFORM ADD-LANGUAGE-WORD
           MOVE "SI" TO WS-LSYN-NEW-WORD
           PERFORM ADD-LANGUAGE-WORD
           MOVE "claro" TO WS-LSYN-NEW-WORD
           PERFORM ADD-LANGUAGE-WORD
           MOVE "por supuesto" TO WS-LSYN-NEW-WORD
           PERFORM ADD-LANGUAGE-WORD
           MOVE "FR" TO WS-LSYN-NEW-LANG
           MOVE "Y" TO WS-LSYN-NEW-CLASS
           MOVE "oui" TO WS-LSYN-NEW-WORD
           PERFORM ADD-LANGUAGE-WORD
           MOVE "Oui" TO WS-LSYN-NEW-WORD
           PERFORM ADD-LANGUAGE-WORD
           MOVE "OUI" TO WS-LSYN-NEW-WORD
           PERFORM ADD-LANGUAGE-WORD
           MOVE "bien sûr" TO WS-LSYN-NEW-WORD
           PERFORM ADD-LANGUAGE-WORD
           MOVE "N" TO WS-LSYN-NEW-CLASS
           MOVE "non" TO WS-LSYN-NEW-WORD
           PERFORM ADD-LANGUAGE-WORD
           MOVE "Non" TO WS-LSYN-NEW-WORD
           PERFORM ADD-LANGUAGE-WORD
           MOVE "NON" TO WS-LSYN-NEW-WORD
           PERFORM ADD-LANGUAGE-WORD.
