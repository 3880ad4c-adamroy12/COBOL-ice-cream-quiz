      *> no terminal mapping existed) still gets a section, headed
      *> UNKNOWN, so no response can hide from the rollup. Flavor
      *> spellings roll up through IC-FLAVORS.DAT exactly as quizrpt
      *> and quiztrnd do. Each section also breaks the Yes rate down
      *> by the language the survey was taken in (IC-RESP-LANG,
      *> blank read as EN).
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
                   10 WS-STAT-FLV OCCURS 30 TIMES.
                       15 WS-STAT-FLV-NAME PIC X(20).
                       15 WS-STAT-FLV-TALLY PIC 9(6).
                   10 WS-STAT-LANG-COUNT PIC 9(2).
                   10 WS-STAT-LANG OCCURS 5 TIMES.
                       15 WS-STAT-LANG-CODE PIC X(2).
                       15 WS-STAT-LANG-TOTAL PIC 9(6).
                       15 WS-STAT-LANG-YES PIC 9(6).
           01 WS-REG-YES PIC 9(6) VALUE ZERO.
           01 WS-REG-NO PIC 9(6) VALUE ZERO.
           01 WS-REG-OTH PIC 9(6) VALUE ZERO.
           01 WS-REG-LANG-COUNT PIC 9(2) VALUE ZERO.
           01 WS-REG-LANG-TABLE.
               05 WS-REG-LANG OCCURS 10 TIMES.
                   10 WS-REG-LANG-CODE PIC X(2).
                   10 WS-REG-LANG-TOTAL PIC 9(6).
                   10 WS-REG-LANG-YES PIC 9(6).
           01 WS-L PIC 9(2).
           01 WS-LANG-SLOT PIC 9(2).
           01 WS-THIS-LANG PIC X(2).
           01 WS-REG-FLV-COUNT PIC 9(4) VALUE ZERO.
           01 WS-REG-FLV-TABLE.
               05 WS-REG-FLV OCCURS 75 TIMES.
                   MOVE SPACES TO WS-STAT-FLV-NAME(WS-S WS-F)
                   MOVE ZERO TO WS-STAT-FLV-TALLY(WS-S WS-F)
               END-PERFORM
               MOVE ZERO TO WS-STAT-LANG-COUNT(WS-S)
               PERFORM VARYING WS-L FROM 1 BY 1 UNTIL WS-L > 5
                   MOVE SPACES TO WS-STAT-LANG-CODE(WS-S WS-L)
                   MOVE ZERO TO WS-STAT-LANG-TOTAL(WS-S WS-L)
                   MOVE ZERO TO WS-STAT-LANG-YES(WS-S WS-L)
               END-PERFORM
           END-PERFORM
           PERFORM VARYING WS-L FROM 1 BY 1 UNTIL WS-L > 10
               MOVE SPACES TO WS-REG-LANG-CODE(WS-L)
               MOVE ZERO TO WS-REG-LANG-TOTAL(WS-L)
               MOVE ZERO TO WS-REG-LANG-YES(WS-L)
           END-PERFORM
           PERFORM VARYING WS-R FROM 1 BY 1 UNTIL WS-R > 75
               MOVE SPACES TO WS-REG-FLV-NAME(WS-R)
      *> Same legacy-record treatment as quizrpt's TALLY-RESPONSE.
           IF IC-RESP-CLASS = SPACE
               CALL "quizcore" USING IC-RESP-ANSWER WS-EFFECTIVE-CLASS
                   IC-RESP-LANG
           ELSE
               MOVE IC-RESP-CLASS TO WS-EFFECTIVE-CLASS
           END-IF
               WHEN OTHER
                   ADD 1 TO WS-STAT-OTH(WS-STORE-SLOT)
                   ADD 1 TO WS-REG-OTH
           END-EVALUATE
           IF IC-RESP-LANG = SPACES
               MOVE "EN" TO WS-THIS-LANG
           ELSE
               MOVE IC-RESP-LANG TO WS-THIS-LANG
           END-IF
           PERFORM TALLY-STORE-LANGUAGE
           PERFORM TALLY-REGION-LANGUAGE.

       TALLY-STORE-LANGUAGE.
           MOVE ZERO TO WS-LANG-SLOT
           PERFORM VARYING WS-L FROM 1 BY 1
                   UNTIL WS-L > WS-STAT-LANG-COUNT(WS-STORE-SLOT)
               IF WS-STAT-LANG-CODE(WS-STORE-SLOT WS-L) = WS-THIS-LANG
                   MOVE WS-L TO WS-LANG-SLOT
               END-IF
           END-PERFORM
           IF WS-LANG-SLOT = ZERO
               IF WS-STAT-LANG-COUNT(WS-STORE-SLOT) < 5
                   ADD 1 TO WS-STAT-LANG-COUNT(WS-STORE-SLOT)
                   MOVE WS-STAT-LANG-COUNT(WS-STORE-SLOT)
                       TO WS-LANG-SLOT
                   MOVE WS-THIS-LANG
                       TO WS-STAT-LANG-CODE(WS-STORE-SLOT WS-LANG-SLOT)
               ELSE
                   DISPLAY "quizroll: store language table full, "
                       "not broken out: " WS-THIS-LANG
               END-IF
           END-IF
           IF WS-LANG-SLOT > ZERO
               ADD 1 TO WS-STAT-LANG-TOTAL(WS-STORE-SLOT WS-LANG-SLOT)
               IF WS-EFFECTIVE-CLASS = "Y"
                   ADD 1 TO WS-STAT-LANG-YES(WS-STORE-SLOT WS-LANG-SLOT)
               END-IF
           END-IF.

       TALLY-REGION-LANGUAGE.
           MOVE ZERO TO WS-LANG-SLOT
           PERFORM VARYING WS-L FROM 1 BY 1
                   UNTIL WS-L > WS-REG-LANG-COUNT
               IF WS-REG-LANG-CODE(WS-L) = WS-THIS-LANG
                   MOVE WS-L TO WS-LANG-SLOT
               END-IF
           END-PERFORM
           IF WS-LANG-SLOT = ZERO
               IF WS-REG-LANG-COUNT < 10
                   ADD 1 TO WS-REG-LANG-COUNT
                   MOVE WS-REG-LANG-COUNT TO WS-LANG-SLOT
                   MOVE WS-THIS-LANG TO WS-REG-LANG-CODE(WS-LANG-SLOT)
               ELSE
                   DISPLAY "quizroll: region language table full, "
                       "not broken out: " WS-THIS-LANG
               END-IF
           END-IF
           IF WS-LANG-SLOT > ZERO
               ADD 1 TO WS-REG-LANG-TOTAL(WS-LANG-SLOT)
               IF WS-EFFECTIVE-CLASS = "Y"
                   ADD 1 TO WS-REG-LANG-YES(WS-LANG-SLOT)
               END-IF
           END-IF.

       FIND-STORE-SLOT.
           MOVE ZERO TO WS-STORE-SLOT
               MOVE WS-PERCENT TO WS-PERCENT-EDIT
               DISPLAY "  Yes rate " WS-PERCENT-EDIT "%"
           END-IF
           PERFORM VARYING WS-L FROM 1 BY 1
                   UNTIL WS-L > WS-REG-LANG-COUNT
               MOVE ZERO TO WS-PERCENT
               IF WS-REG-LANG-TOTAL(WS-L) > ZERO
                   COMPUTE WS-PERCENT = (WS-REG-LANG-YES(WS-L) * 100)
                       / WS-REG-LANG-TOTAL(WS-L)
               END-IF
               MOVE WS-PERCENT TO WS-PERCENT-EDIT
               DISPLAY "  Language " WS-REG-LANG-CODE(WS-L)
                   "  Yes " WS-REG-LANG-YES(WS-L)
                   " of " WS-REG-LANG-TOTAL(WS-L)
                   "  Yes rate " WS-PERCENT-EDIT "%"
           END-PERFORM
           PERFORM SORT-REGION-FLAVORS
           MOVE WS-REG-FLV-COUNT TO WS-TOP-LIMIT
           IF WS-TOP-LIMIT > 3
               MOVE WS-PERCENT TO WS-PERCENT-EDIT
               DISPLAY "  Yes rate " WS-PERCENT-EDIT "%"
           END-IF
           PERFORM VARYING WS-L FROM 1 BY 1
                   UNTIL WS-L > WS-STAT-LANG-COUNT(WS-S)
               MOVE ZERO TO WS-PERCENT
               IF WS-STAT-LANG-TOTAL(WS-S WS-L) > ZERO
                   COMPUTE WS-PERCENT =
                       (WS-STAT-LANG-YES(WS-S WS-L) * 100)
                       / WS-STAT-LANG-TOTAL(WS-S WS-L)
               END-IF
               MOVE WS-PERCENT TO WS-PERCENT-EDIT
               DISPLAY "  Language " WS-STAT-LANG-CODE(WS-S WS-L)
                   "  Yes " WS-STAT-LANG-YES(WS-S WS-L)
                   " of " WS-STAT-LANG-TOTAL(WS-S WS-L)
                   "  Yes rate " WS-PERCENT-EDIT "%"
           END-PERFORM
           PERFORM SORT-STORE-FLAVORS
           MOVE WS-STAT-FLV-COUNT(WS-S) TO WS-TOP-LIMIT
           IF WS-TOP-LIMIT > 3
