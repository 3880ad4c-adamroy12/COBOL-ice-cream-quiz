           01 WS-CSV-COUNT PIC X(6).
           01 WS-CSV-PCT PIC X(6).
           01 WS-PRINT-HOLD PIC X(80).
      *> Yes rate per survey language (IC-RESP-LANG, blank = EN).
           01 WS-LANG-COUNT PIC 9(2) VALUE ZERO.
           01 WS-LANG-TABLE.
               05 WS-LANG-ENTRY OCCURS 10 TIMES.
                   10 WS-LANG-CODE PIC X(2).
                   10 WS-LANG-TOTAL PIC 9(6).
                   10 WS-LANG-YES PIC 9(6).
           01 WS-L PIC 9(2).
           01 WS-LANG-SLOT PIC 9(2).
           01 WS-THIS-LANG PIC X(2).
           01 WS-LANG-PERCENT PIC 999V99.
       PROCEDURE DIVISION.
       MAIN-PARAGRAPH.
           MOVE FUNCTION CURRENT-DATE TO WS-TODAY
      *> have at the time instead of trusting the blank as "no
      *> response" and corrupting the historical Yes/No counts.
               CALL "quizcore" USING IC-RESP-ANSWER WS-EFFECTIVE-CLASS
                   IC-RESP-LANG
           ELSE
               MOVE IC-RESP-CLASS TO WS-EFFECTIVE-CLASS
           END-IF
                   ADD 1 TO WS-NO-COUNT
               WHEN OTHER
                   ADD 1 TO WS-OTHER-COUNT
           END-EVALUATE
           PERFORM TALLY-LANGUAGE.

       TALLY-LANGUAGE.
           IF IC-RESP-LANG = SPACES
               MOVE "EN" TO WS-THIS-LANG
           ELSE
               MOVE IC-RESP-LANG TO WS-THIS-LANG
           END-IF
           MOVE ZERO TO WS-LANG-SLOT
           PERFORM VARYING WS-L FROM 1 BY 1
                   UNTIL WS-L > WS-LANG-COUNT
               IF WS-LANG-CODE(WS-L) = WS-THIS-LANG
                   MOVE WS-L TO WS-LANG-SLOT
               END-IF
           END-PERFORM
           IF WS-LANG-SLOT = ZERO
               IF WS-LANG-COUNT < 10
                   ADD 1 TO WS-LANG-COUNT
                   MOVE WS-LANG-COUNT TO WS-LANG-SLOT
                   MOVE WS-THIS-LANG TO WS-LANG-CODE(WS-LANG-SLOT)
                   MOVE ZERO TO WS-LANG-TOTAL(WS-LANG-SLOT)
                   MOVE ZERO TO WS-LANG-YES(WS-LANG-SLOT)
               ELSE
                   DISPLAY "quizrpt: language table full, not broken "
                       "out: " WS-THIS-LANG
               END-IF
           END-IF
           IF WS-LANG-SLOT > ZERO
               ADD 1 TO WS-LANG-TOTAL(WS-LANG-SLOT)
               IF WS-EFFECTIVE-CLASS = "Y"
                   ADD 1 TO WS-LANG-YES(WS-LANG-SLOT)
               END-IF
           END-IF.

       COMPUTE-LANG-PERCENT.
           MOVE ZERO TO WS-LANG-PERCENT
           IF WS-LANG-TOTAL(WS-L) > ZERO
               COMPUTE WS-LANG-PERCENT =
                   (WS-LANG-YES(WS-L) * 100) / WS-LANG-TOTAL(WS-L)
           END-IF.

       TALLY-FLAVOR.
      *> The tally slot is keyed on the NORMALIZED name, so
               INTO IC-RPT-PRINT-LINE
           END-STRING
           PERFORM WRITE-PRINT-LINE
           IF WS-LANG-COUNT > ZERO
               MOVE SPACES TO IC-RPT-PRINT-LINE
               PERFORM WRITE-PRINT-LINE
               MOVE "  YES RATE BY LANGUAGE" TO IC-RPT-PRINT-LINE
               PERFORM WRITE-PRINT-LINE
               MOVE "    LANGUAGE            SURVEYED      YES     RATE"
                   TO IC-RPT-PRINT-LINE
               PERFORM WRITE-PRINT-LINE
               PERFORM VARYING WS-L FROM 1 BY 1
                       UNTIL WS-L > WS-LANG-COUNT
                   PERFORM COMPUTE-LANG-PERCENT
                   MOVE WS-LANG-TOTAL(WS-L) TO WS-COUNT-EDIT
                   MOVE SPACES TO IC-RPT-PRINT-LINE
                   STRING "    " DELIMITED BY SIZE
                       WS-LANG-CODE(WS-L) DELIMITED BY SIZE
                       "                    " DELIMITED BY SIZE
                       WS-COUNT-EDIT DELIMITED BY SIZE
                       INTO IC-RPT-PRINT-LINE
                   END-STRING
                   MOVE WS-LANG-YES(WS-L) TO WS-COUNT-EDIT
                   MOVE WS-LANG-PERCENT TO WS-PCT-EDIT
                   MOVE WS-COUNT-EDIT TO IC-RPT-PRINT-LINE(36:6)
                   MOVE WS-PCT-EDIT TO IC-RPT-PRINT-LINE(44:6)
                   MOVE "%" TO IC-RPT-PRINT-LINE(50:1)
                   PERFORM WRITE-PRINT-LINE
               END-PERFORM
           END-IF
           IF WS-FLAVOR-COUNT > ZERO
               MOVE SPACES TO IC-RPT-PRINT-LINE
               PERFORM WRITE-PRINT-LINE
           END-STRING
           WRITE IC-RPT-CSV-LINE
           PERFORM WRITE-CSV-YES-NO-LINES
      *> One row per survey language: count is responses taken in
      *> that language, percent is that language's yes rate.
           PERFORM VARYING WS-L FROM 1 BY 1
                   UNTIL WS-L > WS-LANG-COUNT
               PERFORM COMPUTE-LANG-PERCENT
               MOVE WS-LANG-TOTAL(WS-L) TO WS-COUNT-EDIT
               MOVE FUNCTION TRIM(WS-COUNT-EDIT) TO WS-CSV-COUNT
               MOVE WS-LANG-PERCENT TO WS-PCT-EDIT
               MOVE FUNCTION TRIM(WS-PCT-EDIT) TO WS-CSV-PCT
               MOVE SPACES TO IC-RPT-CSV-LINE
               STRING "language," DELIMITED BY SIZE
                   WS-LANG-CODE(WS-L) DELIMITED BY SPACE
                   "," DELIMITED BY SIZE
                   WS-CSV-COUNT DELIMITED BY SPACE
                   "," DELIMITED BY SIZE
                   WS-CSV-PCT DELIMITED BY SPACE
                   INTO IC-RPT-CSV-LINE
               END-STRING
               WRITE IC-RPT-CSV-LINE
           END-PERFORM
           PERFORM VARYING WS-FLAVOR-IDX FROM 1 BY 1
                   UNTIL WS-FLAVOR-IDX > WS-FLAVOR-COUNT
               MOVE WS-FLAVOR-TALLY(WS-FLAVOR-IDX) TO WS-COUNT-EDIT
           MOVE WS-OTHER-PERCENT TO WS-PERCENT-EDIT
           DISPLAY "No Response (blank/unrecognized): " WS-OTHER-COUNT
               " (" WS-PERCENT-EDIT "%)"
           IF WS-LANG-COUNT > ZERO
               DISPLAY "--- Yes rate by language ---"
               PERFORM VARYING WS-L FROM 1 BY 1
                       UNTIL WS-L > WS-LANG-COUNT
                   PERFORM COMPUTE-LANG-PERCENT
                   MOVE WS-LANG-PERCENT TO WS-PERCENT-EDIT
                   DISPLAY WS-LANG-CODE(WS-L) ": Yes "
                       WS-LANG-YES(WS-L) " of " WS-LANG-TOTAL(WS-L)
                       " (" WS-PERCENT-EDIT "%)"
               END-PERFORM
           END-IF
           IF WS-FLAVOR-COUNT > ZERO
               DISPLAY "--- Favorite flavors (most requested first) ---"
               PERFORM VARYING WS-FLAVOR-IDX FROM 1 BY 1
