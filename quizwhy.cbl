      *> blank; counting those as OT would invent answers nobody
      *> gave. Legacy records with a blank IC-RESP-CLASS are
      *> classified by quizcore, exactly as quizrpt does.
      *> Periods are compared in trading days from the store business
      *> calendar, exactly as quiztrnd does: the prior period holds as
      *> many trading days as the range, closed days are stepped
      *> over, and "no" answers dated on a closed day show on their
      *> day line, marked, but stay out of the store sections and
      *> both periods' totals. As in quiztrnd, a "no" answer's day
      *> is judged by its own store's calendar (IC-RESP-STORE), and
      *> IC-WHY-STORE, when set to a store number, limits the report
      *> to that store and makes its calendar the one the trading
      *> days, the prior period and the day lines' CLOSED marks come
      *> from; unset (or 000) every store is reported against the
      *> chain-wide rows.
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
           01 WS-PRIOR-START PIC 9(8).
           01 WS-PRIOR-END PIC 9(8).
           01 WS-RESP-INT PIC 9(8).
           01 WS-CAL-STORE-X PIC X(3) VALUE SPACES.
           01 WS-CAL-STORE PIC 9(3) VALUE ZERO.
      *> "Y" when IC-WHY-STORE limits the report to one store.
           01 WS-STORE-FILTER PIC X(1) VALUE "N".
           01 WS-STORE-LABEL PIC X(10) VALUE "ALL".
           01 WS-RESP-WANTED PIC X(1).
      *> The store whose calendar the next quizcal call reads.
           01 WS-LOOK-STORE PIC 9(3).
           01 WS-CAL-DATE PIC 9(8).
           01 WS-CAL-TRADES PIC X(1).
           01 WS-CAL-OPEN PIC 9(4).
           01 WS-CAL-CLOSE PIC 9(4).
           01 WS-CAL-NOTE PIC X(20).
           01 WS-CAL-FOUND PIC X(1).
           01 WS-TRADING-DAYS PIC 9(4) VALUE ZERO.
           01 WS-PRIOR-TRADING-DAYS PIC 9(4) VALUE ZERO.
           01 WS-LOOK-INT PIC 9(8).
           01 WS-LOOK-LIMIT-INT PIC 9(8).
           01 WS-CURR-CLOSED PIC 9(6) VALUE ZERO.
           01 WS-PRIOR-CLOSED PIC 9(6) VALUE ZERO.
           01 WS-DAY-OFFSET PIC 9(4).
           01 WS-DAY-DATE PIC 9(8).
           01 WS-EFFECTIVE-CLASS PIC X(1).
           01 WS-DAY-TABLE.
               05 WS-DAY-ENTRY OCCURS 62 TIMES.
                   10 WS-DAY-REASON OCCURS 5 TIMES PIC 9(6).
      *> Set per day by MARK-TRADING-DAYS: "N" = store closed.
                   10 WS-DAY-TRADES PIC X(1).
           01 WS-STORE-COUNT PIC 9(2) VALUE ZERO.
           01 WS-STORE-TABLE.
               05 WS-ST-ENTRY OCCURS 10 TIMES.
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ACCEPT WS-CAL-STORE-X FROM ENVIRONMENT "IC-WHY-STORE"
           IF WS-CAL-STORE-X NOT = SPACES
               IF WS-CAL-STORE-X IS NUMERIC
                   MOVE WS-CAL-STORE-X TO WS-CAL-STORE
                   IF WS-CAL-STORE > ZERO
                       MOVE "Y" TO WS-STORE-FILTER
                       MOVE WS-CAL-STORE TO WS-STORE-LABEL
                   END-IF
               ELSE
                   DISPLAY "quizwhy: IC-WHY-STORE must be a three "
                       "digit store number, got: "
                       FUNCTION TRIM(WS-CAL-STORE-X)
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           PERFORM MARK-TRADING-DAYS
           PERFORM FIND-PRIOR-PERIOD.

       MARK-TRADING-DAYS.
           MOVE WS-CAL-STORE TO WS-LOOK-STORE
           PERFORM VARYING WS-DAY-OFFSET FROM 1 BY 1
                   UNTIL WS-DAY-OFFSET > WS-PERIOD-LEN
               COMPUTE WS-CAL-DATE = FUNCTION DATE-OF-INTEGER
                   (WS-START-INT + WS-DAY-OFFSET - 1)
               PERFORM LOOKUP-CALENDAR
               MOVE WS-CAL-TRADES TO WS-DAY-TRADES(WS-DAY-OFFSET)
               IF WS-CAL-TRADES NOT = "N"
                   ADD 1 TO WS-TRADING-DAYS
               END-IF
           END-PERFORM.

       FIND-PRIOR-PERIOD.
      *> Same walk as quiztrnd's: back from the day before the range
      *> until as many trading days have passed as the range holds,
      *> giving up after a year.
           MOVE WS-CAL-STORE TO WS-LOOK-STORE
           COMPUTE WS-PRIOR-END-INT = WS-START-INT - 1
           MOVE WS-START-INT TO WS-PRIOR-START-INT
           MOVE WS-START-INT TO WS-LOOK-INT
           COMPUTE WS-LOOK-LIMIT-INT = WS-START-INT - 366
           PERFORM UNTIL WS-PRIOR-TRADING-DAYS >= WS-TRADING-DAYS
                   OR WS-LOOK-INT <= WS-LOOK-LIMIT-INT
               SUBTRACT 1 FROM WS-LOOK-INT
               COMPUTE WS-CAL-DATE =
                   FUNCTION DATE-OF-INTEGER(WS-LOOK-INT)
               PERFORM LOOKUP-CALENDAR
               IF WS-CAL-TRADES NOT = "N"
                   ADD 1 TO WS-PRIOR-TRADING-DAYS
                   MOVE WS-LOOK-INT TO WS-PRIOR-START-INT
               END-IF
           END-PERFORM
           COMPUTE WS-PRIOR-START =
               FUNCTION DATE-OF-INTEGER(WS-PRIOR-START-INT)
           COMPUTE WS-PRIOR-END =
               FUNCTION DATE-OF-INTEGER(WS-PRIOR-END-INT).

       LOOKUP-CALENDAR.
           CALL "quizcal" USING WS-LOOK-STORE WS-CAL-DATE
               WS-CAL-TRADES WS-CAL-OPEN WS-CAL-CLOSE WS-CAL-NOTE
               WS-CAL-FOUND.

       CLEAR-TABLES.
      *> Counters under an OCCURS arithmetic as garbage until they
      *> are explicitly cleared, even though they display as zeros.
               MOVE ZERO TO WS-PRIOR-REASON(WS-R)
           END-PERFORM.

       CHECK-RESPONSE-STORE.
      *> With a store named, only that store's responses count - a
      *> record with no store number can't be shown to be its.
      *> Either way a response's day is judged by its OWN store's
      *> calendar, so one shop's closure is a closed day for that
      *> shop's responses and no one else's; a record with no
      *> store number falls back to the report's calendar.
           MOVE "Y" TO WS-RESP-WANTED
           IF IC-RESP-STORE IS NUMERIC AND IC-RESP-STORE > ZERO
               MOVE IC-RESP-STORE TO WS-LOOK-STORE
               IF WS-STORE-FILTER = "Y"
                   AND IC-RESP-STORE NOT = WS-CAL-STORE
                   MOVE "N" TO WS-RESP-WANTED
               END-IF
           ELSE
               MOVE WS-CAL-STORE TO WS-LOOK-STORE
               IF WS-STORE-FILTER = "Y"
                   MOVE "N" TO WS-RESP-WANTED
               END-IF
           END-IF.

       SCAN-RESPONSES.
           MOVE "N" TO WS-EOF-FLAG
           OPEN INPUT IC-RESPONSE-FILE
               COMPUTE WS-RESP-INT =
                   FUNCTION INTEGER-OF-DATE(IC-RESP-DATE)
           END-IF
           PERFORM CHECK-RESPONSE-STORE
           IF WS-RESP-INT = ZERO OR WS-RESP-WANTED = "N"
               CONTINUE
           ELSE
               IF IC-RESP-CLASS = SPACE
                   CALL "quizcore" USING IC-RESP-ANSWER
                       WS-EFFECTIVE-CLASS IC-RESP-LANG
               ELSE
                   MOVE IC-RESP-CLASS TO WS-EFFECTIVE-CLASS
               END-IF
               IF WS-EFFECTIVE-CLASS = "N"
                   IF WS-RESP-INT >= WS-START-INT
                       AND WS-RESP-INT <= WS-END-INT
                       COMPUTE WS-DAY-OFFSET =
                           WS-RESP-INT - WS-START-INT + 1
                       MOVE IC-RESP-DATE TO WS-CAL-DATE
                       PERFORM LOOKUP-CALENDAR
                       IF WS-CAL-TRADES = "N"
                           PERFORM TALLY-CLOSED-DAY-NO
                       ELSE
                           PERFORM TALLY-CURRENT-NO
                       END-IF
                   ELSE
                       IF WS-RESP-INT >= WS-PRIOR-START-INT
                           AND WS-RESP-INT <= WS-PRIOR-END-INT
                           MOVE IC-RESP-DATE TO WS-CAL-DATE
                           PERFORM LOOKUP-CALENDAR
                           IF WS-CAL-TRADES = "N"
                               ADD 1 TO WS-PRIOR-CLOSED
                           ELSE
                               PERFORM TALLY-PRIOR-NO
                           END-IF
                       END-IF
                   END-IF
               END-IF
                   MOVE 5 TO WS-REASON-SLOT
           END-EVALUATE.

       TALLY-CLOSED-DAY-NO.
      *> Day line only - a closed day is in neither period's totals.
           PERFORM SET-REASON-SLOT
           ADD 1 TO WS-DAY-REASON(WS-DAY-OFFSET WS-REASON-SLOT)
           ADD 1 TO WS-CURR-CLOSED.

       TALLY-CURRENT-NO.
           PERFORM SET-REASON-SLOT
           ADD 1 TO WS-DAY-REASON(WS-DAY-OFFSET WS-REASON-SLOT)
           ADD 1 TO WS-CURR-REASON(WS-REASON-SLOT)
           ADD 1 TO WS-CURR-NO-TOTAL
           DISPLAY "===== Ice Cream Survey - Decline Reasons ====="
           DISPLAY "Period: " WS-START-DATE " - " WS-END-DATE
               "   Prior: " WS-PRIOR-START " - " WS-PRIOR-END
           DISPLAY "Trading days: " WS-TRADING-DAYS
               "   Prior trading days: " WS-PRIOR-TRADING-DAYS
               "   Store: " FUNCTION TRIM(WS-STORE-LABEL)
           IF WS-PRIOR-TRADING-DAYS < WS-TRADING-DAYS
               DISPLAY "Prior period is short - fewer trading days "
                   "in the year before the range than in the range"
           END-IF
           DISPLAY "Date         LI      NH      DL      OT      NA"
           PERFORM VARYING WS-DAY-OFFSET FROM 1 BY 1
                   UNTIL WS-DAY-OFFSET > WS-PERIOD-LEN
               COMPUTE WS-DAY-DATE = FUNCTION DATE-OF-INTEGER
                   (WS-START-INT + WS-DAY-OFFSET - 1)
               IF WS-DAY-TRADES(WS-DAY-OFFSET) = "N"
                   DISPLAY WS-DAY-DATE "     "
                       WS-DAY-REASON(WS-DAY-OFFSET 1) "  "
                       WS-DAY-REASON(WS-DAY-OFFSET 2) "  "
                       WS-DAY-REASON(WS-DAY-OFFSET 3) "  "
                       WS-DAY-REASON(WS-DAY-OFFSET 4) "  "
                       WS-DAY-REASON(WS-DAY-OFFSET 5)
                       "  CLOSED - not in totals"
               ELSE
                   DISPLAY WS-DAY-DATE "     "
                       WS-DAY-REASON(WS-DAY-OFFSET 1) "  "
                       WS-DAY-REASON(WS-DAY-OFFSET 2) "  "
                       WS-DAY-REASON(WS-DAY-OFFSET 3) "  "
                       WS-DAY-REASON(WS-DAY-OFFSET 4) "  "
                       WS-DAY-REASON(WS-DAY-OFFSET 5)
               END-IF
           END-PERFORM
           PERFORM VARYING WS-S FROM 1 BY 1
                   UNTIL WS-S > WS-STORE-COUNT
               "prior period in brackets) ---"
           DISPLAY "No answers this period: " WS-CURR-NO-TOTAL
               "   prior: " WS-PRIOR-NO-TOTAL
           IF WS-CURR-CLOSED > ZERO OR WS-PRIOR-CLOSED > ZERO
               DISPLAY "No answers on closed days left out of the "
                   "totals: " WS-CURR-CLOSED " (prior "
                   WS-PRIOR-CLOSED ")"
           END-IF
           IF WS-CURR-NO-TOTAL = ZERO
               DISPLAY "No decline responses in the period - "
                   "nothing to break down."
