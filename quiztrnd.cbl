      *> alias match), so the two reports never disagree about what a
      *> flavor is called. Legacy records with a blank IC-RESP-CLASS
      *> are classified by quizcore, also as quizrpt does.
      *> Both periods are measured in TRADING days from the store
      *> business calendar (IC-CALENDAR.DAT through quizcal): the
      *> prior period is as many trading days as the range holds,
      *> ending the day before it starts, stepping over closed days
      *> (so a week with Christmas in it is compared with six days,
      *> not seven). Responses dated on a closed day still show on
      *> their day line, marked, but stay out of both periods'
      *> totals and flavor rankings. Whether a response's day traded
      *> is asked of that response's own store (IC-RESP-STORE), so a
      *> closure at one shop in a multi-store file only sets that
      *> shop's responses aside. IC-TREND-STORE, when set to a store
      *> number, limits the report to that store's responses and
      *> makes its calendar the one the trading days, the prior
      *> period and the CLOSED marks on the day lines are counted
      *> from; unset (or 000) every store is reported and those come
      *> from the chain-wide rows - a region total can still dip
      *> while one shop is shut, and naming the store is how to see
      *> past it. With no calendar every day trades and the prior
      *> period is the equal-length run of calendar days it always
      *> was.
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
           01 WS-PRIOR-START PIC 9(8).
           01 WS-PRIOR-END PIC 9(8).
           01 WS-RESP-INT PIC 9(8).
           01 WS-CAL-STORE-X PIC X(3) VALUE SPACES.
           01 WS-CAL-STORE PIC 9(3) VALUE ZERO.
      *> "Y" when IC-TREND-STORE limits the report to one store.
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
      *> Unsigned on purpose: this is only ever set for records
      *> already proven in-range (offset 1..period length) and it
      *> feeds SET/subscripting - a signed DISPLAY item's embedded
                   10 WS-DAY-YES PIC 9(6).
                   10 WS-DAY-NO PIC 9(6).
                   10 WS-DAY-OTH PIC 9(6).
      *> Set per day by MARK-TRADING-DAYS: "N" = store closed.
                   10 WS-DAY-TRADES PIC X(1).
           01 WS-CURR-YES PIC 9(6) VALUE ZERO.
           01 WS-CURR-NO PIC 9(6) VALUE ZERO.
           01 WS-CURR-OTH PIC 9(6) VALUE ZERO.
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ACCEPT WS-CAL-STORE-X FROM ENVIRONMENT "IC-TREND-STORE"
           IF WS-CAL-STORE-X NOT = SPACES
               IF WS-CAL-STORE-X IS NUMERIC
                   MOVE WS-CAL-STORE-X TO WS-CAL-STORE
                   IF WS-CAL-STORE > ZERO
                       MOVE "Y" TO WS-STORE-FILTER
                       MOVE WS-CAL-STORE TO WS-STORE-LABEL
                   END-IF
               ELSE
                   DISPLAY "quiztrnd: IC-TREND-STORE must be a three "
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
      *> Walk back from the day before the range until as many
      *> trading days have been passed as the range holds. The walk
      *> gives up after a year; a prior period that comes up short
      *> is said so on the report rather than padded. A range with
      *> no trading days at all has an empty prior period.
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
               IF WS-RESP-INT >= WS-START-INT
                   AND WS-RESP-INT <= WS-END-INT
                   COMPUTE WS-DAY-OFFSET =
                       WS-RESP-INT - WS-START-INT + 1
                   MOVE IC-RESP-DATE TO WS-CAL-DATE
                   PERFORM LOOKUP-CALENDAR
                   IF WS-CAL-TRADES = "N"
                       PERFORM TALLY-CLOSED-DAY-RESPONSE
                   ELSE
                       PERFORM TALLY-CURRENT-RESPONSE
                   END-IF
               ELSE
                   IF WS-RESP-INT >= WS-PRIOR-START-INT
                       AND WS-RESP-INT <= WS-PRIOR-END-INT
                       MOVE IC-RESP-DATE TO WS-CAL-DATE
                       PERFORM LOOKUP-CALENDAR
                       IF WS-CAL-TRADES = "N"
                           ADD 1 TO WS-PRIOR-CLOSED
                       ELSE
                           PERFORM TALLY-PRIOR-RESPONSE
                       END-IF
                   END-IF
               END-IF
           END-IF.
      *> Same legacy-record treatment as quizrpt's TALLY-RESPONSE.
           IF IC-RESP-CLASS = SPACE
               CALL "quizcore" USING IC-RESP-ANSWER WS-EFFECTIVE-CLASS
                   IC-RESP-LANG
           ELSE
               MOVE IC-RESP-CLASS TO WS-EFFECTIVE-CLASS
           END-IF.

       TALLY-CLOSED-DAY-RESPONSE.
      *> Day line only - a closed day is in neither period's totals.
           PERFORM CLASSIFY-RESPONSE
           ADD 1 TO WS-CURR-CLOSED
           EVALUATE WS-EFFECTIVE-CLASS
               WHEN "Y"
                   ADD 1 TO WS-DAY-YES(WS-DAY-OFFSET)
               WHEN "N"
                   ADD 1 TO WS-DAY-NO(WS-DAY-OFFSET)
               WHEN OTHER
                   ADD 1 TO WS-DAY-OTH(WS-DAY-OFFSET)
           END-EVALUATE.

       TALLY-CURRENT-RESPONSE.
           PERFORM CLASSIFY-RESPONSE
           ADD 1 TO WS-CURR-TOTAL
           EVALUATE WS-EFFECTIVE-CLASS
               WHEN "Y"
           DISPLAY "===== Ice Cream Survey - Period Trend ====="
           DISPLAY "Period: " WS-START-DATE " - " WS-END-DATE
               "   Prior: " WS-PRIOR-START " - " WS-PRIOR-END
           DISPLAY "Trading days: " WS-TRADING-DAYS
               "   Prior trading days: " WS-PRIOR-TRADING-DAYS
               "   Store: " FUNCTION TRIM(WS-STORE-LABEL)
           IF WS-PRIOR-TRADING-DAYS < WS-TRADING-DAYS
               DISPLAY "Prior period is short - fewer trading days "
                   "in the year before the range than in the range"
           END-IF
           DISPLAY "Date         Yes     No      NoResp"
           PERFORM VARYING WS-DAY-OFFSET FROM 1 BY 1
                   UNTIL WS-DAY-OFFSET > WS-PERIOD-LEN
               COMPUTE WS-DAY-DATE = FUNCTION DATE-OF-INTEGER
                   (WS-START-INT + WS-DAY-OFFSET - 1)
               IF WS-DAY-TRADES(WS-DAY-OFFSET) = "N"
                   DISPLAY WS-DAY-DATE "     "
                       WS-DAY-YES(WS-DAY-OFFSET) "  "
                       WS-DAY-NO(WS-DAY-OFFSET) "  "
                       WS-DAY-OTH(WS-DAY-OFFSET)
                       "  CLOSED - not in totals"
               ELSE
                   DISPLAY WS-DAY-DATE "     "
                       WS-DAY-YES(WS-DAY-OFFSET) "  "
                       WS-DAY-NO(WS-DAY-OFFSET) "  "
                       WS-DAY-OTH(WS-DAY-OFFSET)
               END-IF
           END-PERFORM
           DISPLAY "Period totals:  Yes " WS-CURR-YES
               "  No " WS-CURR-NO "  NoResp " WS-CURR-OTH
           DISPLAY "Prior totals:   Yes " WS-PRIOR-YES
               "  No " WS-PRIOR-NO "  NoResp " WS-PRIOR-OTH
               "  Total " WS-PRIOR-TOTAL
           IF WS-CURR-CLOSED > ZERO OR WS-PRIOR-CLOSED > ZERO
               DISPLAY "Responses on closed days left out of the "
                   "totals: " WS-CURR-CLOSED " (prior "
                   WS-PRIOR-CLOSED ")"
           END-IF
           PERFORM PRINT-RATE-COMPARISON
           PERFORM SORT-CURR-FLAVORS
           PERFORM SORT-PRIOR-FLAVORS
