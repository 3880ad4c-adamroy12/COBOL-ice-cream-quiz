      *> when quizcons has produced one, and falls back to the local
      *> IC-RESPONSES.DAT for a single-store shop that never runs a
      *> consolidation. Store names come from IC-STORES.DAT, same as
      *> quizroll. Each store's open hours for the day come from the
      *> store business calendar (IC-CALENDAR.DAT through quizcal),
      *> so the beach store closing at 1700 in October is judged on
      *> 1100-1700 and a store closed for a holiday has no dead
      *> stretch at all - any traffic it logged is flagged instead.
      *> Where the calendar has no row for the store and day, the
      *> hours are IC-OPEN-HOUR/IC-CLOSE-HOUR (defaults 11 and 21,
      *> close exclusive - an 1100-2100 shop staffs hours 11 through
      *> 20). A calendar close that is not on the hour counts its
      *> part hour as open (1730 staffs hour 17).
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
      *> Same layout as the region file above; a record area cannot
      *> COPY the same book twice, so the local file reader moves
      *> its record into the region record before tallying.
           01 IC-LOCAL-RESP-RECORD PIC X(73).
           FD  IC-STORE-FILE.
           COPY "icstorr.cpy".
           WORKING-STORAGE SECTION.
           01 WS-CLOSE-HOUR-X PIC X(2) VALUE SPACES.
           01 WS-OPEN-HOUR PIC 9(2) VALUE 11.
           01 WS-CLOSE-HOUR PIC 9(2) VALUE 21.
           01 WS-STORE-OPEN-HOUR PIC 9(2).
           01 WS-STORE-CLOSE-HOUR PIC 9(2).
           01 WS-CAL-TRADES PIC X(1).
           01 WS-CAL-OPEN PIC 9(4).
           01 WS-CAL-CLOSE PIC 9(4).
           01 WS-CAL-NOTE PIC X(20).
           01 WS-CAL-FOUND PIC X(1).
           01 WS-EFFECTIVE-CLASS PIC X(1).
           01 WS-STORE-COUNT PIC 9(2) VALUE ZERO.
           01 WS-HOUR-STATS.
      *> Same legacy-record treatment as quizrpt's TALLY-RESPONSE.
               IF IC-RESP-CLASS = SPACE
                   CALL "quizcore" USING IC-RESP-ANSWER
                       WS-EFFECTIVE-CLASS IC-RESP-LANG
               ELSE
                   MOVE IC-RESP-CLASS TO WS-EFFECTIVE-CLASS
               END-IF
           DISPLAY "===== Ice Cream Survey - Hourly Traffic ====="
           DISPLAY "Date " WS-TRAFFIC-DATE "  Source "
               FUNCTION TRIM(WS-SOURCE-NAME)
               "  Default hours " WS-OPEN-HOUR "00-"
               WS-CLOSE-HOUR "00"
           PERFORM VARYING WS-S FROM 1 BY 1
                   UNTIL WS-S > WS-STORE-COUNT
      *> also worth a look.
           DISPLAY "--- STORE " WS-HS-NUM(WS-S) " "
               WS-HS-NAME(WS-S) " ---"
           PERFORM SET-STORE-HOURS
           MOVE ZERO TO WS-PEAK-COUNT
           MOVE ZERO TO WS-PEAK-HOUR
           MOVE ZERO TO WS-DAY-TOTAL
                   UNTIL WS-HOUR-X > 23
               COMPUTE WS-H = WS-HOUR-X + 1
               IF WS-HS-TOTAL(WS-S WS-H) > ZERO
                   OR (WS-HOUR-X >= WS-STORE-OPEN-HOUR
                       AND WS-HOUR-X < WS-STORE-CLOSE-HOUR)
                   PERFORM PRINT-ONE-HOUR
               END-IF
           END-PERFORM
                   WS-PEAK-COUNT " responses"
           END-IF.

       SET-STORE-HOURS.
      *> A closed day leaves an empty open window: no hour can be a
      *> dead stretch, and every hour with traffic prints flagged.
           MOVE WS-OPEN-HOUR TO WS-STORE-OPEN-HOUR
           MOVE WS-CLOSE-HOUR TO WS-STORE-CLOSE-HOUR
           CALL "quizcal" USING WS-HS-NUM(WS-S) WS-TRAFFIC-DATE
               WS-CAL-TRADES WS-CAL-OPEN WS-CAL-CLOSE WS-CAL-NOTE
               WS-CAL-FOUND
           IF WS-CAL-FOUND NOT = "Y"
               DISPLAY "  No calendar row - default hours "
                   WS-STORE-OPEN-HOUR "00-" WS-STORE-CLOSE-HOUR "00"
           ELSE
               IF WS-CAL-TRADES = "N"
                   MOVE ZERO TO WS-STORE-OPEN-HOUR
                   MOVE ZERO TO WS-STORE-CLOSE-HOUR
                   DISPLAY "  CLOSED per store calendar "
                       FUNCTION TRIM(WS-CAL-NOTE)
               ELSE
                   IF WS-CAL-CLOSE > WS-CAL-OPEN
                       COMPUTE WS-STORE-OPEN-HOUR = WS-CAL-OPEN / 100
                       COMPUTE WS-STORE-CLOSE-HOUR =
                           (WS-CAL-CLOSE + 99) / 100
                   END-IF
                   DISPLAY "  Calendar hours " WS-CAL-OPEN "-"
                       WS-CAL-CLOSE " " FUNCTION TRIM(WS-CAL-NOTE)
               END-IF
           END-IF.

       PRINT-ONE-HOUR.
           MOVE SPACES TO WS-FLAG-TEXT
           IF WS-HS-TOTAL(WS-S WS-H) = ZERO
               AND WS-HOUR-X >= WS-STORE-OPEN-HOUR
               AND WS-HOUR-X < WS-STORE-CLOSE-HOUR
               MOVE "** NO TRAFFIC" TO WS-FLAG-TEXT
           END-IF
           IF WS-HS-TOTAL(WS-S WS-H) > ZERO
               AND WS-CAL-FOUND = "Y"
               AND WS-CAL-TRADES = "N"
               MOVE "** CLOSED DAY" TO WS-FLAG-TEXT
           END-IF
           IF WS-HS-TOTAL(WS-S WS-H) > ZERO
               COMPUTE WS-PERCENT = (WS-HS-YES(WS-S WS-H) * 100)
                   / WS-HS-TOTAL(WS-S WS-H)
