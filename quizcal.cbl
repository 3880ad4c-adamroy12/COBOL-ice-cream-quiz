       IDENTIFICATION DIVISION.
           PROGRAM-ID. "quizcal".
      *> Shared store business calendar lookup. Given a store number
      *> and a date it answers whether the store trades that day and
      *> its opening and closing times (HHMM), resolved from
      *> IC-CALENDAR.DAT (see iccalr.cpy for the row types and the
      *> resolution order: store dated row, chain dated row, store
      *> weekly row, chain weekly row). LK-CAL-FOUND answers "Y" when
      *> a row decided the day and "N" when the calendar has nothing
      *> to say - including when IC-CALENDAR.DAT is missing entirely
      *> - and then LK-TRADES is "Y" with zero hours, so every caller
      *> keeps its own pre-calendar default (quizhour's open hours,
      *> quizcons expecting a control record, quizeod running the
      *> close). Store zero looks up the chain-wide rows only.
      *> The calendar is read once per run on the first CALL, the
      *> same caching shape as quizstor.
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT OPTIONAL IC-CALENDAR-FILE
                   ASSIGN TO "IC-CALENDAR.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
           FILE SECTION.
           FD  IC-CALENDAR-FILE.
           COPY "iccalr.cpy".
           WORKING-STORAGE SECTION.
           01 WS-CALENDAR-LOADED PIC X(1) VALUE "N".
           01 WS-EOF-FLAG PIC X(1).
           01 WS-CAL-COUNT PIC 9(3) VALUE ZERO.
           01 WS-CAL-TABLE.
               05 WS-CAL-ENTRY OCCURS 500 TIMES
                       INDEXED BY WS-CAL-IDX.
                   10 WS-CT-STORE PIC 9(3).
                   10 WS-CT-DAY PIC X(8).
                   10 WS-CT-FROM PIC X(8).
                   10 WS-CT-TRADES PIC X(1).
                   10 WS-CT-OPEN PIC 9(4).
                   10 WS-CT-CLOSE PIC 9(4).
                   10 WS-CT-NOTE PIC X(20).
      *> INTEGER-OF-DATE counts 1 January 1601, a Monday, as day 1.
           01 WS-WEEKDAY-NAMES.
               05 FILLER PIC X(3) VALUE "MON".
               05 FILLER PIC X(3) VALUE "TUE".
               05 FILLER PIC X(3) VALUE "WED".
               05 FILLER PIC X(3) VALUE "THU".
               05 FILLER PIC X(3) VALUE "FRI".
               05 FILLER PIC X(3) VALUE "SAT".
               05 FILLER PIC X(3) VALUE "SUN".
           01 WS-WEEKDAY-TABLE REDEFINES WS-WEEKDAY-NAMES.
               05 WS-WEEKDAY-NAME OCCURS 7 TIMES PIC X(3).
           01 WS-DAY-INT PIC 9(8).
           01 WS-WEEKDAY PIC 9(1).
           01 WS-DATE-KEY PIC X(8).
           01 WS-WEEKDAY-KEY PIC X(8).
           01 WS-LOOK-STORE PIC 9(3).
           01 WS-HIT-SLOT PIC 9(3).
           01 WS-BEST-FROM PIC X(8).
           01 WS-C PIC 9(3).
       LINKAGE SECTION.
           01 LK-STORE-NUM PIC 9(3).
           01 LK-CAL-DATE PIC 9(8).
           01 LK-TRADES PIC X(1).
           01 LK-OPEN-TIME PIC 9(4).
           01 LK-CLOSE-TIME PIC 9(4).
           01 LK-CAL-NOTE PIC X(20).
           01 LK-CAL-FOUND PIC X(1).
       PROCEDURE DIVISION USING LK-STORE-NUM LK-CAL-DATE LK-TRADES
               LK-OPEN-TIME LK-CLOSE-TIME LK-CAL-NOTE LK-CAL-FOUND.
       MAIN-PARAGRAPH.
           IF WS-CALENDAR-LOADED NOT = "Y"
               PERFORM LOAD-CALENDAR-TABLE
               MOVE "Y" TO WS-CALENDAR-LOADED
           END-IF
           MOVE "N" TO LK-CAL-FOUND
           MOVE "Y" TO LK-TRADES
           MOVE ZERO TO LK-OPEN-TIME
           MOVE ZERO TO LK-CLOSE-TIME
           MOVE SPACES TO LK-CAL-NOTE
           MOVE LK-CAL-DATE TO WS-DATE-KEY
      *> A date that was never valid can still match a dated row
      *> typed the same way, but it has no weekday to fall back on.
           MOVE SPACES TO WS-WEEKDAY-KEY
           IF LK-CAL-DATE >= 16010101
               COMPUTE WS-DAY-INT =
                   FUNCTION INTEGER-OF-DATE(LK-CAL-DATE)
               IF WS-DAY-INT > ZERO
                   COMPUTE WS-WEEKDAY =
                       FUNCTION MOD(WS-DAY-INT - 1, 7) + 1
                   MOVE WS-WEEKDAY-NAME(WS-WEEKDAY) TO WS-WEEKDAY-KEY
               END-IF
           END-IF
           MOVE ZERO TO WS-HIT-SLOT
           MOVE LK-STORE-NUM TO WS-LOOK-STORE
           PERFORM FIND-DATED-ROW
           IF WS-HIT-SLOT = ZERO AND LK-STORE-NUM NOT = ZERO
               MOVE ZERO TO WS-LOOK-STORE
               PERFORM FIND-DATED-ROW
           END-IF
           IF WS-HIT-SLOT = ZERO AND WS-WEEKDAY-KEY NOT = SPACES
               MOVE LK-STORE-NUM TO WS-LOOK-STORE
               PERFORM FIND-WEEKLY-ROW
               IF WS-HIT-SLOT = ZERO AND LK-STORE-NUM NOT = ZERO
                   MOVE ZERO TO WS-LOOK-STORE
                   PERFORM FIND-WEEKLY-ROW
               END-IF
           END-IF
           IF WS-HIT-SLOT > ZERO
               MOVE "Y" TO LK-CAL-FOUND
               MOVE WS-CT-TRADES(WS-HIT-SLOT) TO LK-TRADES
               MOVE WS-CT-OPEN(WS-HIT-SLOT) TO LK-OPEN-TIME
               MOVE WS-CT-CLOSE(WS-HIT-SLOT) TO LK-CLOSE-TIME
               MOVE WS-CT-NOTE(WS-HIT-SLOT) TO LK-CAL-NOTE
           END-IF
           GOBACK.

       FIND-DATED-ROW.
           PERFORM VARYING WS-C FROM 1 BY 1
                   UNTIL WS-C > WS-CAL-COUNT
               IF WS-CT-STORE(WS-C) = WS-LOOK-STORE
                   AND WS-CT-DAY(WS-C) = WS-DATE-KEY
                   AND WS-HIT-SLOT = ZERO
                   MOVE WS-C TO WS-HIT-SLOT
               END-IF
           END-PERFORM.

       FIND-WEEKLY-ROW.
      *> The latest FROM not after the day wins; a blank FROM sorts
      *> below every date, so an "always" row only decides the day
      *> when no dated season row has started yet.
           MOVE SPACES TO WS-BEST-FROM
           PERFORM VARYING WS-C FROM 1 BY 1
                   UNTIL WS-C > WS-CAL-COUNT
               IF WS-CT-STORE(WS-C) = WS-LOOK-STORE
                   AND WS-CT-DAY(WS-C) = WS-WEEKDAY-KEY
                   AND (WS-CT-FROM(WS-C) = SPACES
                       OR WS-CT-FROM(WS-C) <= WS-DATE-KEY)
                   IF WS-HIT-SLOT = ZERO
                       OR WS-CT-FROM(WS-C) > WS-BEST-FROM
                       MOVE WS-C TO WS-HIT-SLOT
                       MOVE WS-CT-FROM(WS-C) TO WS-BEST-FROM
                   END-IF
               END-IF
           END-PERFORM.

       LOAD-CALENDAR-TABLE.
      *> quizcalm only ever writes rows it has validated, so a row
      *> that fails here was typed into the file by hand; it is
      *> skipped loudly rather than guessed at. A lookup table that
      *> is full drops rows loudly too - same stance as quizstor.
           MOVE "N" TO WS-EOF-FLAG
           OPEN INPUT IC-CALENDAR-FILE
           PERFORM UNTIL WS-EOF-FLAG = "Y"
               READ IC-CALENDAR-FILE
                   AT END
                       MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       IF IC-CAL-STORE IS NUMERIC
                           AND IC-CAL-DAY NOT = SPACES
                           AND (IC-CAL-TRADES = "Y"
                               OR IC-CAL-TRADES = "N")
                           PERFORM KEEP-CALENDAR-ROW
                       ELSE
                           IF IC-CALENDAR-RECORD NOT = SPACES
                               DISPLAY "quizcal: bad calendar row "
                                   "skipped: " IC-CALENDAR-RECORD
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE IC-CALENDAR-FILE.

       KEEP-CALENDAR-ROW.
           IF WS-CAL-COUNT < 500
               ADD 1 TO WS-CAL-COUNT
               SET WS-CAL-IDX TO WS-CAL-COUNT
               MOVE IC-CAL-STORE TO WS-CT-STORE(WS-CAL-IDX)
               MOVE IC-CAL-DAY TO WS-CT-DAY(WS-CAL-IDX)
               MOVE IC-CAL-FROM TO WS-CT-FROM(WS-CAL-IDX)
               MOVE IC-CAL-TRADES TO WS-CT-TRADES(WS-CAL-IDX)
               IF IC-CAL-OPEN IS NUMERIC
                   AND IC-CAL-CLOSE IS NUMERIC
                   MOVE IC-CAL-OPEN TO WS-CT-OPEN(WS-CAL-IDX)
                   MOVE IC-CAL-CLOSE TO WS-CT-CLOSE(WS-CAL-IDX)
               ELSE
                   MOVE ZERO TO WS-CT-OPEN(WS-CAL-IDX)
                   MOVE ZERO TO WS-CT-CLOSE(WS-CAL-IDX)
               END-IF
               MOVE IC-CAL-NOTE TO WS-CT-NOTE(WS-CAL-IDX)
           ELSE
               DISPLAY "quizcal: calendar table full, dropped row: "
                   IC-CAL-STORE " " IC-CAL-DAY
           END-IF.
