       IDENTIFICATION DIVISION.
           PROGRAM-ID. "quizfcst".
      *> Weekly flavor demand forecast and tub order suggestion, per
      *> store, over the consolidated region file
      *> (IC-RESPONSES.ALL.DAT from quizcons). quizrpt and quizroll
      *> say what customers like; this turns the same flavor answers
      *> into how many tubs each store should order for next week.
      *> History: the IC-FCST-WEEKS weeks (default 4, at most 8)
      *> ending on the base date - IC-FCST-DATE, falling back to
      *> IC-BUSINESS-DATE and then to today. The forecast week is the
      *> seven days after the base date, so run it after the last
      *> close of the week. Flavor spellings roll up through
      *> IC-FLAVORS.DAT exactly as quizrpt, quiztrnd and quizroll do.
      *> Method, per store and canonical flavor: each history week's
      *> mentions are divided by that store's trading days in the
      *> week (IC-CALENDAR.DAT through quizcal; a week the store was
      *> closed throughout is left out, and so are the days before
      *> the store's first response on file - a store new to the
      *> survey, or one whose early weeks quizarch has purged, would
      *> otherwise have those weeks averaged in as no demand), the
      *> weeks are averaged with weights falling from n for the
      *> latest week to 1 for the oldest, and the rate per trading
      *> day is multiplied by the store's trading days next week
      *> and by IC-FCST-SCALE, the servings one survey mention
      *> stands for (default 1 - the survey reaches only some of
      *> the customers who buy, and purchasing sets the ratio from
      *> till totals). Servings are turned into whole tubs, rounded
      *> up, with the tub size and minimum par from
      *> IC-FLAVOR-PAR.DAT (icfparr.cpy); a store with no trading
      *> day next week is ordered nothing.
      *> Spellings the flavor master cannot place are not ordered;
      *> they are listed instead as candidates to stock once asked
      *> for IC-FCST-CAND-MIN times (default 3) across the region,
      *> with the weeks and stores asking.
      *> Output: IC-FCST-PRINT.DAT, same morning-packet print shape
      *> as the other reports, and IC-FCST-CSV.DAT, one row per store
      *> and flavor to order, for the purchasing system. The job
      *> only suggests; it changes nothing and always ends with
      *> return code 0.
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT OPTIONAL IC-ALL-RESP-FILE
                   ASSIGN TO "IC-RESPONSES.ALL.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT OPTIONAL IC-STORE-FILE
                   ASSIGN TO "IC-STORES.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT OPTIONAL IC-FLAVOR-MASTER-FILE
                   ASSIGN TO "IC-FLAVORS.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT OPTIONAL IC-FLAVOR-PAR-FILE
                   ASSIGN TO "IC-FLAVOR-PAR.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT IC-FCST-PRINT-FILE
                   ASSIGN TO "IC-FCST-PRINT.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT IC-FCST-CSV-FILE
                   ASSIGN TO "IC-FCST-CSV.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
           FILE SECTION.
           FD  IC-ALL-RESP-FILE.
           COPY "icrespr.cpy".
           FD  IC-STORE-FILE.
           COPY "icstorr.cpy".
           FD  IC-FLAVOR-MASTER-FILE.
           COPY "icflvr.cpy".
           FD  IC-FLAVOR-PAR-FILE.
           COPY "icfparr.cpy".
           FD  IC-FCST-PRINT-FILE.
           01 IC-FCST-PRINT-LINE PIC X(80).
           FD  IC-FCST-CSV-FILE.
           01 IC-FCST-CSV-LINE PIC X(100).
           WORKING-STORAGE SECTION.
           01 WS-EOF-FLAG PIC X(1).
           01 WS-BASE-DATE-X PIC X(8) VALUE SPACES.
           01 WS-BASE-DATE PIC 9(8).
           01 WS-BASE-INT PIC 9(8).
           01 WS-NEXT-START PIC 9(8).
           01 WS-NEXT-END PIC 9(8).
           01 WS-PARM-X PIC X(8).
           01 WS-FCST-WEEKS PIC 9(1) VALUE 4.
           01 WS-FCST-SCALE PIC 9(3) VALUE 1.
           01 WS-CAND-MIN PIC 9(3) VALUE 3.
      *> Tub size used for a flavor with no IC-FLAVOR-PAR.DAT row.
           01 WS-DEFAULT-SERVINGS PIC 9(4) VALUE 40.
           01 WS-RESP-INT PIC 9(8).
           01 WS-DAYS-BACK PIC 9(8).
           01 WS-DAY-INT PIC 9(8).
      *> "Y" for a store with a response older than the history
      *> window, by store number: its history starts before week
      *> n, so every week counts.
           01 WS-EARLY-TABLE VALUE SPACES.
               05 WS-EARLY-SEEN PIC X(1) OCCURS 999 TIMES.
           01 WS-WEEKS-USED PIC 9(1).
           01 WS-W PIC 9(1).
           01 WS-D PIC 9(1).
           01 WS-CAL-DATE PIC 9(8).
           01 WS-CAL-TRADES PIC X(1).
           01 WS-CAL-OPEN PIC 9(4).
           01 WS-CAL-CLOSE PIC 9(4).
           01 WS-CAL-NOTE PIC X(20).
           01 WS-CAL-FOUND PIC X(1).
           01 WS-USED-COUNT PIC 9(6) VALUE ZERO.
           01 WS-NO-STORE-COUNT PIC 9(6) VALUE ZERO.
           01 WS-UNLISTED-COUNT PIC 9(6) VALUE ZERO.
      *> Flavor master, loaded as quiztrnd loads it.
           01 WS-FLV-EOF-FLAG PIC X(1).
           01 WS-ALIAS-COUNT PIC 9(3) VALUE ZERO.
           01 WS-ALIAS-TABLE.
               05 WS-ALIAS-ENTRY OCCURS 150 TIMES
                       INDEXED BY WS-ALIAS-IDX.
                   10 WS-ALIAS-NAME PIC X(20).
                   10 WS-ALIAS-CANON PIC X(20).
           01 WS-FLAVOR-LOOKUP PIC X(20).
           01 WS-FLAVOR-NORM PIC X(20).
           01 WS-FLAVOR-MATCHED PIC X(1).
      *> Tub sizes and minimum pars, flavor names upper-cased.
           01 WS-PAR-COUNT PIC 9(3) VALUE ZERO.
           01 WS-PAR-TABLE.
               05 WS-PAR-ENTRY OCCURS 300 TIMES.
                   10 WS-PAR-STORE PIC 9(3).
                   10 WS-PAR-FLAVOR PIC X(20).
                   10 WS-PAR-SERVINGS PIC 9(4).
                   10 WS-PAR-MIN PIC 9(3).
           01 WS-P PIC 9(3).
           01 WS-PAR-HIT PIC 9(3).
      *> Stores found in the history, with their trading days.
           01 WS-STORE-COUNT PIC 9(2) VALUE ZERO.
           01 WS-STORE-TABLE.
               05 WS-ST-ENTRY OCCURS 50 TIMES.
                   10 WS-ST-NUM PIC 9(3).
                   10 WS-ST-NAME PIC X(20).
                   10 WS-ST-WEEK-DAYS PIC 9(1) OCCURS 8 TIMES.
                   10 WS-ST-NEXT-DAYS PIC 9(1).
                   10 WS-ST-TUBS PIC 9(5).
      *> Earliest response date on file for the store (as an
      *> integer date); zero when it predates the history window.
                   10 WS-ST-FIRST-INT PIC 9(8).
           01 WS-ST-HOLD.
               05 FILLER PIC X(45).
           01 WS-S PIC 9(2).
           01 WS-STORE-SLOT PIC 9(2).
      *> One cell per store and canonical flavor.
           01 WS-CELL-COUNT PIC 9(4) VALUE ZERO.
           01 WS-CELL-TABLE.
               05 WS-CL-ENTRY OCCURS 2000 TIMES.
                   10 WS-CL-STORE PIC 9(3).
                   10 WS-CL-SLOT PIC 9(2).
                   10 WS-CL-FLAVOR PIC X(20).
                   10 WS-CL-WEEK PIC 9(5) OCCURS 8 TIMES.
                   10 WS-CL-RATE PIC 9(5)V99.
                   10 WS-CL-SERVINGS PIC 9(7).
                   10 WS-CL-PER-TUB PIC 9(4).
                   10 WS-CL-MIN-PAR PIC 9(3).
                   10 WS-CL-TUBS PIC 9(4).
                   10 WS-CL-NOTE PIC X(6).
           01 WS-CL-HOLD.
               05 FILLER PIC X(96).
           01 WS-C PIC 9(4).
           01 WS-CELL-SLOT PIC 9(4).
           01 WS-CELL-DROPPED PIC 9(6) VALUE ZERO.
      *> Spellings asked for that the flavor master cannot place.
           01 WS-CAND-COUNT PIC 9(3) VALUE ZERO.
           01 WS-CAND-TABLE.
               05 WS-CD-ENTRY OCCURS 200 TIMES.
                   10 WS-CD-KEY PIC X(20).
                   10 WS-CD-NAME PIC X(20).
                   10 WS-CD-TOTAL PIC 9(5).
                   10 WS-CD-WEEKS PIC X(8).
                   10 WS-CD-STORES PIC X(50).
           01 WS-CD-HOLD.
               05 FILLER PIC X(103).
           01 WS-K PIC 9(3).
           01 WS-CAND-SLOT PIC 9(3).
           01 WS-CAND-SHOWN PIC 9(3) VALUE ZERO.
           01 WS-TALLY PIC 9(2).
           01 WS-WEEKS-ASKED PIC 9(2).
           01 WS-STORES-ASKING PIC 9(2).
      *> Weighted average and ordering arithmetic.
           01 WS-WEIGHT PIC 9(2).
           01 WS-WEIGHT-SUM PIC 9(3).
           01 WS-RATE-SUM PIC 9(7)V9(4).
           01 WS-EXACT-SERVINGS PIC 9(9)V99.
           01 WS-TUB-QUOT PIC 9(7).
           01 WS-TUB-REM PIC 9(7)V99.
           01 WS-SORT-SWITCH PIC X(1).
           01 WS-SWAP-IDX PIC 9(4).
      *> Print and CSV editing.
           01 WS-PRINT-LINE-COUNT PIC 9(3) VALUE ZERO.
           01 WS-PAGE-NUM PIC 9(3) VALUE ZERO.
           01 WS-PAGE-NUM-EDIT PIC ZZ9.
           01 WS-PRINT-HOLD PIC X(80).
           01 WS-COUNT-EDIT PIC ZZZZ9.
           01 WS-RATE-EDIT PIC ZZZZ9.99.
           01 WS-SERV-EDIT PIC ZZZZZZ9.
           01 WS-TUB-EDIT PIC ZZZ9.
           01 WS-PAR-EDIT PIC ZZ9.
           01 WS-DAYS-LIST PIC X(24).
           01 WS-DAYS-PTR PIC 9(2).
           01 WS-CSV-DAYS PIC X(1).
           01 WS-CSV-SERV PIC X(7).
           01 WS-CSV-PER-TUB PIC X(4).
           01 WS-CSV-PAR PIC X(3).
           01 WS-CSV-TUBS PIC X(4).
           01 WS-TOTAL-TUBS PIC 9(6) VALUE ZERO.
           01 WS-CURRENT-DATE-TIME.
               05 WS-CURRENT-DATE PIC 9(8).
               05 WS-CURRENT-TIME PIC 9(6).
               05 FILLER PIC X(9).
       PROCEDURE DIVISION.
       MAIN-PARAGRAPH.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           ACCEPT WS-BASE-DATE-X FROM ENVIRONMENT "IC-FCST-DATE"
           IF WS-BASE-DATE-X = SPACES
               ACCEPT WS-BASE-DATE-X FROM ENVIRONMENT
                   "IC-BUSINESS-DATE"
           END-IF
           IF WS-BASE-DATE-X = SPACES
               MOVE WS-CURRENT-DATE TO WS-BASE-DATE
           ELSE
               IF WS-BASE-DATE-X IS NUMERIC
                   AND WS-BASE-DATE-X >= "16010101"
                   MOVE WS-BASE-DATE-X TO WS-BASE-DATE
               ELSE
                   DISPLAY "quizfcst: IC-FCST-DATE must be an "
                       "eight digit date (YYYYMMDD), got: "
                       FUNCTION TRIM(WS-BASE-DATE-X)
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           COMPUTE WS-BASE-INT = FUNCTION INTEGER-OF-DATE(WS-BASE-DATE)
           IF WS-BASE-INT = ZERO
               DISPLAY "quizfcst: " WS-BASE-DATE " is not a valid "
                   "calendar date"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           COMPUTE WS-NEXT-START =
               FUNCTION DATE-OF-INTEGER(WS-BASE-INT + 1)
           COMPUTE WS-NEXT-END =
               FUNCTION DATE-OF-INTEGER(WS-BASE-INT + 7)
           PERFORM LOAD-RUN-SETTINGS
           PERFORM LOAD-FLAVOR-MASTER
           PERFORM LOAD-PAR-TABLE
           PERFORM SCAN-RESPONSES
           PERFORM LOAD-STORE-NAMES
           PERFORM COUNT-TRADING-DAYS
           PERFORM ADD-PAR-FLOOR-CELLS
           PERFORM FORECAST-CELLS
           PERFORM SORT-CELLS
           PERFORM SORT-CANDIDATES
           PERFORM WRITE-PRINT-REPORT
           PERFORM WRITE-CSV-EXTRACT
           DISPLAY "Flavor forecast for " WS-NEXT-START "-"
               WS-NEXT-END ": " WS-STORE-COUNT " store(s), "
               WS-TOTAL-TUBS " tub(s) suggested (see "
               "IC-FCST-PRINT.DAT, IC-FCST-CSV.DAT)"
           DISPLAY "  Responses used " WS-USED-COUNT
               "  unlisted flavors " WS-UNLISTED-COUNT
               "  candidates listed " WS-CAND-SHOWN
           IF WS-NO-STORE-COUNT > ZERO
               DISPLAY "quizfcst: " WS-NO-STORE-COUNT " response(s) "
                   "with no store number were not forecast"
           END-IF
           IF WS-CELL-DROPPED > ZERO
               DISPLAY "quizfcst: forecast table full, "
                   WS-CELL-DROPPED " response(s) not forecast"
           END-IF
           MOVE ZERO TO RETURN-CODE
           STOP RUN.

       LOAD-RUN-SETTINGS.
      *> A setting left out, zero or unreadable keeps its default,
      *> as the thresholds in quizfrd do.
           MOVE SPACES TO WS-PARM-X
           ACCEPT WS-PARM-X FROM ENVIRONMENT "IC-FCST-WEEKS"
           IF WS-PARM-X NOT = SPACES
               AND FUNCTION TEST-NUMVAL(WS-PARM-X) = ZERO
               IF FUNCTION NUMVAL(WS-PARM-X) >= 1
                   AND FUNCTION NUMVAL(WS-PARM-X) <= 8
                   MOVE FUNCTION NUMVAL(WS-PARM-X) TO WS-FCST-WEEKS
               ELSE
                   DISPLAY "quizfcst: IC-FCST-WEEKS must be 1 to 8 - "
                       "using " WS-FCST-WEEKS
               END-IF
           END-IF
           MOVE SPACES TO WS-PARM-X
           ACCEPT WS-PARM-X FROM ENVIRONMENT "IC-FCST-SCALE"
           IF WS-PARM-X NOT = SPACES
               AND FUNCTION TEST-NUMVAL(WS-PARM-X) = ZERO
               IF FUNCTION NUMVAL(WS-PARM-X) >= 1
                   AND FUNCTION NUMVAL(WS-PARM-X) <= 999
                   MOVE FUNCTION NUMVAL(WS-PARM-X) TO WS-FCST-SCALE
               END-IF
           END-IF
           MOVE SPACES TO WS-PARM-X
           ACCEPT WS-PARM-X FROM ENVIRONMENT "IC-FCST-CAND-MIN"
           IF WS-PARM-X NOT = SPACES
               AND FUNCTION TEST-NUMVAL(WS-PARM-X) = ZERO
               IF FUNCTION NUMVAL(WS-PARM-X) >= 1
                   AND FUNCTION NUMVAL(WS-PARM-X) <= 999
                   MOVE FUNCTION NUMVAL(WS-PARM-X) TO WS-CAND-MIN
               END-IF
           END-IF.

       LOAD-PAR-TABLE.
           MOVE "N" TO WS-EOF-FLAG
           OPEN INPUT IC-FLAVOR-PAR-FILE
           PERFORM UNTIL WS-EOF-FLAG = "Y"
               READ IC-FLAVOR-PAR-FILE
                   AT END
                       MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       PERFORM KEEP-PAR-ROW
               END-READ
           END-PERFORM
           CLOSE IC-FLAVOR-PAR-FILE.

       KEEP-PAR-ROW.
           IF IC-FPAR-STORE IS NUMERIC
               AND IC-FPAR-FLAVOR NOT = SPACES
               AND IC-FPAR-SERVINGS IS NUMERIC
               AND IC-FPAR-SERVINGS > ZERO
               AND IC-FPAR-MIN-PAR IS NUMERIC
               IF WS-PAR-COUNT < 300
                   ADD 1 TO WS-PAR-COUNT
                   MOVE IC-FPAR-STORE TO WS-PAR-STORE(WS-PAR-COUNT)
                   MOVE FUNCTION UPPER-CASE(IC-FPAR-FLAVOR)
                       TO WS-PAR-FLAVOR(WS-PAR-COUNT)
                   MOVE IC-FPAR-SERVINGS
                       TO WS-PAR-SERVINGS(WS-PAR-COUNT)
                   MOVE IC-FPAR-MIN-PAR TO WS-PAR-MIN(WS-PAR-COUNT)
               ELSE
                   DISPLAY "quizfcst: par table full, dropped row: "
                       IC-FPAR-STORE " " FUNCTION TRIM(IC-FPAR-FLAVOR)
               END-IF
           ELSE
               IF IC-FLAVOR-PAR-RECORD NOT = SPACES
                   DISPLAY "quizfcst: bad par row skipped: "
                       IC-FLAVOR-PAR-RECORD
               END-IF
           END-IF.

       SCAN-RESPONSES.
           MOVE "N" TO WS-EOF-FLAG
           OPEN INPUT IC-ALL-RESP-FILE
           PERFORM UNTIL WS-EOF-FLAG = "Y"
               READ IC-ALL-RESP-FILE
                   AT END
                       MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       IF IC-RESP-FLAVOR NOT = SPACES
                           AND IC-RESP-DATE IS NUMERIC
                           AND IC-RESP-DATE >= 16010101
                           AND IC-RESP-DATE <= WS-BASE-DATE
                           PERFORM PLACE-RESPONSE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE IC-ALL-RESP-FILE.

       PLACE-RESPONSE.
           COMPUTE WS-RESP-INT = FUNCTION INTEGER-OF-DATE(IC-RESP-DATE)
           IF WS-RESP-INT > ZERO
               COMPUTE WS-DAYS-BACK = WS-BASE-INT - WS-RESP-INT
               IF WS-DAYS-BACK < WS-FCST-WEEKS * 7
                   COMPUTE WS-W = WS-DAYS-BACK / 7 + 1
                   IF IC-RESP-STORE IS NUMERIC
                       AND IC-RESP-STORE > ZERO
                       PERFORM FIND-STORE-SLOT
                       IF WS-STORE-SLOT > ZERO
                           IF WS-RESP-INT
                               < WS-ST-FIRST-INT(WS-STORE-SLOT)
                               MOVE WS-RESP-INT
                                   TO WS-ST-FIRST-INT(WS-STORE-SLOT)
                           END-IF
                           PERFORM TALLY-RESPONSE
                       END-IF
                   ELSE
                       ADD 1 TO WS-NO-STORE-COUNT
                   END-IF
               ELSE
                   IF IC-RESP-STORE IS NUMERIC
                       AND IC-RESP-STORE > ZERO
                       MOVE "Y" TO WS-EARLY-SEEN(IC-RESP-STORE)
                   END-IF
               END-IF
           END-IF.

       TALLY-RESPONSE.
      *> With no flavor master loaded every spelling stands for
      *> itself, as in the daily report, and nothing is a candidate.
           PERFORM NORMALIZE-FLAVOR
           IF WS-FLAVOR-MATCHED = "Y" OR WS-ALIAS-COUNT = ZERO
               PERFORM FIND-CELL-SLOT
               IF WS-CELL-SLOT > ZERO
                   ADD 1 TO WS-CL-WEEK(WS-CELL-SLOT, WS-W)
                   ADD 1 TO WS-USED-COUNT
               ELSE
                   ADD 1 TO WS-CELL-DROPPED
               END-IF
           ELSE
               ADD 1 TO WS-UNLISTED-COUNT
               PERFORM TALLY-CANDIDATE
           END-IF.

       FIND-STORE-SLOT.
           MOVE ZERO TO WS-STORE-SLOT
           PERFORM VARYING WS-S FROM 1 BY 1
                   UNTIL WS-S > WS-STORE-COUNT
               IF WS-ST-NUM(WS-S) = IC-RESP-STORE
                   MOVE WS-S TO WS-STORE-SLOT
               END-IF
           END-PERFORM
           IF WS-STORE-SLOT = ZERO
               IF WS-STORE-COUNT < 50
                   ADD 1 TO WS-STORE-COUNT
                   MOVE WS-STORE-COUNT TO WS-STORE-SLOT
                   MOVE IC-RESP-STORE TO WS-ST-NUM(WS-STORE-SLOT)
                   MOVE "UNKNOWN" TO WS-ST-NAME(WS-STORE-SLOT)
                   MOVE ZERO TO WS-ST-NEXT-DAYS(WS-STORE-SLOT)
                   MOVE ZERO TO WS-ST-TUBS(WS-STORE-SLOT)
                   MOVE 99999999 TO WS-ST-FIRST-INT(WS-STORE-SLOT)
                   PERFORM VARYING WS-D FROM 1 BY 1 UNTIL WS-D > 8
                       MOVE ZERO TO WS-ST-WEEK-DAYS(WS-STORE-SLOT, WS-D)
                   END-PERFORM
               ELSE
                   DISPLAY "quizfcst: store table full, store "
                       IC-RESP-STORE " not forecast"
               END-IF
           END-IF.

       FIND-CELL-SLOT.
      *> WS-FLAVOR-NORM and WS-STORE-SLOT name the cell; a new one
      *> is added when there is room.
           MOVE ZERO TO WS-CELL-SLOT
           PERFORM VARYING WS-C FROM 1 BY 1
                   UNTIL WS-C > WS-CELL-COUNT
               IF WS-CL-SLOT(WS-C) = WS-STORE-SLOT
                   AND WS-CL-FLAVOR(WS-C) = WS-FLAVOR-NORM
                   MOVE WS-C TO WS-CELL-SLOT
               END-IF
           END-PERFORM
           IF WS-CELL-SLOT = ZERO AND WS-CELL-COUNT < 2000
               ADD 1 TO WS-CELL-COUNT
               MOVE WS-CELL-COUNT TO WS-CELL-SLOT
               MOVE WS-ST-NUM(WS-STORE-SLOT)
                   TO WS-CL-STORE(WS-CELL-SLOT)
               MOVE WS-STORE-SLOT TO WS-CL-SLOT(WS-CELL-SLOT)
               MOVE WS-FLAVOR-NORM TO WS-CL-FLAVOR(WS-CELL-SLOT)
               PERFORM VARYING WS-D FROM 1 BY 1 UNTIL WS-D > 8
                   MOVE ZERO TO WS-CL-WEEK(WS-CELL-SLOT, WS-D)
               END-PERFORM
               MOVE ZERO TO WS-CL-RATE(WS-CELL-SLOT)
               MOVE ZERO TO WS-CL-SERVINGS(WS-CELL-SLOT)
               MOVE ZERO TO WS-CL-PER-TUB(WS-CELL-SLOT)
               MOVE ZERO TO WS-CL-MIN-PAR(WS-CELL-SLOT)
               MOVE ZERO TO WS-CL-TUBS(WS-CELL-SLOT)
               MOVE SPACES TO WS-CL-NOTE(WS-CELL-SLOT)
           END-IF.

       TALLY-CANDIDATE.
      *> Counted case-blind; the first spelling seen is the one
      *> printed.
           MOVE ZERO TO WS-CAND-SLOT
           PERFORM VARYING WS-K FROM 1 BY 1
                   UNTIL WS-K > WS-CAND-COUNT
               IF WS-CD-KEY(WS-K) = WS-FLAVOR-LOOKUP
                   MOVE WS-K TO WS-CAND-SLOT
               END-IF
           END-PERFORM
           IF WS-CAND-SLOT = ZERO
               IF WS-CAND-COUNT < 200
                   ADD 1 TO WS-CAND-COUNT
                   MOVE WS-CAND-COUNT TO WS-CAND-SLOT
                   MOVE WS-FLAVOR-LOOKUP TO WS-CD-KEY(WS-CAND-SLOT)
                   MOVE IC-RESP-FLAVOR TO WS-CD-NAME(WS-CAND-SLOT)
                   MOVE ZERO TO WS-CD-TOTAL(WS-CAND-SLOT)
                   MOVE ALL "N" TO WS-CD-WEEKS(WS-CAND-SLOT)
                   MOVE ALL "N" TO WS-CD-STORES(WS-CAND-SLOT)
               END-IF
           END-IF
           IF WS-CAND-SLOT > ZERO
               ADD 1 TO WS-CD-TOTAL(WS-CAND-SLOT)
               MOVE "Y" TO WS-CD-WEEKS(WS-CAND-SLOT)(WS-W:1)
               MOVE "Y"
                   TO WS-CD-STORES(WS-CAND-SLOT)(WS-STORE-SLOT:1)
           END-IF.

       LOAD-STORE-NAMES.
      *> Same fill as quizroll's: numbers the master doesn't know
      *> stay UNKNOWN and are still forecast.
           MOVE "N" TO WS-EOF-FLAG
           OPEN INPUT IC-STORE-FILE
           PERFORM UNTIL WS-EOF-FLAG = "Y"
               READ IC-STORE-FILE
                   AT END
                       MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       IF IC-STORE-NUM IS NUMERIC
                           PERFORM VARYING WS-S FROM 1 BY 1
                                   UNTIL WS-S > WS-STORE-COUNT
                               IF WS-ST-NUM(WS-S) = IC-STORE-NUM
                                   MOVE IC-STORE-NAME
                                       TO WS-ST-NAME(WS-S)
                               END-IF
                           END-PERFORM
                       END-IF
               END-READ
           END-PERFORM
           CLOSE IC-STORE-FILE.

       COUNT-TRADING-DAYS.
      *> History week 1 is the seven days ending on the base date,
      *> week 2 the seven before it, and so on. Days before the
      *> store's first response are not counted, so a week wholly
      *> before it keeps zero days and carries no weight, and the
      *> week the first response falls in is a rate over the days
      *> since.
           PERFORM VARYING WS-S FROM 1 BY 1
                   UNTIL WS-S > WS-STORE-COUNT
               IF WS-EARLY-SEEN(WS-ST-NUM(WS-S)) = "Y"
                   MOVE ZERO TO WS-ST-FIRST-INT(WS-S)
               END-IF
               PERFORM VARYING WS-W FROM 1 BY 1
                       UNTIL WS-W > WS-FCST-WEEKS
                   PERFORM VARYING WS-D FROM 0 BY 1 UNTIL WS-D > 6
                       COMPUTE WS-DAY-INT =
                           WS-BASE-INT - (WS-W - 1) * 7 - WS-D
                       IF WS-DAY-INT >= WS-ST-FIRST-INT(WS-S)
                           COMPUTE WS-CAL-DATE =
                               FUNCTION DATE-OF-INTEGER(WS-DAY-INT)
                           PERFORM LOOKUP-CALENDAR
                           IF WS-CAL-TRADES = "Y"
                               ADD 1 TO WS-ST-WEEK-DAYS(WS-S, WS-W)
                           END-IF
                       END-IF
                   END-PERFORM
               END-PERFORM
               PERFORM VARYING WS-D FROM 1 BY 1 UNTIL WS-D > 7
                   COMPUTE WS-CAL-DATE = FUNCTION DATE-OF-INTEGER
                       (WS-BASE-INT + WS-D)
                   PERFORM LOOKUP-CALENDAR
                   IF WS-CAL-TRADES = "Y"
                       ADD 1 TO WS-ST-NEXT-DAYS(WS-S)
                   END-IF
               END-PERFORM
           END-PERFORM.

       LOOKUP-CALENDAR.
           CALL "quizcal" USING WS-ST-NUM(WS-S) WS-CAL-DATE
               WS-CAL-TRADES WS-CAL-OPEN WS-CAL-CLOSE WS-CAL-NOTE
               WS-CAL-FOUND.

       ADD-PAR-FLOOR-CELLS.
      *> A flavor with a minimum par is ordered for every store it
      *> applies to, named by customers or not.
           PERFORM VARYING WS-S FROM 1 BY 1
                   UNTIL WS-S > WS-STORE-COUNT
               PERFORM VARYING WS-P FROM 1 BY 1
                       UNTIL WS-P > WS-PAR-COUNT
                   IF WS-PAR-MIN(WS-P) > ZERO
                       AND (WS-PAR-STORE(WS-P) = ZERO
                           OR WS-PAR-STORE(WS-P) = WS-ST-NUM(WS-S))
                       PERFORM ADD-ONE-PAR-CELL
                   END-IF
               END-PERFORM
           END-PERFORM.

       ADD-ONE-PAR-CELL.
           MOVE "N" TO WS-FLAVOR-MATCHED
           PERFORM VARYING WS-C FROM 1 BY 1
                   UNTIL WS-C > WS-CELL-COUNT
               IF WS-CL-SLOT(WS-C) = WS-S
                   AND FUNCTION UPPER-CASE(WS-CL-FLAVOR(WS-C))
                       = WS-PAR-FLAVOR(WS-P)
                   MOVE "Y" TO WS-FLAVOR-MATCHED
               END-IF
           END-PERFORM
           IF WS-FLAVOR-MATCHED = "N"
      *> The canonical spelling from the master, when it has one.
               MOVE WS-PAR-FLAVOR(WS-P) TO WS-FLAVOR-NORM
               PERFORM VARYING WS-ALIAS-IDX FROM 1 BY 1
                       UNTIL WS-ALIAS-IDX > WS-ALIAS-COUNT
                   IF WS-ALIAS-NAME(WS-ALIAS-IDX) = WS-PAR-FLAVOR(WS-P)
                       AND FUNCTION UPPER-CASE(
                           WS-ALIAS-CANON(WS-ALIAS-IDX))
                           = WS-PAR-FLAVOR(WS-P)
                       MOVE WS-ALIAS-CANON(WS-ALIAS-IDX)
                           TO WS-FLAVOR-NORM
                   END-IF
               END-PERFORM
               MOVE WS-S TO WS-STORE-SLOT
               PERFORM FIND-CELL-SLOT
           END-IF.

       FORECAST-CELLS.
           PERFORM VARYING WS-C FROM 1 BY 1
                   UNTIL WS-C > WS-CELL-COUNT
               MOVE WS-CL-SLOT(WS-C) TO WS-S
               PERFORM WEIGH-CELL-HISTORY
               PERFORM FIND-CELL-PAR
               PERFORM ORDER-CELL-TUBS
               ADD WS-CL-TUBS(WS-C) TO WS-ST-TUBS(WS-S)
               ADD WS-CL-TUBS(WS-C) TO WS-TOTAL-TUBS
           END-PERFORM.

       WEIGH-CELL-HISTORY.
      *> Latest week weighs WS-FCST-WEEKS, the oldest 1; a week the
      *> store did not trade at all, or that is wholly before its
      *> first response, carries no weight.
           MOVE ZERO TO WS-WEIGHT-SUM
           MOVE ZERO TO WS-RATE-SUM
           PERFORM VARYING WS-W FROM 1 BY 1
                   UNTIL WS-W > WS-FCST-WEEKS
               IF WS-ST-WEEK-DAYS(WS-S, WS-W) > ZERO
                   COMPUTE WS-WEIGHT = WS-FCST-WEEKS - WS-W + 1
                   ADD WS-WEIGHT TO WS-WEIGHT-SUM
                   COMPUTE WS-RATE-SUM ROUNDED = WS-RATE-SUM
                       + WS-WEIGHT * WS-CL-WEEK(WS-C, WS-W)
                       / WS-ST-WEEK-DAYS(WS-S, WS-W)
               END-IF
           END-PERFORM
           IF WS-WEIGHT-SUM > ZERO
               COMPUTE WS-CL-RATE(WS-C) ROUNDED =
                   WS-RATE-SUM / WS-WEIGHT-SUM
           ELSE
               MOVE ZERO TO WS-CL-RATE(WS-C)
           END-IF.

       FIND-CELL-PAR.
      *> The store's own row first, then the chain row.
           MOVE ZERO TO WS-PAR-HIT
           PERFORM VARYING WS-P FROM 1 BY 1
                   UNTIL WS-P > WS-PAR-COUNT
               IF WS-PAR-STORE(WS-P) = WS-CL-STORE(WS-C)
                   AND WS-PAR-FLAVOR(WS-P) =
                       FUNCTION UPPER-CASE(WS-CL-FLAVOR(WS-C))
                   MOVE WS-P TO WS-PAR-HIT
               END-IF
           END-PERFORM
           IF WS-PAR-HIT = ZERO
               PERFORM VARYING WS-P FROM 1 BY 1
                       UNTIL WS-P > WS-PAR-COUNT
                   IF WS-PAR-STORE(WS-P) = ZERO
                       AND WS-PAR-FLAVOR(WS-P) =
                           FUNCTION UPPER-CASE(WS-CL-FLAVOR(WS-C))
                       MOVE WS-P TO WS-PAR-HIT
                   END-IF
               END-PERFORM
           END-IF
           IF WS-PAR-HIT > ZERO
               MOVE WS-PAR-SERVINGS(WS-PAR-HIT) TO WS-CL-PER-TUB(WS-C)
               MOVE WS-PAR-MIN(WS-PAR-HIT) TO WS-CL-MIN-PAR(WS-C)
           ELSE
               MOVE WS-DEFAULT-SERVINGS TO WS-CL-PER-TUB(WS-C)
               MOVE ZERO TO WS-CL-MIN-PAR(WS-C)
               MOVE "NO PAR" TO WS-CL-NOTE(WS-C)
           END-IF.

       ORDER-CELL-TUBS.
           IF WS-ST-NEXT-DAYS(WS-S) = ZERO
               MOVE ZERO TO WS-CL-SERVINGS(WS-C)
               MOVE ZERO TO WS-CL-TUBS(WS-C)
               MOVE "CLOSED" TO WS-CL-NOTE(WS-C)
           ELSE
               COMPUTE WS-EXACT-SERVINGS = WS-CL-RATE(WS-C)
                   * WS-ST-NEXT-DAYS(WS-S) * WS-FCST-SCALE
               DIVIDE WS-EXACT-SERVINGS BY WS-CL-PER-TUB(WS-C)
                   GIVING WS-TUB-QUOT REMAINDER WS-TUB-REM
               IF WS-TUB-REM > ZERO
                   ADD 1 TO WS-TUB-QUOT
               END-IF
               COMPUTE WS-CL-SERVINGS(WS-C) ROUNDED =
                   WS-EXACT-SERVINGS
               MOVE WS-TUB-QUOT TO WS-CL-TUBS(WS-C)
               IF WS-CL-TUBS(WS-C) < WS-CL-MIN-PAR(WS-C)
                   MOVE WS-CL-MIN-PAR(WS-C) TO WS-CL-TUBS(WS-C)
                   MOVE "PAR" TO WS-CL-NOTE(WS-C)
               END-IF
           END-IF.

       SORT-CELLS.
      *> Store number ascending, then most tubs first, then flavor
      *> name - the order the report and the CSV are read in.
           IF WS-CELL-COUNT > 1
               MOVE "Y" TO WS-SORT-SWITCH
               PERFORM UNTIL WS-SORT-SWITCH = "N"
                   MOVE "N" TO WS-SORT-SWITCH
                   PERFORM VARYING WS-SWAP-IDX FROM 1 BY 1
                           UNTIL WS-SWAP-IDX >= WS-CELL-COUNT
                       IF WS-CL-STORE(WS-SWAP-IDX) >
                               WS-CL-STORE(WS-SWAP-IDX + 1)
                           OR (WS-CL-STORE(WS-SWAP-IDX) =
                               WS-CL-STORE(WS-SWAP-IDX + 1)
                           AND WS-CL-TUBS(WS-SWAP-IDX) <
                               WS-CL-TUBS(WS-SWAP-IDX + 1))
                           OR (WS-CL-STORE(WS-SWAP-IDX) =
                               WS-CL-STORE(WS-SWAP-IDX + 1)
                           AND WS-CL-TUBS(WS-SWAP-IDX) =
                               WS-CL-TUBS(WS-SWAP-IDX + 1)
                           AND WS-CL-FLAVOR(WS-SWAP-IDX) >
                               WS-CL-FLAVOR(WS-SWAP-IDX + 1))
                           MOVE WS-CL-ENTRY(WS-SWAP-IDX) TO WS-CL-HOLD
                           MOVE WS-CL-ENTRY(WS-SWAP-IDX + 1)
                               TO WS-CL-ENTRY(WS-SWAP-IDX)
                           MOVE WS-CL-HOLD
                               TO WS-CL-ENTRY(WS-SWAP-IDX + 1)
                           MOVE "Y" TO WS-SORT-SWITCH
                       END-IF
                   END-PERFORM
               END-PERFORM
           END-IF
      *> Store sections print in the same store order.
           IF WS-STORE-COUNT > 1
               MOVE "Y" TO WS-SORT-SWITCH
               PERFORM UNTIL WS-SORT-SWITCH = "N"
                   MOVE "N" TO WS-SORT-SWITCH
                   PERFORM VARYING WS-S FROM 1 BY 1
                           UNTIL WS-S >= WS-STORE-COUNT
                       IF WS-ST-NUM(WS-S) > WS-ST-NUM(WS-S + 1)
                           MOVE WS-ST-ENTRY(WS-S) TO WS-ST-HOLD
                           MOVE WS-ST-ENTRY(WS-S + 1)
                               TO WS-ST-ENTRY(WS-S)
                           MOVE WS-ST-HOLD TO WS-ST-ENTRY(WS-S + 1)
                           MOVE "Y" TO WS-SORT-SWITCH
                       END-IF
                   END-PERFORM
               END-PERFORM
           END-IF.

       SORT-CANDIDATES.
           IF WS-CAND-COUNT > 1
               MOVE "Y" TO WS-SORT-SWITCH
               PERFORM UNTIL WS-SORT-SWITCH = "N"
                   MOVE "N" TO WS-SORT-SWITCH
                   PERFORM VARYING WS-K FROM 1 BY 1
                           UNTIL WS-K >= WS-CAND-COUNT
                       IF WS-CD-TOTAL(WS-K) < WS-CD-TOTAL(WS-K + 1)
                           MOVE WS-CD-ENTRY(WS-K) TO WS-CD-HOLD
                           MOVE WS-CD-ENTRY(WS-K + 1)
                               TO WS-CD-ENTRY(WS-K)
                           MOVE WS-CD-HOLD TO WS-CD-ENTRY(WS-K + 1)
                           MOVE "Y" TO WS-SORT-SWITCH
                       END-IF
                   END-PERFORM
               END-PERFORM
           END-IF.

       WRITE-PRINT-REPORT.
           OPEN OUTPUT IC-FCST-PRINT-FILE
           PERFORM PRINT-PAGE-HEADING
           MOVE SPACES TO IC-FCST-PRINT-LINE
           STRING "  HISTORY " DELIMITED BY SIZE
               WS-FCST-WEEKS DELIMITED BY SIZE
               " WEEK(S) TO " DELIMITED BY SIZE
               WS-BASE-DATE DELIMITED BY SIZE
               ", LATEST WEIGHTED " DELIMITED BY SIZE
               WS-FCST-WEEKS DELIMITED BY SIZE
               " TO OLDEST 1" DELIMITED BY SIZE
               INTO IC-FCST-PRINT-LINE
           END-STRING
           PERFORM WRITE-PRINT-LINE
           MOVE WS-FCST-SCALE TO WS-PAR-EDIT
           MOVE WS-DEFAULT-SERVINGS TO WS-TUB-EDIT
           MOVE SPACES TO IC-FCST-PRINT-LINE
           STRING "  SERVINGS PER SURVEY MENTION " DELIMITED BY SIZE
               FUNCTION TRIM(WS-PAR-EDIT) DELIMITED BY SIZE
               "   DEFAULT TUB " DELIMITED BY SIZE
               FUNCTION TRIM(WS-TUB-EDIT) DELIMITED BY SIZE
               " SERVINGS" DELIMITED BY SIZE
               INTO IC-FCST-PRINT-LINE
           END-STRING
           PERFORM WRITE-PRINT-LINE
           IF WS-STORE-COUNT = ZERO
               MOVE SPACES TO IC-FCST-PRINT-LINE
               PERFORM WRITE-PRINT-LINE
               MOVE "  NO FLAVOR ANSWERS IN THE HISTORY WEEKS"
                   TO IC-FCST-PRINT-LINE
               PERFORM WRITE-PRINT-LINE
           END-IF
           PERFORM VARYING WS-S FROM 1 BY 1
                   UNTIL WS-S > WS-STORE-COUNT
               PERFORM PRINT-STORE-SECTION
           END-PERFORM
           PERFORM PRINT-CANDIDATES
           MOVE SPACES TO IC-FCST-PRINT-LINE
           PERFORM WRITE-PRINT-LINE
           MOVE WS-TOTAL-TUBS TO WS-SERV-EDIT
           MOVE SPACES TO IC-FCST-PRINT-LINE
           STRING "  END OF REPORT - TUBS SUGGESTED, ALL STORES "
                   DELIMITED BY SIZE
               FUNCTION TRIM(WS-SERV-EDIT) DELIMITED BY SIZE
               INTO IC-FCST-PRINT-LINE
           END-STRING
           PERFORM WRITE-PRINT-LINE
           CLOSE IC-FCST-PRINT-FILE.

       PRINT-STORE-SECTION.
      *> Trading days per history week, latest first, for the
      *> section heading: "-" for a week wholly before the store's
      *> first response, and USED the number of weeks the rate
      *> was actually taken over.
           MOVE SPACES TO WS-DAYS-LIST
           MOVE 1 TO WS-DAYS-PTR
           MOVE ZERO TO WS-WEEKS-USED
           PERFORM VARYING WS-W FROM 1 BY 1
                   UNTIL WS-W > WS-FCST-WEEKS
               IF WS-BASE-INT - (WS-W - 1) * 7
                   < WS-ST-FIRST-INT(WS-S)
                   STRING "- " DELIMITED BY SIZE
                       INTO WS-DAYS-LIST
                       WITH POINTER WS-DAYS-PTR
                   END-STRING
               ELSE
                   STRING WS-ST-WEEK-DAYS(WS-S, WS-W)
                           DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       INTO WS-DAYS-LIST
                       WITH POINTER WS-DAYS-PTR
                   END-STRING
               END-IF
               IF WS-ST-WEEK-DAYS(WS-S, WS-W) > ZERO
                   ADD 1 TO WS-WEEKS-USED
               END-IF
           END-PERFORM
           MOVE SPACES TO IC-FCST-PRINT-LINE
           PERFORM WRITE-PRINT-LINE
           MOVE SPACES TO IC-FCST-PRINT-LINE
           STRING "  STORE " DELIMITED BY SIZE
               WS-ST-NUM(WS-S) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-ST-NAME(WS-S) DELIMITED BY SIZE
               " OPEN NEXT WK " DELIMITED BY SIZE
               WS-ST-NEXT-DAYS(WS-S) DELIMITED BY SIZE
               " PAST " DELIMITED BY SIZE
               WS-DAYS-LIST(1:WS-FCST-WEEKS * 2) DELIMITED BY SIZE
               "USED " DELIMITED BY SIZE
               WS-WEEKS-USED DELIMITED BY SIZE
               INTO IC-FCST-PRINT-LINE
           END-STRING
           PERFORM WRITE-PRINT-LINE
           MOVE "    FLAVOR                LAST WK  PER DAY  SERVINGS"
               TO IC-FCST-PRINT-LINE
           MOVE "/TUB  PAR  TUBS" TO IC-FCST-PRINT-LINE(55:15)
           PERFORM WRITE-PRINT-LINE
           PERFORM VARYING WS-C FROM 1 BY 1
                   UNTIL WS-C > WS-CELL-COUNT
               IF WS-CL-STORE(WS-C) = WS-ST-NUM(WS-S)
                   PERFORM PRINT-ONE-CELL
               END-IF
           END-PERFORM
           MOVE WS-ST-TUBS(WS-S) TO WS-SERV-EDIT
           MOVE SPACES TO IC-FCST-PRINT-LINE
           STRING "    STORE " DELIMITED BY SIZE
               WS-ST-NUM(WS-S) DELIMITED BY SIZE
               " TUBS TO ORDER " DELIMITED BY SIZE
               FUNCTION TRIM(WS-SERV-EDIT) DELIMITED BY SIZE
               INTO IC-FCST-PRINT-LINE
           END-STRING
           PERFORM WRITE-PRINT-LINE.

       PRINT-ONE-CELL.
           MOVE SPACES TO IC-FCST-PRINT-LINE
           MOVE WS-CL-FLAVOR(WS-C) TO IC-FCST-PRINT-LINE(5:20)
           MOVE WS-CL-WEEK(WS-C, 1) TO WS-COUNT-EDIT
           MOVE WS-COUNT-EDIT TO IC-FCST-PRINT-LINE(28:5)
           MOVE WS-CL-RATE(WS-C) TO WS-RATE-EDIT
           MOVE WS-RATE-EDIT TO IC-FCST-PRINT-LINE(35:8)
           MOVE WS-CL-SERVINGS(WS-C) TO WS-SERV-EDIT
           MOVE WS-SERV-EDIT TO IC-FCST-PRINT-LINE(46:7)
           MOVE WS-CL-PER-TUB(WS-C) TO WS-TUB-EDIT
           MOVE WS-TUB-EDIT TO IC-FCST-PRINT-LINE(55:4)
           MOVE WS-CL-MIN-PAR(WS-C) TO WS-PAR-EDIT
           MOVE WS-PAR-EDIT TO IC-FCST-PRINT-LINE(61:3)
           MOVE WS-CL-TUBS(WS-C) TO WS-TUB-EDIT
           MOVE WS-TUB-EDIT TO IC-FCST-PRINT-LINE(66:4)
           MOVE WS-CL-NOTE(WS-C) TO IC-FCST-PRINT-LINE(72:6)
           PERFORM WRITE-PRINT-LINE.

       PRINT-CANDIDATES.
           MOVE SPACES TO IC-FCST-PRINT-LINE
           PERFORM WRITE-PRINT-LINE
           MOVE "  ASKED FOR BUT NOT ON THE FLAVOR LIST - CANDIDATES"
               TO IC-FCST-PRINT-LINE
           MOVE " TO STOCK" TO IC-FCST-PRINT-LINE(52:9)
           PERFORM WRITE-PRINT-LINE
           IF WS-ALIAS-COUNT = ZERO
               MOVE "    NO FLAVOR MASTER (IC-FLAVORS.DAT) - NOT LISTED"
                   TO IC-FCST-PRINT-LINE
               PERFORM WRITE-PRINT-LINE
           ELSE
               MOVE "    FLAVOR AS ASKED       MENTIONS  WEEKS  STORES"
                   TO IC-FCST-PRINT-LINE
               PERFORM WRITE-PRINT-LINE
               PERFORM VARYING WS-K FROM 1 BY 1
                       UNTIL WS-K > WS-CAND-COUNT
                   IF WS-CD-TOTAL(WS-K) >= WS-CAND-MIN
                       PERFORM PRINT-ONE-CANDIDATE
                   END-IF
               END-PERFORM
               IF WS-CAND-SHOWN = ZERO
                   MOVE SPACES TO IC-FCST-PRINT-LINE
                   STRING "    NONE ASKED FOR " DELIMITED BY SIZE
                       WS-CAND-MIN DELIMITED BY SIZE
                       " OR MORE TIMES" DELIMITED BY SIZE
                       INTO IC-FCST-PRINT-LINE
                   END-STRING
                   PERFORM WRITE-PRINT-LINE
               END-IF
           END-IF.

       PRINT-ONE-CANDIDATE.
           ADD 1 TO WS-CAND-SHOWN
           MOVE ZERO TO WS-TALLY
           INSPECT WS-CD-WEEKS(WS-K) TALLYING WS-TALLY FOR ALL "Y"
           MOVE WS-TALLY TO WS-WEEKS-ASKED
           MOVE ZERO TO WS-TALLY
           INSPECT WS-CD-STORES(WS-K) TALLYING WS-TALLY FOR ALL "Y"
           MOVE WS-TALLY TO WS-STORES-ASKING
           MOVE SPACES TO IC-FCST-PRINT-LINE
           MOVE WS-CD-NAME(WS-K) TO IC-FCST-PRINT-LINE(5:20)
           MOVE WS-CD-TOTAL(WS-K) TO WS-COUNT-EDIT
           MOVE WS-COUNT-EDIT TO IC-FCST-PRINT-LINE(30:5)
           MOVE WS-WEEKS-ASKED TO WS-PAR-EDIT
           MOVE WS-PAR-EDIT TO IC-FCST-PRINT-LINE(39:3)
           MOVE WS-STORES-ASKING TO WS-PAR-EDIT
           MOVE WS-PAR-EDIT TO IC-FCST-PRINT-LINE(47:3)
           PERFORM WRITE-PRINT-LINE.

       PRINT-PAGE-HEADING.
           ADD 1 TO WS-PAGE-NUM
           MOVE WS-PAGE-NUM TO WS-PAGE-NUM-EDIT
           MOVE SPACES TO IC-FCST-PRINT-LINE
           STRING "        ICE CREAM SURVEY - WEEKLY FLAVOR FORECAST"
                   DELIMITED BY SIZE
               " AND TUB ORDER     PAGE " DELIMITED BY SIZE
               WS-PAGE-NUM-EDIT DELIMITED BY SIZE
               INTO IC-FCST-PRINT-LINE
           END-STRING
           WRITE IC-FCST-PRINT-LINE
           MOVE SPACES TO IC-FCST-PRINT-LINE
           STRING "  ORDER WEEK " DELIMITED BY SIZE
               WS-NEXT-START DELIMITED BY SIZE
               " - " DELIMITED BY SIZE
               WS-NEXT-END DELIMITED BY SIZE
               "  RUN " DELIMITED BY SIZE
               WS-CURRENT-DATE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-CURRENT-TIME DELIMITED BY SIZE
               INTO IC-FCST-PRINT-LINE
           END-STRING
           WRITE IC-FCST-PRINT-LINE
           MOVE SPACES TO IC-FCST-PRINT-LINE
           WRITE IC-FCST-PRINT-LINE
           MOVE ZERO TO WS-PRINT-LINE-COUNT.

       WRITE-PRINT-LINE.
      *> 55 detail lines to a page, then a fresh heading, as in the
      *> other print files.
           IF WS-PRINT-LINE-COUNT >= 55
               MOVE IC-FCST-PRINT-LINE TO WS-PRINT-HOLD
               PERFORM PRINT-PAGE-HEADING
               MOVE WS-PRINT-HOLD TO IC-FCST-PRINT-LINE
           END-IF
           WRITE IC-FCST-PRINT-LINE
           ADD 1 TO WS-PRINT-LINE-COUNT.

       WRITE-CSV-EXTRACT.
      *> Purchasing's pickup: one header row, then one row per store
      *> and flavor with something to order. Numbers are trimmed and
      *> the flavor name always goes out quoted, as in quizrpt's
      *> extract - a name may hold a comma.
           OPEN OUTPUT IC-FCST-CSV-FILE
           MOVE SPACES TO IC-FCST-CSV-LINE
           STRING "store,order_week_start,flavor,trading_days,"
                   DELIMITED BY SIZE
               "servings,servings_per_tub,min_par,tubs"
                   DELIMITED BY SIZE
               INTO IC-FCST-CSV-LINE
           END-STRING
           WRITE IC-FCST-CSV-LINE
           PERFORM VARYING WS-C FROM 1 BY 1
                   UNTIL WS-C > WS-CELL-COUNT
               IF WS-CL-TUBS(WS-C) > ZERO
                   PERFORM WRITE-ONE-CSV-ROW
               END-IF
           END-PERFORM
           CLOSE IC-FCST-CSV-FILE.

       WRITE-ONE-CSV-ROW.
      *> The store table was put in number order after the cells
      *> were forecast, so the store is found again by number.
           PERFORM VARYING WS-S FROM 1 BY 1
                   UNTIL WS-S > WS-STORE-COUNT
                   OR WS-ST-NUM(WS-S) = WS-CL-STORE(WS-C)
               CONTINUE
           END-PERFORM
           MOVE WS-ST-NEXT-DAYS(WS-S) TO WS-CSV-DAYS
           MOVE WS-CL-SERVINGS(WS-C) TO WS-SERV-EDIT
           MOVE FUNCTION TRIM(WS-SERV-EDIT) TO WS-CSV-SERV
           MOVE WS-CL-PER-TUB(WS-C) TO WS-TUB-EDIT
           MOVE FUNCTION TRIM(WS-TUB-EDIT) TO WS-CSV-PER-TUB
           MOVE WS-CL-MIN-PAR(WS-C) TO WS-PAR-EDIT
           MOVE FUNCTION TRIM(WS-PAR-EDIT) TO WS-CSV-PAR
           MOVE WS-CL-TUBS(WS-C) TO WS-TUB-EDIT
           MOVE FUNCTION TRIM(WS-TUB-EDIT) TO WS-CSV-TUBS
           MOVE SPACES TO IC-FCST-CSV-LINE
           STRING WS-CL-STORE(WS-C) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               WS-NEXT-START DELIMITED BY SIZE
               ",""" DELIMITED BY SIZE
               FUNCTION TRIM(WS-CL-FLAVOR(WS-C)) DELIMITED BY SIZE
               """," DELIMITED BY SIZE
               WS-CSV-DAYS DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               WS-CSV-SERV DELIMITED BY SPACE
               "," DELIMITED BY SIZE
               WS-CSV-PER-TUB DELIMITED BY SPACE
               "," DELIMITED BY SIZE
               WS-CSV-PAR DELIMITED BY SPACE
               "," DELIMITED BY SIZE
               WS-CSV-TUBS DELIMITED BY SPACE
               INTO IC-FCST-CSV-LINE
           END-STRING
           WRITE IC-FCST-CSV-LINE.

       LOAD-FLAVOR-MASTER.
      *> Same load as quizrpt's and quiztrnd's: canonical rows map to
      *> themselves, alias rows to their canonical, names upper-cased
      *> for the case-blind probe.
           MOVE "N" TO WS-FLV-EOF-FLAG
           OPEN INPUT IC-FLAVOR-MASTER-FILE
           PERFORM UNTIL WS-FLV-EOF-FLAG = "Y"
               READ IC-FLAVOR-MASTER-FILE
                   AT END
                       MOVE "Y" TO WS-FLV-EOF-FLAG
                   NOT AT END
                       PERFORM LOAD-ONE-FLAVOR-ROW
               END-READ
           END-PERFORM
           CLOSE IC-FLAVOR-MASTER-FILE.

       LOAD-ONE-FLAVOR-ROW.
           IF IC-FLV-NAME = SPACES
               CONTINUE
           ELSE
               IF WS-ALIAS-COUNT >= 150
                   DISPLAY "quizfcst: flavor master table full, "
                       "dropped row: " FUNCTION TRIM(IC-FLV-NAME)
               ELSE
                   EVALUATE IC-FLV-TYPE
                       WHEN "C"
                           ADD 1 TO WS-ALIAS-COUNT
                           SET WS-ALIAS-IDX TO WS-ALIAS-COUNT
                           MOVE FUNCTION UPPER-CASE(IC-FLV-NAME)
                               TO WS-ALIAS-NAME(WS-ALIAS-IDX)
                           MOVE IC-FLV-NAME
                               TO WS-ALIAS-CANON(WS-ALIAS-IDX)
                       WHEN "A"
                           ADD 1 TO WS-ALIAS-COUNT
                           SET WS-ALIAS-IDX TO WS-ALIAS-COUNT
                           MOVE FUNCTION UPPER-CASE(IC-FLV-NAME)
                               TO WS-ALIAS-NAME(WS-ALIAS-IDX)
                           MOVE IC-FLV-CANONICAL
                               TO WS-ALIAS-CANON(WS-ALIAS-IDX)
                       WHEN OTHER
                           DISPLAY "quizfcst: unrecognized flavor "
                               "master row type: " IC-FLV-TYPE
                   END-EVALUATE
               END-IF
           END-IF.

       NORMALIZE-FLAVOR.
           MOVE "N" TO WS-FLAVOR-MATCHED
           MOVE IC-RESP-FLAVOR TO WS-FLAVOR-NORM
           MOVE FUNCTION UPPER-CASE(IC-RESP-FLAVOR)
               TO WS-FLAVOR-LOOKUP
           PERFORM VARYING WS-ALIAS-IDX FROM 1 BY 1
                   UNTIL WS-ALIAS-IDX > WS-ALIAS-COUNT
               IF WS-ALIAS-NAME(WS-ALIAS-IDX) = WS-FLAVOR-LOOKUP
                   AND WS-FLAVOR-MATCHED = "N"
                   MOVE WS-ALIAS-CANON(WS-ALIAS-IDX)
                       TO WS-FLAVOR-NORM
                   MOVE "Y" TO WS-FLAVOR-MATCHED
               END-IF
           END-PERFORM.
