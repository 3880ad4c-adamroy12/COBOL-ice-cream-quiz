       IDENTIFICATION DIVISION.
           PROGRAM-ID. "quiztier".
      *> Nightly loyalty tier rollup. Sums the points ledger
      *> (IC-POINTS.DAT, see icptsr.cpy) per customer and rebuilds
      *> IC-TIERS.DAT (see ictierr.cpy), the file quizcamp reads to
      *> decide which coupon a customer's tier has earned. A tier is
      *> set by the points earned in a rolling window ending on the
      *> business date - IC-TIER-DAYS days, default 365 - so a regular
      *> who stops coming drifts back down instead of holding gold
      *> forever; lifetime points are carried alongside for the
      *> statement and for head office. Thresholds:
      *>   IC-TIER-SILVER  window points for silver (default 100)
      *>   IC-TIER-GOLD    window points for gold   (default 250)
      *> Everything else with a ledger entry is bronze.
      *> The business date comes from IC-BUSINESS-DATE (YYYYMMDD) and
      *> falls back to today, same as quizctl, so a close that slips
      *> past midnight still rolls the right day's window.
      *> The tier file is always rebuilt whole from the ledger -
      *> written to IC-TIERS.NEW and renamed over the live file, the
      *> quizcmnt pattern - so a crash mid-run leaves yesterday's
      *> tiers in place and a rerun simply produces the same answer.
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT OPTIONAL IC-POINTS-FILE
                   ASSIGN TO "IC-POINTS.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT IC-TIER-NEW-FILE
                   ASSIGN TO "IC-TIERS.NEW"
                   ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
           FILE SECTION.
           FD  IC-POINTS-FILE.
           COPY "icptsr.cpy".
           FD  IC-TIER-NEW-FILE.
           COPY "ictierr.cpy".
           WORKING-STORAGE SECTION.
           01 WS-EOF-FLAG PIC X(1).
           01 WS-BUSINESS-DATE-X PIC X(8) VALUE SPACES.
           01 WS-BUSINESS-DATE PIC 9(8).
           01 WS-PARM-X PIC X(7).
           01 WS-TIER-DAYS PIC 9(4) VALUE 365.
           01 WS-SILVER-POINTS PIC 9(7) VALUE 100.
           01 WS-GOLD-POINTS PIC 9(7) VALUE 250.
           01 WS-WINDOW-START-INT PIC 9(8).
           01 WS-WINDOW-START PIC 9(8).
           01 WS-ROLL-COUNT PIC 9(3) VALUE ZERO.
           01 WS-ROLL-TABLE.
               05 WS-ROLL-ENTRY OCCURS 500 TIMES
                       INDEXED BY WS-ROLL-IDX.
                   10 WS-ROLL-CUST-ID PIC X(10).
                   10 WS-ROLL-WINDOW PIC 9(7).
                   10 WS-ROLL-LIFETIME PIC 9(7).
           01 WS-FOUND-SLOT PIC 9(3).
           01 WS-S PIC 9(3).
           01 WS-POSTING-COUNT PIC 9(7) VALUE ZERO.
           01 WS-BRONZE-COUNT PIC 9(6) VALUE ZERO.
           01 WS-SILVER-COUNT PIC 9(6) VALUE ZERO.
           01 WS-GOLD-COUNT PIC 9(6) VALUE ZERO.
           01 WS-NEW-NAME PIC X(12) VALUE "IC-TIERS.NEW".
           01 WS-LIVE-NAME PIC X(12) VALUE "IC-TIERS.DAT".
           01 WS-CURRENT-DATE-TIME.
               05 WS-CURRENT-DATE PIC 9(8).
               05 FILLER PIC X(15).
       PROCEDURE DIVISION.
       MAIN-PARAGRAPH.
           PERFORM GET-PARAMETERS
           PERFORM CLEAR-ROLL-TABLE
           PERFORM SUM-LEDGER
           PERFORM WRITE-TIER-FILE
           DISPLAY "Tier rollup complete for " WS-BUSINESS-DATE
               ". Ledger postings: " WS-POSTING-COUNT
           DISPLAY "  Window from " WS-WINDOW-START
               "  Customers " WS-ROLL-COUNT
           DISPLAY "  Gold " WS-GOLD-COUNT
               "  Silver " WS-SILVER-COUNT
               "  Bronze " WS-BRONZE-COUNT
           STOP RUN.

       GET-PARAMETERS.
           ACCEPT WS-BUSINESS-DATE-X FROM ENVIRONMENT
               "IC-BUSINESS-DATE"
           IF WS-BUSINESS-DATE-X = SPACES
               MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
               MOVE WS-CURRENT-DATE TO WS-BUSINESS-DATE
           ELSE
               IF WS-BUSINESS-DATE-X IS NUMERIC
                   MOVE WS-BUSINESS-DATE-X TO WS-BUSINESS-DATE
               ELSE
                   DISPLAY "quiztier: IC-BUSINESS-DATE must be an "
                       "eight digit date (YYYYMMDD), got: "
                       FUNCTION TRIM(WS-BUSINESS-DATE-X)
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
      *> Left-justified env values go through NUMVAL, as quizexp does
      *> for IC-EXPIRE-WARN-DAYS; zero or garbage keeps the default.
           MOVE SPACES TO WS-PARM-X
           ACCEPT WS-PARM-X FROM ENVIRONMENT "IC-TIER-DAYS"
           IF WS-PARM-X NOT = SPACES
               COMPUTE WS-TIER-DAYS = FUNCTION NUMVAL(WS-PARM-X)
               IF WS-TIER-DAYS = ZERO
                   MOVE 365 TO WS-TIER-DAYS
               END-IF
           END-IF
           MOVE SPACES TO WS-PARM-X
           ACCEPT WS-PARM-X FROM ENVIRONMENT "IC-TIER-SILVER"
           IF WS-PARM-X NOT = SPACES
               COMPUTE WS-SILVER-POINTS = FUNCTION NUMVAL(WS-PARM-X)
               IF WS-SILVER-POINTS = ZERO
                   MOVE 100 TO WS-SILVER-POINTS
               END-IF
           END-IF
           MOVE SPACES TO WS-PARM-X
           ACCEPT WS-PARM-X FROM ENVIRONMENT "IC-TIER-GOLD"
           IF WS-PARM-X NOT = SPACES
               COMPUTE WS-GOLD-POINTS = FUNCTION NUMVAL(WS-PARM-X)
               IF WS-GOLD-POINTS = ZERO
                   MOVE 250 TO WS-GOLD-POINTS
               END-IF
           END-IF
           IF WS-GOLD-POINTS <= WS-SILVER-POINTS
               DISPLAY "quiztier: gold threshold " WS-GOLD-POINTS
                   " is not above silver " WS-SILVER-POINTS
                   " - using the 100/250 defaults"
               MOVE 100 TO WS-SILVER-POINTS
               MOVE 250 TO WS-GOLD-POINTS
           END-IF
      *> The window is the IC-TIER-DAYS days ending on (and
      *> including) the business date.
           COMPUTE WS-WINDOW-START-INT =
               FUNCTION INTEGER-OF-DATE(WS-BUSINESS-DATE)
               - WS-TIER-DAYS + 1
           COMPUTE WS-WINDOW-START =
               FUNCTION DATE-OF-INTEGER(WS-WINDOW-START-INT).

       CLEAR-ROLL-TABLE.
      *> Counters under an OCCURS arithmetic as garbage until they
      *> are explicitly cleared, even though they display as zeros.
           PERFORM VARYING WS-S FROM 1 BY 1 UNTIL WS-S > 500
               MOVE SPACES TO WS-ROLL-CUST-ID(WS-S)
               MOVE ZERO TO WS-ROLL-WINDOW(WS-S)
               MOVE ZERO TO WS-ROLL-LIFETIME(WS-S)
           END-PERFORM.

       SUM-LEDGER.
      *> More customers than the table holds fails loudly and leaves
      *> the live tier file alone: writing out a truncated list would
      *> quietly drop the overflow customers back to bronze, which is
      *> exactly the kind of wrong answer nobody notices.
           MOVE "N" TO WS-EOF-FLAG
           OPEN INPUT IC-POINTS-FILE
           PERFORM UNTIL WS-EOF-FLAG = "Y"
               READ IC-POINTS-FILE
                   AT END
                       MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       IF IC-PTS-CUST-ID NOT = SPACES
                           AND IC-PTS-POINTS IS NUMERIC
                           ADD 1 TO WS-POSTING-COUNT
                           PERFORM ADD-ONE-POSTING
                       END-IF
               END-READ
           END-PERFORM
           CLOSE IC-POINTS-FILE.

       ADD-ONE-POSTING.
           MOVE ZERO TO WS-FOUND-SLOT
           PERFORM VARYING WS-S FROM 1 BY 1
                   UNTIL WS-S > WS-ROLL-COUNT
               IF WS-ROLL-CUST-ID(WS-S) = IC-PTS-CUST-ID
                   AND WS-FOUND-SLOT = ZERO
                   MOVE WS-S TO WS-FOUND-SLOT
               END-IF
           END-PERFORM
           IF WS-FOUND-SLOT = ZERO
               IF WS-ROLL-COUNT < 500
                   ADD 1 TO WS-ROLL-COUNT
                   MOVE WS-ROLL-COUNT TO WS-FOUND-SLOT
                   MOVE IC-PTS-CUST-ID
                       TO WS-ROLL-CUST-ID(WS-FOUND-SLOT)
               ELSE
                   DISPLAY "quiztier: more than 500 customers on the "
                       "points ledger - table full, raise the limit; "
                       "IC-TIERS.DAT left unchanged"
                   CLOSE IC-POINTS-FILE
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           ADD IC-PTS-POINTS TO WS-ROLL-LIFETIME(WS-FOUND-SLOT)
           IF IC-PTS-DATE >= WS-WINDOW-START
               AND IC-PTS-DATE <= WS-BUSINESS-DATE
               ADD IC-PTS-POINTS TO WS-ROLL-WINDOW(WS-FOUND-SLOT)
           END-IF.

       WRITE-TIER-FILE.
           OPEN OUTPUT IC-TIER-NEW-FILE
           PERFORM VARYING WS-S FROM 1 BY 1
                   UNTIL WS-S > WS-ROLL-COUNT
               MOVE SPACES TO IC-TIER-RECORD
               MOVE WS-ROLL-CUST-ID(WS-S) TO IC-TIER-CUST-ID
               MOVE WS-ROLL-WINDOW(WS-S) TO IC-TIER-POINTS
               MOVE WS-ROLL-LIFETIME(WS-S) TO IC-TIER-LIFETIME
               MOVE WS-BUSINESS-DATE TO IC-TIER-AS-OF
               IF WS-ROLL-WINDOW(WS-S) >= WS-GOLD-POINTS
                   MOVE "G" TO IC-TIER-CODE
                   ADD 1 TO WS-GOLD-COUNT
               ELSE
                   IF WS-ROLL-WINDOW(WS-S) >= WS-SILVER-POINTS
                       MOVE "S" TO IC-TIER-CODE
                       ADD 1 TO WS-SILVER-COUNT
                   ELSE
                       MOVE "B" TO IC-TIER-CODE
                       ADD 1 TO WS-BRONZE-COUNT
                   END-IF
               END-IF
               WRITE IC-TIER-RECORD
           END-PERFORM
           CLOSE IC-TIER-NEW-FILE
           CALL "CBL_RENAME_FILE" USING WS-NEW-NAME WS-LIVE-NAME
           IF RETURN-CODE NOT = ZERO
               DISPLAY "quiztier: could not rename IC-TIERS.NEW "
                   "over IC-TIERS.DAT - yesterday's tiers are still "
                   "live, apply the rename by hand"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
