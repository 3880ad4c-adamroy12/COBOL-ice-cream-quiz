      *> Step order and why: quizredm applies the POS extract, then
      *> quizexp retires dead coupons, then quizcmnt applies the
      *> day's queued master changes (kiosk enrollments included),
      *> then quiztier rolls the points ledger up into tomorrow's
      *> loyalty tiers (after quizredm, so tonight's redemption
      *> points count), then quizgl hands the day's coupon
      *> liability and expense to the general ledger (after
      *> quizredm, quizexp and quizcmnt, so every redemption, expiry
      *> and void of the day is in it), then quizbal proves the
      *> day's files agree, then quizfrd reports the day's likely
      *> coupon fraud and abuse (after quizredm, so tonight's
      *> redemptions and exceptions are there to be judged; it
      *> only flags, so it never stops the close), then quizrpt
      *> prints the tally, then quizctl takes the control totals
      *> (AFTER every job that writes audit records for the day, so
      *> the counts are final), then quizcons merges the region and
      *> STOP RUN ends the step, not the driver, and the step's
      *> return code comes back as the outcome. IC-STEP-PREFIX
      *> (default "./") says where the step executables live.
      *> Running the close (or rerunning a step of it) is a
      *> supervisor function: the driver signs on through quizsign
      *> before anything else. The sign-on is not handed down - no
      *> PIN is put where the steps could read it - so a step that
      *> checks for itself (quizcmnt) signs on through quizsign
      *> again: from IC-OPERATOR-ID / IC-OPERATOR-PIN when the
      *> close was started with them, otherwise at the keyboard.
      *> quizsign prompts on the error stream, which is why a
      *> step's error stream is left on the terminal and only its
      *> ordinary output goes to the close log.
      *> The terminal is IC-TERMINAL-ID, defaulting to CLOSE01 as
      *> quizctl does, resolved once and used for the sign-on, the
      *> driver's audit events and the store calendar lookup alike.
      *> The business date is resolved once too and handed to the
      *> steps as IC-BUSINESS-DATE (set on each step's command
      *> line), so a close that runs past midnight is one day's
      *> close in every step.
      *> The driver leaves its own trace in the audit trail under
      *> that sign-on: EOD-START <business date> once the supervisor
      *> is signed on, and EOD-STEP <step> <return code> as each
      *> step ends, pass or fail - so the trail shows who ran the
      *> close and how far it got, not just what the steps did.
      *> quizctl and quizcons leave EOD- events out of the day's
      *> audit count: the close is still writing them after
      *> quizctl has taken its totals.
      *> Before the kiosk check, before any step, the store's audit
      *> trail is proved with quizachk (the same check quizaver
      *> runs): a trail with a gap, a reordered or altered line or
      *> a broken chain stops the close, because every count the
      *> close takes from it afterwards would be a count of an
      *> edited file. The problems are listed by line and sequence
      *> number above the refusal.
      *> A store the business calendar (IC-CALENDAR.DAT through
      *> quizcal) shows as closed on the business date has no close
      *> to run: the driver says so and ends with return code 0
      *> before any step, and quizcons excuses the missing control
      *> record. The store is the one quizctl would stamp - the
      *> close terminal's row in IC-STORES.DAT. If any kiosk
      *> opened that day the calendar is wrong, not the trading, so
      *> the close runs anyway with a warning.
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
           FD  IC-RUNCTL-FILE.
           COPY "icrunr.cpy".
           WORKING-STORAGE SECTION.
           01 WS-TERMINAL-ID PIC X(8) VALUE "CLOSE01".
           01 WS-OPERATOR-ID PIC X(8) VALUE SPACES.
           01 WS-SIGNON-OK PIC X(1).
           01 WS-REQUIRED-ROLE PIC X(1) VALUE "S".
           01 WS-AUDIT-PATH PIC X(40) VALUE SPACES.
           01 WS-CHAIN-OK PIC X(1).
           01 WS-AUDIT-RECORDS PIC 9(8).
           01 WS-AUDIT-LEGACY PIC 9(8).
           01 WS-AUDIT-PROBLEMS PIC 9(6).
           01 WS-EOF-FLAG PIC X(1).
           01 WS-BUSINESS-DATE-X PIC X(8) VALUE SPACES.
           01 WS-BUSINESS-DATE PIC 9(8).
           01 WS-STEP-PREFIX PIC X(20) VALUE SPACES.
           01 WS-STEP-COUNT PIC 9(2) VALUE 11.
           01 WS-STEP-TABLE.
               05 WS-STEP-ENTRY OCCURS 11 TIMES.
                   10 WS-STEP-NAME PIC X(8).
      *> " " = not yet run this date, "C" = completed, "F" = failed.
                   10 WS-STEP-STATE PIC X(1).
           01 WS-K PIC 9(2).
           01 WS-KIOSK-SLOT PIC 9(2).
           01 WS-OPEN-KIOSK PIC X(1).
           01 WS-STORE-NUM PIC 9(3).
           01 WS-STORE-FOUND PIC X(1).
           01 WS-CAL-TRADES PIC X(1).
           01 WS-CAL-OPEN PIC 9(4).
           01 WS-CAL-CLOSE PIC 9(4).
           01 WS-CAL-NOTE PIC X(20).
           01 WS-CAL-FOUND PIC X(1).
           01 WS-COMMAND PIC X(120).
           01 WS-EOD-LOG-NAME PIC X(24).
           01 WS-STEP-RC PIC S9(9).
           01 WS-STEP-QUOT PIC S9(9).
           01 WS-AUDIT-RC PIC 9(4).
           01 WS-CURRENT-DATE-TIME.
               05 WS-CURRENT-DATE PIC 9(8).
               05 WS-CURRENT-TIME PIC 9(6).
                   STOP RUN
               END-IF
           END-IF
           ACCEPT WS-TERMINAL-ID FROM ENVIRONMENT "IC-TERMINAL-ID"
           IF WS-TERMINAL-ID = SPACES
               MOVE "CLOSE01" TO WS-TERMINAL-ID
           END-IF
           CALL "quizsign" USING WS-TERMINAL-ID WS-REQUIRED-ROLE
               WS-OPERATOR-ID WS-SIGNON-OK
           IF WS-SIGNON-OK NOT = "Y"
               DISPLAY "quizeod: supervisor sign-on required - close "
                   "not started"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM WRITE-START-AUDIT
           ACCEPT WS-STEP-PREFIX FROM ENVIRONMENT "IC-STEP-PREFIX"
           IF WS-STEP-PREFIX = SPACES
               MOVE "./" TO WS-STEP-PREFIX
               INTO WS-EOD-LOG-NAME
           END-STRING
           PERFORM LOAD-STEP-TABLE
           PERFORM VERIFY-AUDIT-TRAIL
           PERFORM CHECK-KIOSKS-CLOSED
           PERFORM CHECK-TRADING-DAY
           PERFORM LOAD-RUN-CONTROL
           PERFORM RUN-STEPS
           DISPLAY "quizeod: close complete for " WS-BUSINESS-DATE
           MOVE "quizredm" TO WS-STEP-NAME(1)
           MOVE "quizexp" TO WS-STEP-NAME(2)
           MOVE "quizcmnt" TO WS-STEP-NAME(3)
           MOVE "quiztier" TO WS-STEP-NAME(4)
           MOVE "quizgl" TO WS-STEP-NAME(5)
           MOVE "quizbal" TO WS-STEP-NAME(6)
           MOVE "quizfrd" TO WS-STEP-NAME(7)
           MOVE "quizrpt" TO WS-STEP-NAME(8)
           MOVE "quizctl" TO WS-STEP-NAME(9)
           MOVE "quizcons" TO WS-STEP-NAME(10)
           MOVE "quizroll" TO WS-STEP-NAME(11)
           PERFORM VARYING WS-S FROM 1 BY 1
                   UNTIL WS-S > WS-STEP-COUNT
               MOVE SPACE TO WS-STEP-STATE(WS-S)
           END-PERFORM.

       VERIFY-AUDIT-TRAIL.
           CALL "quizachk" USING WS-AUDIT-PATH WS-CHAIN-OK
               WS-AUDIT-RECORDS WS-AUDIT-LEGACY WS-AUDIT-PROBLEMS
           IF WS-CHAIN-OK NOT = "Y"
               DISPLAY "quizeod: the audit trail failed verification ("
                   WS-AUDIT-PROBLEMS " problem(s), listed above) - "
                   "close not started; investigate before rerunning"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           DISPLAY "quizeod: audit trail verified, " WS-AUDIT-RECORDS
               " record(s)".

       CHECK-KIOSKS-CLOSED.
      *> Pair KIOSK-OPEN with KIOSK-CLOSE per terminal for the
      *> business date. More opens than closes means a kiosk is (or
               STOP RUN
           END-IF.

       CHECK-TRADING-DAY.
      *> Runs after CHECK-KIOSKS-CLOSED so the kiosk table already
      *> says whether anything opened on the business date.
           CALL "quizstor" USING WS-TERMINAL-ID WS-STORE-NUM
               WS-STORE-FOUND
           CALL "quizcal" USING WS-STORE-NUM WS-BUSINESS-DATE
               WS-CAL-TRADES WS-CAL-OPEN WS-CAL-CLOSE WS-CAL-NOTE
               WS-CAL-FOUND
           IF WS-CAL-FOUND = "Y" AND WS-CAL-TRADES = "N"
               IF WS-KIOSK-COUNT = ZERO
                   DISPLAY "quizeod: store " WS-STORE-NUM
                       " does not trade on " WS-BUSINESS-DATE
                       " per the store calendar ("
                       FUNCTION TRIM(WS-CAL-NOTE)
                       ") - no close to run"
                   STOP RUN
               ELSE
                   DISPLAY "quizeod: store " WS-STORE-NUM
                       " is closed on " WS-BUSINESS-DATE
                       " per the store calendar but kiosks traded "
                       "- running the close; correct the calendar"
               END-IF
           END-IF.

       FIND-KIOSK-SLOT.
           MOVE ZERO TO WS-KIOSK-SLOT
           PERFORM VARYING WS-K FROM 1 BY 1
      *> quizbal and friends prove themselves with - is appended to
      *> the dated close log instead of scrolling past and
      *> vanishing; together with IC-RUNCTL.DAT's outcome records
      *> that is the whole close on paper. Every step reports its
      *> own failures with DISPLAY, so those land in the log too;
      *> only the error stream stays on the terminal, where a
      *> step's sign-on prompt (quizsign) has to be seen.
      *> The business date goes on the command line through env
      *> rather than into this process's environment: a /bin/sh
      *> that drops names it cannot hold as shell variables (the
      *> hyphen in IC-BUSINESS-DATE) would otherwise lose it.
           MOVE SPACES TO WS-COMMAND
           STRING "env IC-BUSINESS-DATE=" DELIMITED BY SIZE
               WS-BUSINESS-DATE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(WS-STEP-PREFIX) DELIMITED BY SIZE
               FUNCTION TRIM(WS-STEP-NAME(WS-S)) DELIMITED BY SIZE
               " >>" DELIMITED BY SIZE
               FUNCTION TRIM(WS-EOD-LOG-NAME) DELIMITED BY SIZE
               INTO WS-COMMAND
           END-STRING
           DISPLAY "quizeod: running " WS-STEP-NAME(WS-S)
                   MOVE WS-STEP-QUOT TO WS-STEP-RC
               END-IF
           END-IF
           PERFORM WRITE-STEP-AUDIT
           IF WS-STEP-RC = ZERO
               MOVE "C" TO WS-STEP-STATE(WS-S)
               PERFORM WRITE-RUN-RECORD
               STOP RUN
           END-IF.

       WRITE-START-AUDIT.
      *> Same shape as every other audit write in the system (see
      *> quizcmnt): this terminal, the signed-on supervisor, and an
      *> event naming what happened; quizaudw numbers and seals it.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           MOVE WS-CURRENT-DATE TO IC-AUDIT-DATE
           MOVE WS-CURRENT-TIME TO IC-AUDIT-TIME
           MOVE WS-TERMINAL-ID TO IC-AUDIT-TERMINAL
           MOVE WS-OPERATOR-ID TO IC-AUDIT-OPERATOR
           MOVE SPACES TO IC-AUDIT-EVENT
           STRING "EOD-START " DELIMITED BY SIZE
               WS-BUSINESS-DATE DELIMITED BY SIZE
               INTO IC-AUDIT-EVENT
           END-STRING
           CALL "quizaudw" USING IC-AUDIT-RECORD.

       WRITE-STEP-AUDIT.
      *> Written before the pass/fail branch so a failed step is on
      *> the trail too. The return code is held to four digits: a
      *> killed step's raw wait status can run past 9999 (shown as
      *> 9999 rather than cut to its low digits), and a negative one
      *> means SYSTEM never ran the step at all.
           IF WS-STEP-RC < ZERO
               MOVE ZERO TO WS-AUDIT-RC
           ELSE
               IF WS-STEP-RC > 9999
                   MOVE 9999 TO WS-AUDIT-RC
               ELSE
                   MOVE WS-STEP-RC TO WS-AUDIT-RC
               END-IF
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           MOVE WS-CURRENT-DATE TO IC-AUDIT-DATE
           MOVE WS-CURRENT-TIME TO IC-AUDIT-TIME
           MOVE WS-TERMINAL-ID TO IC-AUDIT-TERMINAL
           MOVE WS-OPERATOR-ID TO IC-AUDIT-OPERATOR
           MOVE SPACES TO IC-AUDIT-EVENT
           STRING "EOD-STEP " DELIMITED BY SIZE
               WS-STEP-NAME(WS-S) DELIMITED BY SPACE
               " " DELIMITED BY SIZE
               WS-AUDIT-RC DELIMITED BY SIZE
               INTO IC-AUDIT-EVENT
           END-STRING
           CALL "quizaudw" USING IC-AUDIT-RECORD.

       WRITE-RUN-RECORD.
      *> Open-write-close per record, like every checkpoint and
      *> audit write in this system, so the outcome is on disk
