      *> as complete (return code 8) when any store is short. A
      *> truncated nightly copy now fails the run instead of making
      *> the rollup quietly "look light".
      *> Each store's audit trail is proved with quizachk (gaps,
      *> reorders, altered lines, broken chain - see quizaver)
      *> BEFORE it is merged. A trail that fails is not merged at
      *> all - an edited trail in the region file would look as
      *> good as a clean one - and is written to IC-CONS-EXCEPT.DAT
      *> as AUDIT-CHAIN-FAIL, which makes the run incomplete the
      *> same way a short store does (return code 8).
      *> A store the business calendar (IC-CALENDAR.DAT through
      *> quizcal) shows as closed on the verification date has no
      *> close and so no control record; it is reported CLOSED and
      *> excused rather than MISSING - but only while nothing was
      *> merged for it that date. Responses or coupons dated on a
      *> closed day with no control record behind them are still
      *> MISSING: either the calendar is wrong or the close was.
      *> The control record also says which version of each
      *> head-office reference file the store ran with (quizdist,
      *> icrfnr.cpy). Against the version history in
      *> IC-DIST-VERSIONS.DAT, the version a store SHOULD have run
      *> with on the verification date is the newest one stamped
      *> before that date - a version stamped during the day goes out
      *> with that night's distribution. A store that ran an older
      *> version is listed as REFDATA-STALE on IC-CONS-EXCEPT.DAT.
      *> Stale reference data does not make the region files
      *> incomplete - what merged is still what the store wrote - so
      *> it does not change the return code; control records from
      *> before versions were reported are not judged at all.
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT IC-ALL-AUDT-FILE
                   ASSIGN TO "IC-AUDIT.ALL.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT OPTIONAL IC-DIST-VER-FILE
                   ASSIGN TO "IC-DIST-VERSIONS.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT IC-CONS-EXC-FILE
                   ASSIGN TO "IC-CONS-EXCEPT.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.
           FD  IC-IN-CTL-FILE.
           COPY "icctlr.cpy".
           FD  IC-ALL-RESP-FILE.
           01 IC-ALL-RESP-RECORD PIC X(73).
           FD  IC-ALL-COUP-FILE.
           01 IC-ALL-COUP-RECORD PIC X(66).
           FD  IC-ALL-AUDT-FILE.
           01 IC-ALL-AUDT-RECORD PIC X(86).
           FD  IC-DIST-VER-FILE.
           COPY "icrfvr.cpy".
           FD  IC-CONS-EXC-FILE.
           01 IC-CONS-EXC-RECORD PIC X(103).
           WORKING-STORAGE SECTION.
           COPY "icrfnr.cpy".
           01 WS-EOF-FLAG PIC X(1).
           01 WS-STORE-COUNT PIC 9(3) VALUE ZERO.
           01 WS-STORE-TABLE.
           01 WS-STORE-STATUS PIC X(8).
           01 WS-ANY-SHORT PIC X(1) VALUE "N".
           01 WS-CTL-EOF PIC X(1).
           01 WS-CAL-TRADES PIC X(1).
           01 WS-CAL-OPEN PIC 9(4).
           01 WS-CAL-CLOSE PIC 9(4).
           01 WS-CAL-NOTE PIC X(20).
           01 WS-CAL-FOUND PIC X(1).
           01 WS-CHAIN-OK PIC X(1).
           01 WS-CHAIN-RECORDS PIC 9(8).
           01 WS-CHAIN-LEGACY PIC 9(8).
           01 WS-CHAIN-PROBLEMS PIC 9(6).
           01 WS-WANT-TABLE.
               05 WS-WANT-VERSION PIC 9(5) OCCURS 6 TIMES.
           01 WS-F PIC 9(1).
           01 WS-STORE-STALE PIC X(1).
           01 WS-STALE-COUNT PIC 9(3) VALUE ZERO.
           01 WS-CURRENT-DATE-TIME.
               05 WS-CURRENT-DATE PIC 9(8).
               05 FILLER PIC X(15).
               END-IF
           END-IF
           PERFORM LOAD-STORE-TABLE
           PERFORM LOAD-WANTED-VERSIONS
           IF WS-STORE-COUNT = ZERO
               DISPLAY "quizcons: IC-STORES.DAT is missing or empty - "
                   "nothing to consolidate"
           DISPLAY "Consolidation complete. Responses: "
               WS-RESP-COUNT "  Coupons: " WS-COUP-COUNT
               "  Audit: " WS-AUDT-COUNT
           DISPLAY "Exceptions written to IC-CONS-EXCEPT.DAT: "
               WS-EXC-COUNT
           DISPLAY "Stores that ran on stale reference data: "
               WS-STALE-COUNT
           IF WS-ANY-SHORT = "Y"
               DISPLAY "REGION FILES ARE NOT COMPLETE for "
                   WS-CONS-DATE " - at least one store is short or "
           MOVE ZERO TO WS-DAY-AUDT
           PERFORM MERGE-RESPONSES
           PERFORM MERGE-COUPONS
           CALL "quizachk" USING WS-THIS-PATH WS-CHAIN-OK
               WS-CHAIN-RECORDS WS-CHAIN-LEGACY WS-CHAIN-PROBLEMS
           IF WS-CHAIN-OK = "Y"
               PERFORM MERGE-AUDIT
           ELSE
               PERFORM REJECT-STORE-AUDIT
           END-IF
           PERFORM CHECK-STORE-CONTROL.

       MERGE-RESPONSES.
                       WRITE IC-ALL-AUDT-RECORD
                           FROM IC-AUDIT-RECORD
                       ADD 1 TO WS-AUDT-COUNT
      *> Merged like any other record, but not counted: quizctl
      *> leaves quizeod's EOD- events out of IC-CTL-AUDT, since the
      *> close is still writing them after the totals are taken.
                       IF IC-AUDIT-DATE = WS-CONS-DATE
                           AND IC-AUDIT-EVENT(1:4) NOT = "EOD-"
                           ADD 1 TO WS-DAY-AUDT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE IC-IN-AUDT-FILE.

       REJECT-STORE-AUDIT.
           DISPLAY "quizcons: store " WS-THIS-STORE " audit trail "
               "failed verification (" WS-CHAIN-PROBLEMS
               " problem(s), listed above) - not merged"
           MOVE "Y" TO WS-ANY-SHORT
           MOVE SPACES TO IC-CONS-EXC-RECORD
           STRING "AUDIT-CHAIN-FAIL " DELIMITED BY SIZE
               WS-THIS-STORE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-CHAIN-PROBLEMS DELIMITED BY SIZE
               " problem(s) " DELIMITED BY SIZE
               WS-THIS-PATH DELIMITED BY SPACE
               INTO IC-CONS-EXC-RECORD
           END-STRING
           WRITE IC-CONS-EXC-RECORD
           ADD 1 TO WS-EXC-COUNT.

       CHECK-STORE-CONTROL.
      *> The store's own close wrote what SHOULD have arrived
      *> (quizctl); the day counters hold what actually merged. A
      *> missing control record is as loud as a short file - either
      *> the close never ran or the control file didn't travel, and
      *> both mean nobody can vouch for the data - unless the store
      *> did not trade that day.
           MOVE "N" TO WS-CTL-FOUND
           MOVE "N" TO WS-CTL-EOF
           MOVE "RECEIVED" TO WS-STORE-STATUS
                           AND IC-CTL-DATE = WS-CONS-DATE
                           MOVE "Y" TO WS-CTL-FOUND
                           PERFORM COMPARE-CONTROL-COUNTS
                           PERFORM CHECK-REF-VERSIONS
                       END-IF
               END-READ
           END-PERFORM
           CLOSE IC-IN-CTL-FILE
           IF WS-CTL-FOUND = "N"
      *> Audit records are left out of the test on purpose: a
      *> supervisor signing on to a closed store's terminal writes
      *> some, and that is no reason to expect a close.
               CALL "quizcal" USING WS-THIS-STORE WS-CONS-DATE
                   WS-CAL-TRADES WS-CAL-OPEN WS-CAL-CLOSE WS-CAL-NOTE
                   WS-CAL-FOUND
               IF WS-CAL-FOUND = "Y" AND WS-CAL-TRADES = "N"
                   AND WS-DAY-RESP = ZERO AND WS-DAY-COUP = ZERO
                   MOVE "CLOSED" TO WS-STORE-STATUS
               ELSE
                   PERFORM FLAG-CONTROL-MISSING
               END-IF
           END-IF
           DISPLAY "  Store " WS-THIS-STORE " control check "
               WS-CONS-DATE ": " WS-STORE-STATUS.

       CHECK-REF-VERSIONS.
           IF IC-CTL-REF-VERSIONS IS NUMERIC
               MOVE "N" TO WS-STORE-STALE
               PERFORM VARYING WS-F FROM 1 BY 1
                       UNTIL WS-F > IC-REF-FILE-COUNT
                   IF IC-CTL-REF-VER(WS-F) < WS-WANT-VERSION(WS-F)
                       PERFORM FLAG-STALE-REF-FILE
                   END-IF
               END-PERFORM
               IF WS-STORE-STALE = "Y"
                   ADD 1 TO WS-STALE-COUNT
               END-IF
           END-IF.

       FLAG-STALE-REF-FILE.
           MOVE "Y" TO WS-STORE-STALE
           DISPLAY "  Store " WS-THIS-STORE " ran "
               FUNCTION TRIM(IC-REF-FILE-NAME(WS-F)) " version "
               IC-CTL-REF-VER(WS-F) " - should have been "
               WS-WANT-VERSION(WS-F)
           MOVE SPACES TO IC-CONS-EXC-RECORD
           STRING "REFDATA-STALE " DELIMITED BY SIZE
               WS-THIS-STORE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               IC-REF-FILE-NAME(WS-F) DELIMITED BY SPACE
               " RAN " DELIMITED BY SIZE
               IC-CTL-REF-VER(WS-F) DELIMITED BY SIZE
               " WANT " DELIMITED BY SIZE
               WS-WANT-VERSION(WS-F) DELIMITED BY SIZE
               INTO IC-CONS-EXC-RECORD
           END-STRING
           WRITE IC-CONS-EXC-RECORD
           ADD 1 TO WS-EXC-COUNT.

       FLAG-CONTROL-MISSING.
           IF WS-CAL-FOUND = "Y" AND WS-CAL-TRADES = "N"
               DISPLAY "quizcons: store " WS-THIS-STORE " is closed "
                   "on " WS-CONS-DATE " per the calendar but has "
                   "records for the date - control still expected"
           END-IF
           MOVE "MISSING" TO WS-STORE-STATUS
           MOVE "Y" TO WS-ANY-SHORT
           MOVE SPACES TO IC-CONS-EXC-RECORD
           STRING "CONTROL-MISSING " DELIMITED BY SIZE
               WS-THIS-STORE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-CONS-DATE DELIMITED BY SIZE
               INTO IC-CONS-EXC-RECORD
           END-STRING
           WRITE IC-CONS-EXC-RECORD
           ADD 1 TO WS-EXC-COUNT.

       COMPARE-CONTROL-COUNTS.
           IF WS-DAY-RESP NOT = IC-CTL-RESP
               PERFORM FLAG-COUNT-MISMATCH
               ADD 1 TO WS-EXC-COUNT
           END-IF.

       LOAD-WANTED-VERSIONS.
      *> No history (quizdist never run) wants version zero of
      *> everything, which every store meets.
           PERFORM VARYING WS-F FROM 1 BY 1
                   UNTIL WS-F > IC-REF-FILE-COUNT
               MOVE ZERO TO WS-WANT-VERSION(WS-F)
           END-PERFORM
           MOVE "N" TO WS-EOF-FLAG
           OPEN INPUT IC-DIST-VER-FILE
           PERFORM UNTIL WS-EOF-FLAG = "Y"
               READ IC-DIST-VER-FILE
                   AT END
                       MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       IF IC-REFV-VERSION IS NUMERIC
                           AND IC-REFV-DATE IS NUMERIC
                           AND IC-REFV-DATE < WS-CONS-DATE
                           PERFORM KEEP-WANTED-VERSION
                       END-IF
               END-READ
           END-PERFORM
           CLOSE IC-DIST-VER-FILE.

       KEEP-WANTED-VERSION.
           PERFORM VARYING WS-F FROM 1 BY 1
                   UNTIL WS-F > IC-REF-FILE-COUNT
               IF IC-REFV-FILE = IC-REF-FILE-NAME(WS-F)
                   AND IC-REFV-VERSION > WS-WANT-VERSION(WS-F)
                   MOVE IC-REFV-VERSION TO WS-WANT-VERSION(WS-F)
               END-IF
           END-PERFORM.

       LOAD-STORE-TABLE.
           MOVE "N" TO WS-EOF-FLAG
           OPEN INPUT IC-STORE-FILE
