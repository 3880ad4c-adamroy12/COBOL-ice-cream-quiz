       IDENTIFICATION DIVISION.
           PROGRAM-ID. "quizdist".
      *> Reference-data distribution. The campaign table, survey
      *> questions, flavor master, kiosk configuration, message
      *> catalog and store calendar are all edited at head office
      *> (the list and its order are in icrfnr.cpy) and used to be
      *> copied into each store directory by hand - which is how two
      *> stores once ran a dead campaign for a week. This job walks
      *> the store master (IC-STORES.DAT) the way quizcons does,
      *> visiting each DISTINCT store path once, and pushes every
      *> reference file the store does not already hold.
      *> Versions: each run takes a content check value of every
      *> head-office file (quizrfck); a value not seen before is a
      *> new version, numbered up from the last one and appended to
      *> the history in IC-DIST-VERSIONS.DAT (icrfvr.cpy) with the
      *> date and time it was stamped. Nobody numbers anything by
      *> hand - editing the file is what makes a new version.
      *> Push: the copy is written beside the store's file as .NEW
      *> and only renamed over it once completely written, then the
      *> store's copy is checked again and must give the same check
      *> value as head office's - the same write-then-rename
      *> discipline every master rewrite here uses, so a store never
      *> reads a half-copied file. A store whose copy already has the
      *> current check value is left alone. The versions a store now
      *> holds are rewritten into its IC-REFVER.DAT (.NEW and
      *> rename again), which the store's close (quizctl) reports
      *> back on its control record so quizcons can list any store
      *> that ran on stale reference data.
      *> Every store and file outcome (PUSHED, CURRENT, FAILED) goes
      *> on the distribution log IC-DIST-LOG.DAT (icdlgr.cpy). A
      *> failed push leaves the store's old file in place and ends
      *> the run with return code 8; rerunning pushes only what is
      *> still missing. Run it after the stores have closed and
      *> before they open - a kiosk reads IC-CONFIG.DAT and the
      *> campaign table at start-up. Pushing head-office data into
      *> every store is a supervisor function, signed on through
      *> quizsign; the terminal is IC-TERMINAL-ID (default DIST01).
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT OPTIONAL IC-STORE-FILE
                   ASSIGN TO "IC-STORES.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT OPTIONAL IC-VERSION-FILE
                   ASSIGN TO "IC-DIST-VERSIONS.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT OPTIONAL IC-SOURCE-FILE
                   ASSIGN TO DYNAMIC WS-SOURCE-NAME
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT IC-TARGET-NEW-FILE
                   ASSIGN TO DYNAMIC WS-TARGET-NEW-NAME
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-TARGET-STATUS.
               SELECT OPTIONAL IC-STORE-REFVER-FILE
                   ASSIGN TO DYNAMIC WS-REFVER-NAME
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-REFVER-STATUS.
               SELECT IC-REFVER-NEW-FILE
                   ASSIGN TO DYNAMIC WS-REFVER-NEW-NAME
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-REFVER-STATUS.
               SELECT OPTIONAL IC-DIST-LOG-FILE
                   ASSIGN TO "IC-DIST-LOG.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
           FILE SECTION.
           FD  IC-STORE-FILE.
           COPY "icstorr.cpy".
           FD  IC-VERSION-FILE.
           COPY "icrfvr.cpy".
           FD  IC-SOURCE-FILE.
           01 IC-SOURCE-LINE PIC X(200).
           FD  IC-TARGET-NEW-FILE.
           01 IC-TARGET-NEW-LINE PIC X(200).
      *> Same layout as IC-DIST-VERSIONS.DAT above (icrfvr.cpy); the
      *> store-side rows are moved through IC-REFVER-RECORD.
           FD  IC-STORE-REFVER-FILE.
           01 IC-STORE-REFVER-RECORD PIC X(57).
           FD  IC-REFVER-NEW-FILE.
           01 IC-REFVER-NEW-RECORD PIC X(57).
           FD  IC-DIST-LOG-FILE.
           COPY "icdlgr.cpy".
           WORKING-STORAGE SECTION.
           COPY "icrfnr.cpy".
           01 WS-TERMINAL-ID PIC X(8) VALUE "DIST01".
           01 WS-OPERATOR-ID PIC X(8) VALUE SPACES.
           01 WS-SIGNON-OK PIC X(1).
           01 WS-REQUIRED-ROLE PIC X(1) VALUE "S".
           01 WS-EOF-FLAG PIC X(1).
      *> Head office's current version of each reference file, in
      *> icrfnr.cpy order.
           01 WS-REF-TABLE.
               05 WS-RF-ENTRY OCCURS 6 TIMES.
                   10 WS-RF-PRESENT PIC X(1).
                   10 WS-RF-VERSION PIC 9(5).
                   10 WS-RF-CHECK PIC 9(18).
                   10 WS-RF-DATE PIC 9(8).
                   10 WS-RF-TIME PIC 9(6).
      *> What the store being visited holds, same order.
           01 WS-HOLD-TABLE.
               05 WS-SH-ENTRY OCCURS 6 TIMES.
                   10 WS-SH-VERSION PIC 9(5).
                   10 WS-SH-CHECK PIC 9(18).
                   10 WS-SH-DATE PIC 9(8).
                   10 WS-SH-TIME PIC 9(6).
           01 WS-F PIC 9(1).
           01 WS-STORE-COUNT PIC 9(3) VALUE ZERO.
           01 WS-STORE-TABLE.
               05 WS-STORE-ENTRY OCCURS 50 TIMES
                       INDEXED BY WS-ST-IDX.
                   10 WS-ST-NUM PIC 9(3).
                   10 WS-ST-PATH PIC X(40).
                   10 WS-ST-DONE PIC X(1).
           01 WS-SCAN-IDX PIC 9(3).
           01 WS-THIS-STORE PIC 9(3).
           01 WS-THIS-PATH PIC X(40).
           01 WS-SOURCE-NAME PIC X(60).
           01 WS-TARGET-NAME PIC X(60).
           01 WS-TARGET-NEW-NAME PIC X(60).
           01 WS-REFVER-NAME PIC X(60).
           01 WS-REFVER-NEW-NAME PIC X(60).
           01 WS-TARGET-STATUS PIC XX.
           01 WS-REFVER-STATUS PIC XX.
           01 WS-FILE-FOUND PIC X(1).
           01 WS-FILE-LINES PIC 9(6).
           01 WS-FILE-CHECK PIC 9(18).
           01 WS-OUTCOME PIC X(8).
           01 WS-HOLDINGS-CHANGED PIC X(1).
           01 WS-PUSHED-COUNT PIC 9(6) VALUE ZERO.
           01 WS-CURRENT-COUNT PIC 9(6) VALUE ZERO.
           01 WS-FAILED-COUNT PIC 9(6) VALUE ZERO.
           01 WS-NEW-VERSION-COUNT PIC 9(2) VALUE ZERO.
           01 WS-CURRENT-DATE-TIME.
               05 WS-CURRENT-DATE PIC 9(8).
               05 WS-CURRENT-TIME PIC 9(6).
               05 FILLER PIC X(9).
       PROCEDURE DIVISION.
       MAIN-PARAGRAPH.
           ACCEPT WS-TERMINAL-ID FROM ENVIRONMENT "IC-TERMINAL-ID"
           IF WS-TERMINAL-ID = SPACES
               MOVE "DIST01" TO WS-TERMINAL-ID
           END-IF
           CALL "quizsign" USING WS-TERMINAL-ID WS-REQUIRED-ROLE
               WS-OPERATOR-ID WS-SIGNON-OK
           IF WS-SIGNON-OK NOT = "Y"
               DISPLAY "quizdist: supervisor sign-on required - "
                   "nothing distributed"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           PERFORM LOAD-VERSION-HISTORY
           PERFORM STAMP-NEW-VERSIONS
           PERFORM LOAD-STORE-TABLE
           IF WS-STORE-COUNT = ZERO
               DISPLAY "quizdist: IC-STORES.DAT is missing or empty - "
                   "no store to distribute to"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM VARYING WS-ST-IDX FROM 1 BY 1
                   UNTIL WS-ST-IDX > WS-STORE-COUNT
               IF WS-ST-DONE(WS-ST-IDX) = "N"
                   PERFORM DISTRIBUTE-ONE-PATH
               END-IF
           END-PERFORM
           DISPLAY "Distribution complete. New versions stamped: "
               WS-NEW-VERSION-COUNT
           DISPLAY "Copies pushed: " WS-PUSHED-COUNT
               "  Already current: " WS-CURRENT-COUNT
               "  Failed: " WS-FAILED-COUNT
           IF WS-FAILED-COUNT > ZERO
               DISPLAY "quizdist: at least one store did not receive "
                   "its reference data (see IC-DIST-LOG.DAT) - fix "
                   "the store directory and rerun"
               MOVE 8 TO RETURN-CODE
           END-IF
           STOP RUN.

       LOAD-VERSION-HISTORY.
      *> The history is append-only; the highest version on file
      *> for each name is head office's current one.
           PERFORM VARYING WS-F FROM 1 BY 1
                   UNTIL WS-F > IC-REF-FILE-COUNT
               MOVE "N" TO WS-RF-PRESENT(WS-F)
               MOVE ZERO TO WS-RF-VERSION(WS-F)
               MOVE ZERO TO WS-RF-CHECK(WS-F)
               MOVE ZERO TO WS-RF-DATE(WS-F)
               MOVE ZERO TO WS-RF-TIME(WS-F)
           END-PERFORM
           MOVE "N" TO WS-EOF-FLAG
           OPEN INPUT IC-VERSION-FILE
           PERFORM UNTIL WS-EOF-FLAG = "Y"
               READ IC-VERSION-FILE
                   AT END
                       MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       PERFORM KEEP-HISTORY-ROW
               END-READ
           END-PERFORM
           CLOSE IC-VERSION-FILE.

       KEEP-HISTORY-ROW.
           IF IC-REFV-VERSION IS NUMERIC
               AND IC-REFV-CHECK IS NUMERIC
               PERFORM VARYING WS-F FROM 1 BY 1
                       UNTIL WS-F > IC-REF-FILE-COUNT
                   IF IC-REFV-FILE = IC-REF-FILE-NAME(WS-F)
                       AND IC-REFV-VERSION > WS-RF-VERSION(WS-F)
                       MOVE IC-REFV-VERSION TO WS-RF-VERSION(WS-F)
                       MOVE IC-REFV-CHECK TO WS-RF-CHECK(WS-F)
                       MOVE IC-REFV-DATE TO WS-RF-DATE(WS-F)
                       MOVE IC-REFV-TIME TO WS-RF-TIME(WS-F)
                   END-IF
               END-PERFORM
           END-IF.

       STAMP-NEW-VERSIONS.
      *> A file head office does not have is simply not distributed
      *> (a shop with no message catalog keeps running without one);
      *> it is never pushed as an empty file over a store's copy.
           PERFORM VARYING WS-F FROM 1 BY 1
                   UNTIL WS-F > IC-REF-FILE-COUNT
               MOVE IC-REF-FILE-NAME(WS-F) TO WS-SOURCE-NAME
               CALL "quizrfck" USING WS-SOURCE-NAME WS-FILE-FOUND
                   WS-FILE-LINES WS-FILE-CHECK
               IF WS-FILE-FOUND = "N"
                   DISPLAY "quizdist: no "
                       FUNCTION TRIM(IC-REF-FILE-NAME(WS-F))
                       " at head office - not distributed"
               ELSE
                   MOVE "Y" TO WS-RF-PRESENT(WS-F)
                   IF WS-RF-VERSION(WS-F) = ZERO
                       OR WS-FILE-CHECK NOT = WS-RF-CHECK(WS-F)
                       PERFORM STAMP-ONE-VERSION
                   END-IF
                   DISPLAY "  " IC-REF-FILE-NAME(WS-F) " version "
                       WS-RF-VERSION(WS-F) "  " WS-FILE-LINES
                       " line(s)"
               END-IF
           END-PERFORM.

       STAMP-ONE-VERSION.
           ADD 1 TO WS-RF-VERSION(WS-F)
           ADD 1 TO WS-NEW-VERSION-COUNT
           MOVE WS-FILE-CHECK TO WS-RF-CHECK(WS-F)
           MOVE WS-CURRENT-DATE TO WS-RF-DATE(WS-F)
           MOVE WS-CURRENT-TIME TO WS-RF-TIME(WS-F)
           MOVE IC-REF-FILE-NAME(WS-F) TO IC-REFV-FILE
           MOVE WS-RF-VERSION(WS-F) TO IC-REFV-VERSION
           MOVE WS-RF-CHECK(WS-F) TO IC-REFV-CHECK
           MOVE WS-RF-DATE(WS-F) TO IC-REFV-DATE
           MOVE WS-RF-TIME(WS-F) TO IC-REFV-TIME
           OPEN EXTEND IC-VERSION-FILE
           WRITE IC-REFVER-RECORD
           CLOSE IC-VERSION-FILE.

       DISTRIBUTE-ONE-PATH.
      *> Mark every entry sharing this path done, as quizcons does -
      *> one directory, one copy of each file.
           MOVE WS-ST-PATH(WS-ST-IDX) TO WS-THIS-PATH
           MOVE WS-ST-NUM(WS-ST-IDX) TO WS-THIS-STORE
           PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
                   UNTIL WS-SCAN-IDX > WS-STORE-COUNT
               IF WS-ST-PATH(WS-SCAN-IDX) = WS-THIS-PATH
                   MOVE "Y" TO WS-ST-DONE(WS-SCAN-IDX)
               END-IF
           END-PERFORM
           DISPLAY "Distributing to store " WS-THIS-STORE " at "
               FUNCTION TRIM(WS-THIS-PATH)
           MOVE SPACES TO WS-REFVER-NAME
           STRING FUNCTION TRIM(WS-THIS-PATH) DELIMITED BY SIZE
               "/IC-REFVER.DAT" DELIMITED BY SIZE
               INTO WS-REFVER-NAME
           END-STRING
           MOVE SPACES TO WS-REFVER-NEW-NAME
           STRING FUNCTION TRIM(WS-THIS-PATH) DELIMITED BY SIZE
               "/IC-REFVER.NEW" DELIMITED BY SIZE
               INTO WS-REFVER-NEW-NAME
           END-STRING
           PERFORM LOAD-STORE-HOLDINGS
           MOVE "N" TO WS-HOLDINGS-CHANGED
           PERFORM VARYING WS-F FROM 1 BY 1
                   UNTIL WS-F > IC-REF-FILE-COUNT
               IF WS-RF-PRESENT(WS-F) = "Y"
                   PERFORM DISTRIBUTE-ONE-FILE
               END-IF
           END-PERFORM
           IF WS-HOLDINGS-CHANGED = "Y"
               PERFORM REWRITE-STORE-REFVER
           END-IF.

       LOAD-STORE-HOLDINGS.
      *> No IC-REFVER.DAT yet (a store never distributed to, or a
      *> directory that is not there) reads as holding nothing.
           PERFORM VARYING WS-F FROM 1 BY 1
                   UNTIL WS-F > IC-REF-FILE-COUNT
               MOVE ZERO TO WS-SH-VERSION(WS-F)
               MOVE ZERO TO WS-SH-CHECK(WS-F)
               MOVE ZERO TO WS-SH-DATE(WS-F)
               MOVE ZERO TO WS-SH-TIME(WS-F)
           END-PERFORM
           OPEN INPUT IC-STORE-REFVER-FILE
           IF WS-REFVER-STATUS = "00"
               MOVE "N" TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF-FLAG = "Y"
                   READ IC-STORE-REFVER-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-FLAG
                       NOT AT END
                           MOVE IC-STORE-REFVER-RECORD
                               TO IC-REFVER-RECORD
                           PERFORM KEEP-HOLDING-ROW
                   END-READ
               END-PERFORM
               CLOSE IC-STORE-REFVER-FILE
           ELSE
               IF WS-REFVER-STATUS = "05"
                   CLOSE IC-STORE-REFVER-FILE
               END-IF
           END-IF.

       KEEP-HOLDING-ROW.
           IF IC-REFV-VERSION IS NUMERIC
               AND IC-REFV-CHECK IS NUMERIC
               PERFORM VARYING WS-F FROM 1 BY 1
                       UNTIL WS-F > IC-REF-FILE-COUNT
                   IF IC-REFV-FILE = IC-REF-FILE-NAME(WS-F)
                       MOVE IC-REFV-VERSION TO WS-SH-VERSION(WS-F)
                       MOVE IC-REFV-CHECK TO WS-SH-CHECK(WS-F)
                       MOVE IC-REFV-DATE TO WS-SH-DATE(WS-F)
                       MOVE IC-REFV-TIME TO WS-SH-TIME(WS-F)
                   END-IF
               END-PERFORM
           END-IF.

       DISTRIBUTE-ONE-FILE.
      *> The store's live copy is checked, not just its version
      *> file: a copy already matching head office (hand-copied
      *> before this job existed) is adopted as the current version
      *> instead of being pushed again, and a copy edited at the
      *> store since the last push is put back.
           MOVE SPACES TO WS-TARGET-NAME
           STRING FUNCTION TRIM(WS-THIS-PATH) DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               IC-REF-FILE-NAME(WS-F) DELIMITED BY SPACE
               INTO WS-TARGET-NAME
           END-STRING
           MOVE SPACES TO WS-TARGET-NEW-NAME
           STRING FUNCTION TRIM(WS-THIS-PATH) DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               IC-REF-FILE-NAME(WS-F) DELIMITED BY ".DAT"
               ".NEW" DELIMITED BY SIZE
               INTO WS-TARGET-NEW-NAME
           END-STRING
           CALL "quizrfck" USING WS-TARGET-NAME WS-FILE-FOUND
               WS-FILE-LINES WS-FILE-CHECK
           IF WS-FILE-FOUND = "Y"
               AND WS-FILE-CHECK = WS-RF-CHECK(WS-F)
               MOVE "CURRENT" TO WS-OUTCOME
               ADD 1 TO WS-CURRENT-COUNT
               IF WS-SH-VERSION(WS-F) NOT = WS-RF-VERSION(WS-F)
                   PERFORM NOTE-STORE-HOLDING
               END-IF
           ELSE
               PERFORM PUSH-ONE-FILE
           END-IF
           DISPLAY "  " IC-REF-FILE-NAME(WS-F) " version "
               WS-RF-VERSION(WS-F) " " WS-OUTCOME
           PERFORM WRITE-DIST-LOG.

       PUSH-ONE-FILE.
           MOVE "FAILED" TO WS-OUTCOME
           OPEN OUTPUT IC-TARGET-NEW-FILE
           IF WS-TARGET-STATUS NOT = "00"
               DISPLAY "quizdist: cannot write "
                   FUNCTION TRIM(WS-TARGET-NEW-NAME) " (status "
                   WS-TARGET-STATUS ")"
           ELSE
               MOVE IC-REF-FILE-NAME(WS-F) TO WS-SOURCE-NAME
               MOVE "N" TO WS-EOF-FLAG
               OPEN INPUT IC-SOURCE-FILE
               PERFORM UNTIL WS-EOF-FLAG = "Y"
                   READ IC-SOURCE-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-FLAG
                       NOT AT END
                           WRITE IC-TARGET-NEW-LINE
                               FROM IC-SOURCE-LINE
                   END-READ
               END-PERFORM
               CLOSE IC-SOURCE-FILE
               CLOSE IC-TARGET-NEW-FILE
               CALL "CBL_RENAME_FILE" USING WS-TARGET-NEW-NAME
                   WS-TARGET-NAME
               IF RETURN-CODE NOT = ZERO
                   MOVE ZERO TO RETURN-CODE
                   DISPLAY "quizdist: could not rename "
                       FUNCTION TRIM(WS-TARGET-NEW-NAME)
                       " into place - store keeps its old copy"
               ELSE
                   PERFORM PROVE-PUSHED-COPY
               END-IF
           END-IF
           IF WS-OUTCOME = "FAILED"
               ADD 1 TO WS-FAILED-COUNT
           END-IF.

       PROVE-PUSHED-COPY.
      *> Read the store's copy back through the same check head
      *> office's was stamped with; only a match counts as PUSHED.
           CALL "quizrfck" USING WS-TARGET-NAME WS-FILE-FOUND
               WS-FILE-LINES WS-FILE-CHECK
           IF WS-FILE-FOUND = "Y"
               AND WS-FILE-CHECK = WS-RF-CHECK(WS-F)
               MOVE "PUSHED" TO WS-OUTCOME
               ADD 1 TO WS-PUSHED-COUNT
               PERFORM NOTE-STORE-HOLDING
           ELSE
               DISPLAY "quizdist: "
                   FUNCTION TRIM(WS-TARGET-NAME)
                   " does not match head office after the copy"
           END-IF.

       NOTE-STORE-HOLDING.
           MOVE WS-RF-VERSION(WS-F) TO WS-SH-VERSION(WS-F)
           MOVE WS-RF-CHECK(WS-F) TO WS-SH-CHECK(WS-F)
           MOVE WS-CURRENT-DATE TO WS-SH-DATE(WS-F)
           MOVE WS-CURRENT-TIME TO WS-SH-TIME(WS-F)
           MOVE "Y" TO WS-HOLDINGS-CHANGED.

       REWRITE-STORE-REFVER.
           OPEN OUTPUT IC-REFVER-NEW-FILE
           IF WS-REFVER-STATUS NOT = "00"
               DISPLAY "quizdist: cannot write "
                   FUNCTION TRIM(WS-REFVER-NEW-NAME) " (status "
                   WS-REFVER-STATUS ")"
               ADD 1 TO WS-FAILED-COUNT
           ELSE
               PERFORM VARYING WS-F FROM 1 BY 1
                       UNTIL WS-F > IC-REF-FILE-COUNT
                   IF WS-SH-VERSION(WS-F) > ZERO
                       MOVE IC-REF-FILE-NAME(WS-F) TO IC-REFV-FILE
                       MOVE WS-SH-VERSION(WS-F) TO IC-REFV-VERSION
                       MOVE WS-SH-CHECK(WS-F) TO IC-REFV-CHECK
                       MOVE WS-SH-DATE(WS-F) TO IC-REFV-DATE
                       MOVE WS-SH-TIME(WS-F) TO IC-REFV-TIME
                       WRITE IC-REFVER-NEW-RECORD
                           FROM IC-REFVER-RECORD
                   END-IF
               END-PERFORM
               CLOSE IC-REFVER-NEW-FILE
               CALL "CBL_RENAME_FILE" USING WS-REFVER-NEW-NAME
                   WS-REFVER-NAME
               IF RETURN-CODE NOT = ZERO
                   MOVE ZERO TO RETURN-CODE
                   DISPLAY "quizdist: could not rename "
                       FUNCTION TRIM(WS-REFVER-NEW-NAME)
                       " into place - the store's close will report "
                       "the versions it held before this run"
                   ADD 1 TO WS-FAILED-COUNT
               END-IF
           END-IF.

       WRITE-DIST-LOG.
           MOVE WS-CURRENT-DATE TO IC-DLOG-DATE
           MOVE WS-CURRENT-TIME TO IC-DLOG-TIME
           MOVE WS-THIS-STORE TO IC-DLOG-STORE
           MOVE IC-REF-FILE-NAME(WS-F) TO IC-DLOG-FILE
           MOVE WS-RF-VERSION(WS-F) TO IC-DLOG-VERSION
           MOVE WS-OUTCOME TO IC-DLOG-OUTCOME
           MOVE WS-THIS-PATH TO IC-DLOG-PATH
           OPEN EXTEND IC-DIST-LOG-FILE
           WRITE IC-DIST-LOG-RECORD
           CLOSE IC-DIST-LOG-FILE.

       LOAD-STORE-TABLE.
           MOVE "N" TO WS-EOF-FLAG
           OPEN INPUT IC-STORE-FILE
           PERFORM UNTIL WS-EOF-FLAG = "Y"
               READ IC-STORE-FILE
                   AT END
                       MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       IF IC-STORE-TERMINAL NOT = SPACES
                           AND IC-STORE-NUM IS NUMERIC
                           AND IC-STORE-PATH NOT = SPACES
                           IF WS-STORE-COUNT < 50
                               ADD 1 TO WS-STORE-COUNT
                               SET WS-ST-IDX TO WS-STORE-COUNT
                               MOVE IC-STORE-NUM
                                   TO WS-ST-NUM(WS-ST-IDX)
                               MOVE IC-STORE-PATH
                                   TO WS-ST-PATH(WS-ST-IDX)
                               MOVE "N" TO WS-ST-DONE(WS-ST-IDX)
                           ELSE
                               DISPLAY "quizdist: store master table "
                                   "full, dropped terminal: "
                                   IC-STORE-TERMINAL
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE IC-STORE-FILE.
