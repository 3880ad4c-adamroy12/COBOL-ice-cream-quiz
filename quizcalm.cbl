       IDENTIFICATION DIVISION.
           PROGRAM-ID. "quizcalm".
      *> Store business calendar maintenance. IC-CALENDAR.DAT (see
      *> iccalr.cpy) says, per store and day, whether the store trades
      *> and its hours - weekly default rows plus dated rows for
      *> holidays and one-off hours - and quizhour, quizcons, quizeod,
      *> quiztrnd and quizwhy all read it through quizcal. Head office
      *> keeps it with this job rather than a text editor, the same
      *> way quizcmnt keeps the customer master: a transaction file
      *> of ADD/CHANGE/DELETE cards (IC-CAL-TRANS.DAT, iccltr.cpy) is
      *> validated card by card against the calendar and the store
      *> master before anything is touched, every APPLIED change goes
      *> to IC-AUDIT.DAT with who and when, and bad cards bounce to a
      *> suspense file (IC-CAL-REJECTS.DAT, iccljr.cpy) from which
      *> corrected cards resubmit as-is. The calendar is rewritten
      *> the safe way for a LINE SEQUENTIAL master: the whole
      *> in-memory copy goes to IC-CALENDAR.NEW and only a completed
      *> pass renames it over the live file. Calendar changes are a
      *> supervisor function, signed on through quizsign.
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT OPTIONAL IC-CAL-TRANS-FILE
                   ASSIGN TO "IC-CAL-TRANS.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT OPTIONAL IC-CALENDAR-FILE
                   ASSIGN TO "IC-CALENDAR.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT IC-CALENDAR-NEW-FILE
                   ASSIGN TO "IC-CALENDAR.NEW"
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT OPTIONAL IC-CAL-REJECT-FILE
                   ASSIGN TO "IC-CAL-REJECTS.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT OPTIONAL IC-STORE-FILE
                   ASSIGN TO "IC-STORES.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
           FILE SECTION.
           FD  IC-CAL-TRANS-FILE.
           COPY "iccltr.cpy".
           FD  IC-CALENDAR-FILE.
           COPY "iccalr.cpy".
           FD  IC-CALENDAR-NEW-FILE.
           01 IC-CALENDAR-NEW-RECORD PIC X(48).
           FD  IC-CAL-REJECT-FILE.
           COPY "iccljr.cpy".
           FD  IC-STORE-FILE.
           COPY "icstorr.cpy".
           WORKING-STORAGE SECTION.
           COPY "icaudtr.cpy".
           01 WS-TERMINAL-ID PIC X(8) VALUE "CALM01".
           01 WS-OPERATOR-ID PIC X(8) VALUE SPACES.
           01 WS-SIGNON-OK PIC X(1).
           01 WS-REQUIRED-ROLE PIC X(1) VALUE "S".
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
      *> "D" = row deleted this run; it is left in place (so the
      *> slot numbers found for later cards stay put) and simply not
      *> written to the new calendar.
                   10 WS-CT-DELETED PIC X(1).
           01 WS-STORE-COUNT PIC 9(3) VALUE ZERO.
           01 WS-STORE-TABLE.
               05 WS-STORE-NUM OCCURS 50 TIMES PIC 9(3).
           01 WS-FOUND-SLOT PIC 9(3).
           01 WS-S PIC 9(3).
           01 WS-ACTION PIC X(10).
           01 WS-CARD-STORE PIC 9(3).
           01 WS-CARD-DAY PIC X(8).
           01 WS-CARD-FROM PIC X(8).
           01 WS-CARD-TRADES PIC X(1).
           01 WS-CARD-OPEN PIC 9(4).
           01 WS-CARD-CLOSE PIC 9(4).
           01 WS-WEEKLY-ROW PIC X(1).
           01 WS-STORE-KNOWN PIC X(1).
           01 WS-CHECK-DATE-X PIC X(8).
           01 WS-CHECK-DATE PIC 9(8).
           01 WS-DATE-OK PIC X(1).
           01 WS-CHECK-TIME PIC 9(4).
           01 WS-TIME-OK PIC X(1).
           01 WS-REJECT-REASON PIC X(4).
           01 WS-REJECT-TEXT PIC X(34).
           01 WS-CARD-COUNT PIC 9(6) VALUE ZERO.
           01 WS-APPLIED-COUNT PIC 9(6) VALUE ZERO.
           01 WS-REJECTED-COUNT PIC 9(6) VALUE ZERO.
           01 WS-NEW-NAME PIC X(15) VALUE "IC-CALENDAR.NEW".
           01 WS-LIVE-NAME PIC X(15) VALUE "IC-CALENDAR.DAT".
           01 WS-CURRENT-DATE-TIME.
               05 WS-CURRENT-DATE PIC 9(8).
               05 WS-CURRENT-TIME PIC 9(6).
               05 FILLER PIC X(9).
       PROCEDURE DIVISION.
       MAIN-PARAGRAPH.
           ACCEPT WS-TERMINAL-ID FROM ENVIRONMENT "IC-TERMINAL-ID"
           IF WS-TERMINAL-ID = SPACES
               MOVE "CALM01" TO WS-TERMINAL-ID
           END-IF
           CALL "quizsign" USING WS-TERMINAL-ID WS-REQUIRED-ROLE
               WS-OPERATOR-ID WS-SIGNON-OK
           IF WS-SIGNON-OK NOT = "Y"
               DISPLAY "quizcalm: supervisor sign-on required - "
                   "calendar left untouched"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM LOAD-STORE-NUMBERS
           PERFORM LOAD-CALENDAR-TABLE
           PERFORM PROCESS-TRANSACTIONS
           IF WS-CARD-COUNT = ZERO
               DISPLAY "quizcalm: no maintenance cards in "
                   "IC-CAL-TRANS.DAT - calendar left untouched"
               STOP RUN
           END-IF
           IF WS-APPLIED-COUNT > ZERO
               PERFORM REWRITE-CALENDAR
           END-IF
           PERFORM RETIRE-TRANS-FILE
           DISPLAY "Calendar maintenance complete. Cards read: "
               WS-CARD-COUNT
           DISPLAY "Changes applied: " WS-APPLIED-COUNT
           DISPLAY "Cards rejected (see IC-CAL-REJECTS.DAT): "
               WS-REJECTED-COUNT
           STOP RUN.

       LOAD-STORE-NUMBERS.
      *> Several terminals share a store number; each number is kept
      *> once. With no store master at all (a single-store shop) the
      *> store check is skipped and any number is taken.
           MOVE "N" TO WS-EOF-FLAG
           OPEN INPUT IC-STORE-FILE
           PERFORM UNTIL WS-EOF-FLAG = "Y"
               READ IC-STORE-FILE
                   AT END
                       MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       IF IC-STORE-NUM IS NUMERIC
                           MOVE IC-STORE-NUM TO WS-CARD-STORE
                           PERFORM CHECK-STORE-KNOWN
                           IF WS-STORE-KNOWN = "N"
                               AND WS-STORE-COUNT < 50
                               ADD 1 TO WS-STORE-COUNT
                               MOVE IC-STORE-NUM
                                   TO WS-STORE-NUM(WS-STORE-COUNT)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE IC-STORE-FILE.

       LOAD-CALENDAR-TABLE.
      *> Same stance as quizcmnt's master load: a calendar bigger
      *> than the table fails loudly, because rewriting from a
      *> truncated copy would silently drop the rows that didn't fit.
           MOVE "N" TO WS-EOF-FLAG
           OPEN INPUT IC-CALENDAR-FILE
           PERFORM UNTIL WS-EOF-FLAG = "Y"
               READ IC-CALENDAR-FILE
                   AT END
                       MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       IF IC-CALENDAR-RECORD NOT = SPACES
                           IF WS-CAL-COUNT < 500
                               ADD 1 TO WS-CAL-COUNT
                               SET WS-CAL-IDX TO WS-CAL-COUNT
                               MOVE IC-CAL-STORE
                                   TO WS-CT-STORE(WS-CAL-IDX)
                               MOVE IC-CAL-DAY
                                   TO WS-CT-DAY(WS-CAL-IDX)
                               MOVE IC-CAL-FROM
                                   TO WS-CT-FROM(WS-CAL-IDX)
                               MOVE IC-CAL-TRADES
                                   TO WS-CT-TRADES(WS-CAL-IDX)
                               MOVE IC-CAL-OPEN
                                   TO WS-CT-OPEN(WS-CAL-IDX)
                               MOVE IC-CAL-CLOSE
                                   TO WS-CT-CLOSE(WS-CAL-IDX)
                               MOVE IC-CAL-NOTE
                                   TO WS-CT-NOTE(WS-CAL-IDX)
                               MOVE SPACE
                                   TO WS-CT-DELETED(WS-CAL-IDX)
                           ELSE
                               DISPLAY "quizcalm: calendar has more "
                                   "than 500 rows - table full, "
                                   "raise the limit before running "
                                   "with this calendar"
                               MOVE 16 TO RETURN-CODE
                               STOP RUN
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE IC-CALENDAR-FILE.

       PROCESS-TRANSACTIONS.
           MOVE "N" TO WS-EOF-FLAG
           OPEN INPUT IC-CAL-TRANS-FILE
           PERFORM UNTIL WS-EOF-FLAG = "Y"
               READ IC-CAL-TRANS-FILE
                   AT END
                       MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-CARD-COUNT
                       PERFORM VALIDATE-CARD
                       IF WS-REJECT-REASON = SPACES
                           PERFORM APPLY-CARD
                       ELSE
                           PERFORM WRITE-REJECT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE IC-CAL-TRANS-FILE.

       VALIDATE-CARD.
      *> Checks run from the card's own shape outward - action,
      *> store, day, FROM - then against the calendar, then the
      *> content of the row; the first failure is the reason given.
           MOVE SPACES TO WS-REJECT-REASON
           MOVE SPACES TO WS-REJECT-TEXT
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(CL-ACTION))
               TO WS-ACTION
           IF WS-ACTION NOT = "ADD"
               AND WS-ACTION NOT = "CHANGE"
               AND WS-ACTION NOT = "DELETE"
               MOVE "CL01" TO WS-REJECT-REASON
               MOVE "UNRECOGNIZED ACTION" TO WS-REJECT-TEXT
           ELSE
               IF CL-STORE IS NOT NUMERIC
                   MOVE "CL02" TO WS-REJECT-REASON
                   MOVE "STORE NOT A 3 DIGIT NUMBER"
                       TO WS-REJECT-TEXT
               ELSE
                   MOVE CL-STORE TO WS-CARD-STORE
                   PERFORM CHECK-STORE-KNOWN
                   IF WS-STORE-KNOWN = "N"
                       AND WS-CARD-STORE NOT = ZERO
                       AND WS-STORE-COUNT > ZERO
                       MOVE "CL03" TO WS-REJECT-REASON
                       MOVE "STORE NOT ON STORE MASTER"
                           TO WS-REJECT-TEXT
                   ELSE
                       PERFORM VALIDATE-CARD-DAY
                   END-IF
               END-IF
           END-IF.

       VALIDATE-CARD-DAY.
           MOVE FUNCTION UPPER-CASE(CL-DAY) TO WS-CARD-DAY
           MOVE SPACES TO WS-CARD-FROM
           MOVE "N" TO WS-WEEKLY-ROW
           IF WS-CARD-DAY = "MON" OR WS-CARD-DAY = "TUE"
               OR WS-CARD-DAY = "WED" OR WS-CARD-DAY = "THU"
               OR WS-CARD-DAY = "FRI" OR WS-CARD-DAY = "SAT"
               OR WS-CARD-DAY = "SUN"
               MOVE "Y" TO WS-WEEKLY-ROW
           ELSE
               MOVE WS-CARD-DAY TO WS-CHECK-DATE-X
               PERFORM CHECK-CARD-DATE
               IF WS-DATE-OK = "N"
                   MOVE "CL04" TO WS-REJECT-REASON
                   MOVE "DAY NOT YYYYMMDD OR MON..SUN"
                       TO WS-REJECT-TEXT
               END-IF
           END-IF
      *> FROM only means something on a weekly row; on a dated row
      *> it is dropped rather than rejected.
           IF WS-REJECT-REASON = SPACES
               AND WS-WEEKLY-ROW = "Y"
               AND CL-FROM NOT = SPACES
               MOVE CL-FROM TO WS-CHECK-DATE-X
               PERFORM CHECK-CARD-DATE
               IF WS-DATE-OK = "N"
                   MOVE "CL05" TO WS-REJECT-REASON
                   MOVE "FROM DATE NOT A VALID YYYYMMDD"
                       TO WS-REJECT-TEXT
               ELSE
                   MOVE CL-FROM TO WS-CARD-FROM
               END-IF
           END-IF
           IF WS-REJECT-REASON = SPACES
               PERFORM VALIDATE-AGAINST-CALENDAR
           END-IF.

       VALIDATE-AGAINST-CALENDAR.
           PERFORM FIND-CALENDAR-SLOT
           IF WS-ACTION = "ADD"
               IF WS-FOUND-SLOT > ZERO
                   MOVE "CL06" TO WS-REJECT-REASON
                   MOVE "ADD FOR ROW ALREADY ON CALENDAR"
                       TO WS-REJECT-TEXT
               END-IF
           ELSE
               IF WS-FOUND-SLOT = ZERO
                   MOVE "CL07" TO WS-REJECT-REASON
                   MOVE "ROW NOT ON CALENDAR" TO WS-REJECT-TEXT
               END-IF
           END-IF
           IF WS-REJECT-REASON = SPACES
               AND WS-ACTION NOT = "DELETE"
               PERFORM VALIDATE-CARD-HOURS
           END-IF.

       VALIDATE-CARD-HOURS.
           MOVE FUNCTION UPPER-CASE(CL-TRADES) TO WS-CARD-TRADES
           MOVE ZERO TO WS-CARD-OPEN
           MOVE ZERO TO WS-CARD-CLOSE
           IF WS-CARD-TRADES NOT = "Y" AND WS-CARD-TRADES NOT = "N"
               MOVE "CL08" TO WS-REJECT-REASON
               MOVE "TRADING FLAG NOT Y OR N" TO WS-REJECT-TEXT
           ELSE
               IF WS-CARD-TRADES = "Y"
                   IF CL-OPEN IS NOT NUMERIC
                       OR CL-CLOSE IS NOT NUMERIC
                       MOVE "CL09" TO WS-REJECT-REASON
                       MOVE "HOURS MISSING OR NOT HHMM"
                           TO WS-REJECT-TEXT
                   ELSE
                       MOVE CL-OPEN TO WS-CARD-OPEN
                       MOVE CL-CLOSE TO WS-CARD-CLOSE
                       MOVE WS-CARD-OPEN TO WS-CHECK-TIME
                       PERFORM CHECK-CARD-TIME
                       IF WS-TIME-OK = "Y"
                           MOVE WS-CARD-CLOSE TO WS-CHECK-TIME
                           PERFORM CHECK-CARD-TIME
                       END-IF
                       IF WS-TIME-OK = "N"
                           OR WS-CARD-OPEN >= WS-CARD-CLOSE
                           MOVE "CL09" TO WS-REJECT-REASON
                           MOVE "HOURS IMPOSSIBLE OR OPEN >= CLOSE"
                               TO WS-REJECT-TEXT
                       END-IF
                   END-IF
               END-IF
           END-IF.

       CHECK-CARD-DATE.
      *> INTEGER-OF-DATE answers zero for a date that cannot exist
      *> (month 13, 30 February), which is the test wanted here.
           MOVE "N" TO WS-DATE-OK
           IF WS-CHECK-DATE-X IS NUMERIC
               MOVE WS-CHECK-DATE-X TO WS-CHECK-DATE
               IF WS-CHECK-DATE >= 16010101
                   IF FUNCTION INTEGER-OF-DATE(WS-CHECK-DATE) > ZERO
                       MOVE "Y" TO WS-DATE-OK
                   END-IF
               END-IF
           END-IF.

       CHECK-CARD-TIME.
      *> 2400 is allowed as a close - a shop open until midnight.
           MOVE "Y" TO WS-TIME-OK
           IF WS-CHECK-TIME > 2400
               OR FUNCTION MOD(WS-CHECK-TIME, 100) > 59
               MOVE "N" TO WS-TIME-OK
           END-IF.

       CHECK-STORE-KNOWN.
           MOVE "N" TO WS-STORE-KNOWN
           PERFORM VARYING WS-S FROM 1 BY 1
                   UNTIL WS-S > WS-STORE-COUNT
               IF WS-STORE-NUM(WS-S) = WS-CARD-STORE
                   MOVE "Y" TO WS-STORE-KNOWN
               END-IF
           END-PERFORM.

       FIND-CALENDAR-SLOT.
           MOVE ZERO TO WS-FOUND-SLOT
           PERFORM VARYING WS-S FROM 1 BY 1
                   UNTIL WS-S > WS-CAL-COUNT
               IF WS-CT-STORE(WS-S) = WS-CARD-STORE
                   AND WS-CT-DAY(WS-S) = WS-CARD-DAY
                   AND WS-CT-FROM(WS-S) = WS-CARD-FROM
                   AND WS-CT-DELETED(WS-S) NOT = "D"
                   AND WS-FOUND-SLOT = ZERO
                   MOVE WS-S TO WS-FOUND-SLOT
               END-IF
           END-PERFORM.

       APPLY-CARD.
           EVALUATE WS-ACTION
               WHEN "ADD"
                   IF WS-CAL-COUNT < 500
                       ADD 1 TO WS-CAL-COUNT
                       MOVE WS-CAL-COUNT TO WS-FOUND-SLOT
                       MOVE WS-CARD-STORE
                           TO WS-CT-STORE(WS-FOUND-SLOT)
                       MOVE WS-CARD-DAY TO WS-CT-DAY(WS-FOUND-SLOT)
                       MOVE WS-CARD-FROM
                           TO WS-CT-FROM(WS-FOUND-SLOT)
                       MOVE SPACE TO WS-CT-DELETED(WS-FOUND-SLOT)
                       PERFORM MOVE-CARD-CONTENT
                   ELSE
                       DISPLAY "quizcalm: calendar table full - "
                           "raise the limit before adding more "
                           "rows"
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
               WHEN "CHANGE"
                   PERFORM MOVE-CARD-CONTENT
               WHEN "DELETE"
                   MOVE "D" TO WS-CT-DELETED(WS-FOUND-SLOT)
           END-EVALUATE
           ADD 1 TO WS-APPLIED-COUNT
           PERFORM WRITE-CHANGE-AUDIT.

       MOVE-CARD-CONTENT.
           MOVE WS-CARD-TRADES TO WS-CT-TRADES(WS-FOUND-SLOT)
           MOVE WS-CARD-OPEN TO WS-CT-OPEN(WS-FOUND-SLOT)
           MOVE WS-CARD-CLOSE TO WS-CT-CLOSE(WS-FOUND-SLOT)
           MOVE CL-NOTE TO WS-CT-NOTE(WS-FOUND-SLOT).

       WRITE-CHANGE-AUDIT.
      *> Same shape as quizcmnt's CUST- events: action, then the row
      *> the change was made to (store, day and - on a season row -
      *> the date the pattern runs from).
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           MOVE WS-CURRENT-DATE TO IC-AUDIT-DATE
           MOVE WS-CURRENT-TIME TO IC-AUDIT-TIME
           MOVE WS-TERMINAL-ID TO IC-AUDIT-TERMINAL
           MOVE WS-OPERATOR-ID TO IC-AUDIT-OPERATOR
           MOVE SPACES TO IC-AUDIT-EVENT
           STRING "CAL-" DELIMITED BY SIZE
               WS-ACTION DELIMITED BY SPACE
               " " DELIMITED BY SIZE
               WS-CARD-STORE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-CARD-DAY DELIMITED BY SPACE
               " " DELIMITED BY SIZE
               WS-CARD-FROM DELIMITED BY SPACE
               INTO IC-AUDIT-EVENT
           END-STRING
           CALL "quizaudw" USING IC-AUDIT-RECORD.

       WRITE-REJECT.
           MOVE SPACES TO IC-CAL-REJECT-RECORD
           MOVE IC-CAL-TRANS-RECORD TO CL-REJ-CARD-IMAGE
           MOVE WS-REJECT-REASON TO CL-REJ-REASON
           MOVE WS-REJECT-TEXT TO CL-REJ-REASON-TEXT
           OPEN EXTEND IC-CAL-REJECT-FILE
           WRITE IC-CAL-REJECT-RECORD
           CLOSE IC-CAL-REJECT-FILE
           ADD 1 TO WS-REJECTED-COUNT.

       REWRITE-CALENDAR.
           OPEN OUTPUT IC-CALENDAR-NEW-FILE
           PERFORM VARYING WS-S FROM 1 BY 1
                   UNTIL WS-S > WS-CAL-COUNT
               IF WS-CT-DELETED(WS-S) NOT = "D"
                   MOVE SPACES TO IC-CALENDAR-RECORD
                   MOVE WS-CT-STORE(WS-S) TO IC-CAL-STORE
                   MOVE WS-CT-DAY(WS-S) TO IC-CAL-DAY
                   MOVE WS-CT-FROM(WS-S) TO IC-CAL-FROM
                   MOVE WS-CT-TRADES(WS-S) TO IC-CAL-TRADES
                   MOVE WS-CT-OPEN(WS-S) TO IC-CAL-OPEN
                   MOVE WS-CT-CLOSE(WS-S) TO IC-CAL-CLOSE
                   MOVE WS-CT-NOTE(WS-S) TO IC-CAL-NOTE
                   WRITE IC-CALENDAR-NEW-RECORD
                       FROM IC-CALENDAR-RECORD
               END-IF
           END-PERFORM
           CLOSE IC-CALENDAR-NEW-FILE
           CALL "CBL_RENAME_FILE" USING WS-NEW-NAME WS-LIVE-NAME
           IF RETURN-CODE NOT = ZERO
               DISPLAY "quizcalm: could not rename IC-CALENDAR.NEW "
                   "over IC-CALENDAR.DAT - live calendar is "
                   "unchanged, apply the rename by hand"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       RETIRE-TRANS-FILE.
      *> Every card has been applied or sent to suspense; leaving
      *> the queue in place would replay it on the next run.
           OPEN OUTPUT IC-CAL-TRANS-FILE
           CLOSE IC-CAL-TRANS-FILE.
