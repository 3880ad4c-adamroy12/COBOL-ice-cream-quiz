       IDENTIFICATION DIVISION.
           PROGRAM-ID. "quizachk".
      *> Walks one store's audit trail and proves its seal (see
      *> icaudtr.cpy and quizaudw): the trail in LK-PATH (blank =
      *> the current directory) is read front to back, every line's
      *> sequence number must be one more than the last, and every
      *> line's check value must be quizhash of the previous line's
      *> check followed by this line's own bytes. What it finds is
      *> displayed with the line number in the file and the
      *> sequence number on the line, so the exact spot can be
      *> pulled up:
      *>   GAP           sequence numbers missing - lines deleted
      *>   OUT OF ORDER  a sequence number at or below the last one -
      *>                 lines moved, repeated or pasted in
      *>   ALTERED       numbered in order but the check value does
      *>                 not match the line - the line was edited
      *>                 (or the check on the one before it was)
      *>   CHAIN BROKEN  with a gap or reorder, the chain breaks too
      *>   UNSEALED      a line with no seal after sealing began -
      *>                 typed in by hand
      *>   TRUNCATED     the trail ends before the last seal written
      *>                 to IC-AUDIT-SEQ.DAT - lines cut off the end
      *> Lines written before the trail was first sealed carry no
      *> seal at all; they are counted and passed, since there is
      *> nothing to check them against. Used by quizaver (the
      *> verification job), by quizeod before the close starts and
      *> by quizcons before each store's trail is merged.
      *> LK-CHAIN-OK comes back "Y" only when nothing was found.
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT OPTIONAL IC-CHK-AUDIT-FILE
                   ASSIGN TO DYNAMIC WS-AUDIT-NAME
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT OPTIONAL IC-CHK-SEQ-FILE
                   ASSIGN TO DYNAMIC WS-SEQ-NAME
                   ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
           FILE SECTION.
           FD  IC-CHK-AUDIT-FILE.
           COPY "icaudtr.cpy".
           FD  IC-CHK-SEQ-FILE.
           COPY "icaseqr.cpy".
           WORKING-STORAGE SECTION.
           01 WS-AUDIT-NAME PIC X(60).
           01 WS-SEQ-NAME PIC X(60).
           01 WS-EOF-FLAG PIC X(1).
           01 WS-SEALED-SEEN PIC X(1).
           01 WS-POSITION PIC 9(8).
           01 WS-PREV-SEQ PIC 9(8).
           01 WS-PREV-CHECK PIC 9(18).
           01 WS-EXPECTED-SEQ PIC 9(8).
           01 WS-MISSING-TO PIC 9(8).
           01 WS-SEQ-OK PIC X(1).
           01 WS-PREV-SEQ-OK PIC X(1).
           01 WS-HASH-TEXT PIC X(120).
           01 WS-HASH-VALUE PIC 9(18).
           01 WS-SEAL-FOUND PIC X(1).
           01 WS-PROBLEM-TEXT PIC X(50).
           01 WS-SHOWN-COUNT PIC 9(6).
           01 WS-SHOW-SEQ PIC 9(8).
       LINKAGE SECTION.
           01 LK-PATH PIC X(40).
           01 LK-CHAIN-OK PIC X(1).
           01 LK-RECORD-COUNT PIC 9(8).
           01 LK-LEGACY-COUNT PIC 9(8).
           01 LK-PROBLEM-COUNT PIC 9(6).
       PROCEDURE DIVISION USING LK-PATH LK-CHAIN-OK LK-RECORD-COUNT
               LK-LEGACY-COUNT LK-PROBLEM-COUNT.
       MAIN-PARAGRAPH.
           MOVE SPACES TO WS-AUDIT-NAME
           MOVE SPACES TO WS-SEQ-NAME
           IF LK-PATH = SPACES
               MOVE "IC-AUDIT.DAT" TO WS-AUDIT-NAME
               MOVE "IC-AUDIT-SEQ.DAT" TO WS-SEQ-NAME
           ELSE
               STRING FUNCTION TRIM(LK-PATH) DELIMITED BY SIZE
                   "/IC-AUDIT.DAT" DELIMITED BY SIZE
                   INTO WS-AUDIT-NAME
               END-STRING
               STRING FUNCTION TRIM(LK-PATH) DELIMITED BY SIZE
                   "/IC-AUDIT-SEQ.DAT" DELIMITED BY SIZE
                   INTO WS-SEQ-NAME
               END-STRING
           END-IF
           MOVE ZERO TO LK-RECORD-COUNT
           MOVE ZERO TO LK-LEGACY-COUNT
           MOVE ZERO TO LK-PROBLEM-COUNT
           MOVE ZERO TO WS-SHOWN-COUNT
           MOVE ZERO TO WS-POSITION
           MOVE ZERO TO WS-PREV-SEQ
           MOVE ZERO TO WS-PREV-CHECK
           MOVE "N" TO WS-SEALED-SEEN
           MOVE "Y" TO WS-PREV-SEQ-OK
           MOVE "N" TO WS-EOF-FLAG
           OPEN INPUT IC-CHK-AUDIT-FILE
           PERFORM UNTIL WS-EOF-FLAG = "Y"
               READ IC-CHK-AUDIT-FILE
                   AT END
                       MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-POSITION
                       ADD 1 TO LK-RECORD-COUNT
                       PERFORM CHECK-ONE-LINE
               END-READ
           END-PERFORM
           CLOSE IC-CHK-AUDIT-FILE
           PERFORM CHECK-AGAINST-SEAL-FILE
           IF WS-SHOWN-COUNT < LK-PROBLEM-COUNT
               DISPLAY "quizachk: " FUNCTION TRIM(WS-AUDIT-NAME)
                   " - " LK-PROBLEM-COUNT " problem(s) in all, only "
                   "the first " WS-SHOWN-COUNT " shown"
           END-IF
           IF LK-PROBLEM-COUNT = ZERO
               MOVE "Y" TO LK-CHAIN-OK
           ELSE
               MOVE "N" TO LK-CHAIN-OK
           END-IF
           GOBACK.

       CHECK-ONE-LINE.
           MOVE ZERO TO WS-SHOW-SEQ
           IF IC-AUDIT-SEQ-NO IS NUMERIC
               MOVE IC-AUDIT-SEQ-NO TO WS-SHOW-SEQ
           END-IF
           IF IC-AUDIT-SEQ-NO IS NOT NUMERIC
               OR IC-AUDIT-SEQ-NO = ZERO
               IF WS-SEALED-SEEN = "N"
                   ADD 1 TO LK-LEGACY-COUNT
               ELSE
                   MOVE "UNSEALED - line has no seal" TO
                       WS-PROBLEM-TEXT
                   PERFORM REPORT-PROBLEM
               END-IF
           ELSE
               MOVE "Y" TO WS-SEALED-SEEN
               MOVE "Y" TO WS-SEQ-OK
               COMPUTE WS-EXPECTED-SEQ = WS-PREV-SEQ + 1
               IF IC-AUDIT-SEQ-NO > WS-EXPECTED-SEQ
                   MOVE "N" TO WS-SEQ-OK
                   COMPUTE WS-MISSING-TO = IC-AUDIT-SEQ-NO - 1
                   MOVE SPACES TO WS-PROBLEM-TEXT
                   STRING "GAP - seq " DELIMITED BY SIZE
                       WS-EXPECTED-SEQ DELIMITED BY SIZE
                       " to " DELIMITED BY SIZE
                       WS-MISSING-TO DELIMITED BY SIZE
                       " missing" DELIMITED BY SIZE
                       INTO WS-PROBLEM-TEXT
                   END-STRING
                   PERFORM REPORT-PROBLEM
               END-IF
               IF IC-AUDIT-SEQ-NO < WS-EXPECTED-SEQ
                   MOVE "N" TO WS-SEQ-OK
                   MOVE SPACES TO WS-PROBLEM-TEXT
                   STRING "OUT OF ORDER - follows seq " DELIMITED
                       BY SIZE
                       WS-PREV-SEQ DELIMITED BY SIZE
                       INTO WS-PROBLEM-TEXT
                   END-STRING
                   PERFORM REPORT-PROBLEM
               END-IF
      *> Same chain text quizaudw sealed with: the previous check,
      *> then this line through its sequence number.
               MOVE SPACES TO WS-HASH-TEXT
               MOVE WS-PREV-CHECK TO WS-HASH-TEXT(1:18)
               MOVE IC-AUDIT-RECORD(1:68) TO WS-HASH-TEXT(19:68)
               CALL "quizhash" USING WS-HASH-TEXT WS-HASH-VALUE
               IF IC-AUDIT-CHECK IS NOT NUMERIC
                   OR WS-HASH-VALUE NOT = IC-AUDIT-CHECK
      *> In sequence after a line that was also in sequence, a bad
      *> check means this line's own bytes changed; next to a gap
      *> or a moved line it is the chain that broke.
                   IF WS-SEQ-OK = "Y" AND WS-PREV-SEQ-OK = "Y"
                       MOVE "ALTERED - check value does not match"
                           TO WS-PROBLEM-TEXT
                   ELSE
                       MOVE "CHAIN BROKEN - not chained to line before"
                           TO WS-PROBLEM-TEXT
                   END-IF
                   PERFORM REPORT-PROBLEM
               END-IF
      *> Carry on from this line whatever it held, so one bad line
      *> is reported once rather than breaking every line after it;
      *> the highest number seen stays the base, so a line moved
      *> back up the file does not turn the rest into "gaps".
               IF IC-AUDIT-SEQ-NO > WS-PREV-SEQ
                   MOVE IC-AUDIT-SEQ-NO TO WS-PREV-SEQ
               END-IF
               MOVE WS-SEQ-OK TO WS-PREV-SEQ-OK
               IF IC-AUDIT-CHECK IS NUMERIC
                   MOVE IC-AUDIT-CHECK TO WS-PREV-CHECK
               END-IF
           END-IF.

       CHECK-AGAINST-SEAL-FILE.
      *> Deleting lines off the end leaves nothing after them to
      *> break, so the trail's end is held against the last seal
      *> quizaudw wrote.
           MOVE "N" TO WS-SEAL-FOUND
           OPEN INPUT IC-CHK-SEQ-FILE
           READ IC-CHK-SEQ-FILE
               AT END
                   CONTINUE
               NOT AT END
                   MOVE "Y" TO WS-SEAL-FOUND
           END-READ
           CLOSE IC-CHK-SEQ-FILE
      *> End-of-trail findings are reported against the last line.
           MOVE LK-RECORD-COUNT TO WS-POSITION
           MOVE WS-PREV-SEQ TO WS-SHOW-SEQ
           IF WS-SEAL-FOUND = "N"
               IF WS-SEALED-SEEN = "Y"
                   MOVE "SEAL FILE MISSING - IC-AUDIT-SEQ.DAT"
                       TO WS-PROBLEM-TEXT
                   PERFORM REPORT-PROBLEM
               END-IF
           ELSE
               IF IC-ASEQ-LAST-SEQ > WS-PREV-SEQ
                   COMPUTE WS-EXPECTED-SEQ = WS-PREV-SEQ + 1
                   MOVE SPACES TO WS-PROBLEM-TEXT
                   STRING "TRUNCATED - seq " DELIMITED BY SIZE
                       WS-EXPECTED-SEQ DELIMITED BY SIZE
                       " to " DELIMITED BY SIZE
                       IC-ASEQ-LAST-SEQ DELIMITED BY SIZE
                       " missing" DELIMITED BY SIZE
                       INTO WS-PROBLEM-TEXT
                   END-STRING
                   PERFORM REPORT-PROBLEM
               END-IF
               IF IC-ASEQ-LAST-SEQ < WS-PREV-SEQ
                   MOVE "SEAL FILE BEHIND THE TRAIL" TO
                       WS-PROBLEM-TEXT
                   PERFORM REPORT-PROBLEM
               END-IF
               IF IC-ASEQ-LAST-SEQ = WS-PREV-SEQ
                   AND IC-ASEQ-LAST-CHECK NOT = WS-PREV-CHECK
                   MOVE "LAST LINE DOES NOT MATCH ITS SEAL" TO
                       WS-PROBLEM-TEXT
                   PERFORM REPORT-PROBLEM
               END-IF
           END-IF.

       REPORT-PROBLEM.
      *> A wholesale rewrite of the file would otherwise flood the
      *> close log; the count still says how bad it is.
           ADD 1 TO LK-PROBLEM-COUNT
           IF WS-SHOWN-COUNT < 50
               ADD 1 TO WS-SHOWN-COUNT
               DISPLAY "quizachk: " FUNCTION TRIM(WS-AUDIT-NAME)
                   " line " WS-POSITION " seq " WS-SHOW-SEQ ": "
                   FUNCTION TRIM(WS-PROBLEM-TEXT)
           END-IF.
