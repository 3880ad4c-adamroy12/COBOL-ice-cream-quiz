       IDENTIFICATION DIVISION.
           PROGRAM-ID. "quizfrd".
      *> Nightly coupon fraud and abuse exception report. quizdup
      *> stops the obvious second coupon and quizbal proves the
      *> files agree with each other; neither says whether the
      *> activity behind them was honest. This job reads the
      *> business date's audit trail, responses, redemption log and
      *> redemption exceptions and reports:
      *>   FAST-YES        a kiosk logging SURVEY-YES events closer
      *>                   together than a person can answer
      *>   BATCH-REPEAT    a run of batch cards with the same answer,
      *>                   flavor and reason keyed under different
      *>                   customer ids - one card copied down a deck
      *>   ENROLL-CLUSTER  a kiosk queuing more enrollments than a
      *>                   day's honest walk-ups produce
      *>   QUICK-REDEEM    a coupon taken at a register within
      *>                   minutes of being issued (or before it was)
      *>   FAR-REDEEM      a coupon taken at a register of another
      *>                   store than the one whose kiosk issued it;
      *>                   registers are placed by their rows in
      *>                   IC-STORES.DAT (quizstor), and one with no
      *>                   row is not judged
      *>   REG-EXCEPTIONS  a register whose DUP-REDEEMED and unknown
      *>                   code (NOT-ON-FILE, BAD-CODE) lines in
      *>                   IC-REDEMPT-EXCEPT.DAT are a high share of
      *>                   everything it sent that day
      *> Every finding carries a score, 1-99: 50 is a finding just at
      *> its threshold, rising with how far past it the activity is,
      *> so the report prints the worst first. The second line of
      *> each finding holds the references a supervisor follows up:
      *> audit sequence numbers (quizaver/quizachk number every
      *> line), response times, and coupon codes to look up in
      *> quizcoup. Thresholds come from IC-FRAUD-PARM.DAT (see
      *> icfrpr.cpy) and are printed at the head of the report, so
      *> a finding can always be read against the limits that
      *> raised it. Output: IC-FRAUD-PRINT.DAT, same morning-packet
      *> shape as quizrpt's and quizeng's print files.
      *> The business date comes from IC-BUSINESS-DATE (default
      *> today) and the store from the run's terminal via quizstor,
      *> exactly as quizgl takes them. The report flags; it changes
      *> nothing, so it always ends with return code 0 and never
      *> holds up the close.
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT OPTIONAL IC-FRAUD-PARM-FILE
                   ASSIGN TO "IC-FRAUD-PARM.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT OPTIONAL IC-AUDIT-FILE
                   ASSIGN TO "IC-AUDIT.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT OPTIONAL IC-RESPONSE-FILE
                   ASSIGN TO "IC-RESPONSES.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT OPTIONAL IC-COUPON-FILE
                   ASSIGN TO "IC-COUPONS.IDX"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS IC-COUPON-CODE
                   ALTERNATE RECORD KEY IS IC-COUPON-CUST-ID
                       WITH DUPLICATES
                   FILE STATUS IS WS-COUPON-STATUS.
               SELECT OPTIONAL IC-REDEMPT-LOG-FILE
                   ASSIGN TO "IC-REDEMPT-LOG.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT OPTIONAL IC-REDEMPT-EXC-FILE
                   ASSIGN TO "IC-REDEMPT-EXCEPT.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT IC-FRAUD-PRINT-FILE
                   ASSIGN TO "IC-FRAUD-PRINT.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
           FILE SECTION.
           FD  IC-FRAUD-PARM-FILE.
           COPY "icfrpr.cpy".
           FD  IC-AUDIT-FILE.
           COPY "icaudtr.cpy".
           FD  IC-RESPONSE-FILE.
           COPY "icrespr.cpy".
           FD  IC-COUPON-FILE.
           COPY "iccoupr.cpy".
           FD  IC-REDEMPT-LOG-FILE.
           COPY "icredmr.cpy".
           FD  IC-REDEMPT-EXC-FILE.
           COPY "icrxcpr.cpy".
           FD  IC-FRAUD-PRINT-FILE.
           01 IC-FRAUD-PRINT-LINE PIC X(80).
           WORKING-STORAGE SECTION.
           01 WS-TERMINAL-ID PIC X(8) VALUE "CLOSE01".
           01 WS-STORE-NUM PIC 9(3) VALUE ZERO.
           01 WS-STORE-FOUND PIC X(1).
           01 WS-EOF-FLAG PIC X(1).
           01 WS-BUSINESS-DATE-X PIC X(8) VALUE SPACES.
           01 WS-BUSINESS-DATE PIC 9(8).
           01 WS-COUPON-STATUS PIC XX.
           01 PARM-KEY PIC X(16).
           01 PARM-VALUE PIC X(60).
           01 WS-PARM-PTR PIC 9(3).
           01 WS-PARM-NUM PIC 9(5).
           01 WS-PARM-YES-GAP PIC 9(4) VALUE 5.
           01 WS-PARM-FAST-PAIRS PIC 9(4) VALUE 3.
           01 WS-PARM-BATCH-REPEAT PIC 9(4) VALUE 4.
           01 WS-PARM-ENROLL-MAX PIC 9(4) VALUE 10.
           01 WS-PARM-REDEEM-MINS PIC 9(4) VALUE 15.
           01 WS-PARM-FAR-REGISTER PIC X(1) VALUE "Y".
           01 WS-PARM-EXC-PCT PIC 9(3) VALUE 25.
           01 WS-PARM-EXC-MIN PIC 9(4) VALUE 4.
           01 WS-PARM-MIN-SCORE PIC 9(2) VALUE ZERO.
      *> Per kiosk, from the day's audit events.
           01 WS-TRM-COUNT PIC 9(3) VALUE ZERO.
           01 WS-TRM-TABLE.
               05 WS-TRM-ENTRY OCCURS 100 TIMES.
                   10 WS-TRM-ID PIC X(8).
                   10 WS-TRM-YES-SEEN PIC X(1).
                   10 WS-TRM-LAST-SECS PIC 9(5).
                   10 WS-TRM-LAST-SEQ PIC X(8).
                   10 WS-TRM-FAST PIC 9(5).
                   10 WS-TRM-FAST-SEQ-1 PIC X(8).
                   10 WS-TRM-FAST-SEQ-2 PIC X(8).
                   10 WS-TRM-FAST-TIME PIC 9(6).
                   10 WS-TRM-ENROLL PIC 9(5).
                   10 WS-TRM-ENR-FIRST PIC X(8).
                   10 WS-TRM-ENR-LAST PIC X(8).
           01 WS-T PIC 9(3).
           01 WS-TRM-SLOT PIC 9(3).
      *> The batch card run being followed through the responses.
           01 WS-RUN-LEN PIC 9(5) VALUE ZERO.
           01 WS-RUN-ANSWER PIC X(20).
           01 WS-RUN-FLAVOR PIC X(20).
           01 WS-RUN-REASON PIC X(2).
           01 WS-RUN-LAST-ID PIC X(10).
           01 WS-RUN-FIRST-TIME PIC 9(6).
           01 WS-RUN-LAST-TIME PIC 9(6).
           01 WS-RUN-STORE PIC 9(3).
      *> The day's redemptions, with the issue they answer to.
           01 WS-RDM-COUNT PIC 9(3) VALUE ZERO.
           01 WS-RDM-TABLE.
               05 WS-RDM-ENTRY OCCURS 500 TIMES.
                   10 WS-RDM-CODE PIC X(12).
                   10 WS-RDM-DATE PIC 9(8).
                   10 WS-RDM-TIME PIC 9(6).
                   10 WS-RDM-REGISTER PIC X(8).
                   10 WS-RDM-ISSUE-FOUND PIC X(1).
                   10 WS-RDM-ISSUE-DATE PIC 9(8).
                   10 WS-RDM-ISSUE-TIME PIC 9(6).
                   10 WS-RDM-CUST-ID PIC X(10).
                   10 WS-RDM-STORE-FOUND PIC X(1).
                   10 WS-RDM-ISSUE-STORE PIC 9(3).
           01 WS-R PIC 9(3).
           01 WS-RDM-OVERFLOW PIC 9(6) VALUE ZERO.
      *> Per register, every line it sent for the day.
           01 WS-REG-COUNT PIC 9(3) VALUE ZERO.
           01 WS-REG-TABLE.
               05 WS-REG-ENTRY OCCURS 100 TIMES.
                   10 WS-REG-ID PIC X(8).
                   10 WS-REG-LINES PIC 9(5).
                   10 WS-REG-BAD PIC 9(5).
                   10 WS-REG-SAMPLE PIC X(12).
           01 WS-G PIC 9(3).
           01 WS-REG-SLOT PIC 9(3).
           01 WS-THIS-REGISTER PIC X(8).
           01 WS-EXC-IMAGE.
               05 WS-EXC-CODE PIC X(12).
               05 WS-EXC-DATE PIC X(8).
               05 WS-EXC-TIME PIC X(6).
               05 WS-EXC-REGISTER PIC X(8).
      *> Findings, kept in descending score order as they are added.
           01 WS-FND-COUNT PIC 9(3) VALUE ZERO.
           01 WS-FND-TABLE.
               05 WS-FND-ENTRY OCCURS 200 TIMES.
                   10 WS-FND-SCORE PIC 9(2).
                   10 WS-FND-TYPE PIC X(14).
                   10 WS-FND-SUBJECT PIC X(12).
                   10 WS-FND-DETAIL PIC X(70).
           01 WS-F PIC 9(3).
           01 WS-FND-SLOT PIC 9(3).
           01 WS-FND-DROPPED PIC 9(5) VALUE ZERO.
           01 WS-FND-BELOW PIC 9(5) VALUE ZERO.
           01 WS-NEW-SCORE PIC 9(2).
           01 WS-NEW-TYPE PIC X(14).
           01 WS-NEW-SUBJECT PIC X(12).
           01 WS-NEW-DETAIL PIC X(70).
           01 WS-SCORE-WORK PIC 9(7).
           01 WS-RATE PIC 9(3).
           01 WS-HMS.
               05 WS-HMS-HH PIC 9(2).
               05 WS-HMS-MM PIC 9(2).
               05 WS-HMS-SS PIC 9(2).
           01 WS-SECS PIC 9(5).
           01 WS-GAP PIC 9(5).
           01 WS-MINUTES PIC S9(9).
           01 WS-ISSUE-MINUTE PIC 9(4).
           01 WS-REDEEM-MINUTE PIC 9(4).
           01 WS-REG-STORE PIC 9(3).
           01 WS-REG-STORE-FOUND PIC X(1).
           01 WS-COUNT-EDIT PIC ZZZZZ9.
           01 WS-COUNT-EDIT-2 PIC ZZZZZ9.
           01 WS-MINUTES-EDIT PIC -(8)9.
           01 WS-SCORE-EDIT PIC Z9.
           01 WS-PAGE-NUM PIC 9(3) VALUE ZERO.
           01 WS-PAGE-NUM-EDIT PIC ZZ9.
           01 WS-PRINT-LINE-COUNT PIC 9(3) VALUE ZERO.
           01 WS-PRINT-HOLD PIC X(80).
           01 WS-CURRENT-DATE-TIME.
               05 WS-CURRENT-DATE PIC 9(8).
               05 WS-CURRENT-TIME PIC 9(6).
               05 FILLER PIC X(9).
       PROCEDURE DIVISION.
       MAIN-PARAGRAPH.
           ACCEPT WS-TERMINAL-ID FROM ENVIRONMENT "IC-TERMINAL-ID"
           IF WS-TERMINAL-ID = SPACES
               MOVE "CLOSE01" TO WS-TERMINAL-ID
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           ACCEPT WS-BUSINESS-DATE-X FROM ENVIRONMENT
               "IC-BUSINESS-DATE"
           IF WS-BUSINESS-DATE-X = SPACES
               MOVE WS-CURRENT-DATE TO WS-BUSINESS-DATE
           ELSE
               IF WS-BUSINESS-DATE-X IS NUMERIC
                   MOVE WS-BUSINESS-DATE-X TO WS-BUSINESS-DATE
               ELSE
                   DISPLAY "quizfrd: IC-BUSINESS-DATE must be an "
                       "eight digit date (YYYYMMDD), got: "
                       FUNCTION TRIM(WS-BUSINESS-DATE-X)
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           CALL "quizstor" USING WS-TERMINAL-ID WS-STORE-NUM
               WS-STORE-FOUND
           PERFORM LOAD-PARAMETERS
           PERFORM SCAN-AUDIT-TRAIL
           PERFORM CHECK-KIOSKS
           PERFORM SCAN-BATCH-RUNS
           PERFORM LOAD-REDEMPTIONS
           PERFORM LOOKUP-ISSUES
           IF WS-PARM-FAR-REGISTER = "Y"
               PERFORM FIND-ISSUE-STORES
           END-IF
           PERFORM CHECK-REDEMPTIONS
           PERFORM SCAN-REDEEM-EXCEPTIONS
           PERFORM CHECK-REGISTERS
           PERFORM WRITE-PRINT-REPORT
           DISPLAY "Fraud and abuse report for " WS-BUSINESS-DATE
               ": " WS-FND-COUNT " finding(s) (see IC-FRAUD-PRINT.DAT)"
           IF WS-FND-BELOW > ZERO
               DISPLAY "  " WS-FND-BELOW " more scored below MIN-SCORE"
           END-IF
           IF WS-FND-DROPPED > ZERO
               DISPLAY "quizfrd: " WS-FND-DROPPED " lower-scored "
                   "finding(s) did not fit the 200-line report"
           END-IF
           IF WS-RDM-OVERFLOW > ZERO
               DISPLAY "quizfrd: " WS-RDM-OVERFLOW " redemption(s) "
                   "past the first 500 were not timed against issue"
           END-IF
           MOVE ZERO TO RETURN-CODE
           STOP RUN.

       LOAD-PARAMETERS.
      *> Same first-space key/value split as PARSE-CFG-LINE in quiz;
      *> a zero or unreadable number keeps the default, so a typo
      *> cannot switch a check off by setting its limit to nothing.
           MOVE "N" TO WS-EOF-FLAG
           OPEN INPUT IC-FRAUD-PARM-FILE
           PERFORM UNTIL WS-EOF-FLAG = "Y"
               READ IC-FRAUD-PARM-FILE
                   AT END
                       MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       PERFORM PARSE-PARM-LINE
                       PERFORM APPLY-PARM-LINE
               END-READ
           END-PERFORM
           CLOSE IC-FRAUD-PARM-FILE.

       PARSE-PARM-LINE.
           MOVE SPACES TO PARM-KEY PARM-VALUE
           MOVE 1 TO WS-PARM-PTR
           UNSTRING IC-FRAUD-PARM-LINE DELIMITED BY SPACE
               INTO PARM-KEY
               WITH POINTER WS-PARM-PTR
           END-UNSTRING
           IF WS-PARM-PTR <= 68
               MOVE FUNCTION TRIM(IC-FRAUD-PARM-LINE(WS-PARM-PTR:))
                   TO PARM-VALUE
           END-IF
           MOVE ZERO TO WS-PARM-NUM
           IF FUNCTION TEST-NUMVAL(PARM-VALUE) = ZERO
               MOVE FUNCTION NUMVAL(PARM-VALUE) TO WS-PARM-NUM
           END-IF.

       APPLY-PARM-LINE.
           EVALUATE PARM-KEY
               WHEN "YES-GAP-SECS"
                   IF WS-PARM-NUM > ZERO
                       MOVE WS-PARM-NUM TO WS-PARM-YES-GAP
                   END-IF
               WHEN "FAST-YES-PAIRS"
                   IF WS-PARM-NUM > ZERO
                       MOVE WS-PARM-NUM TO WS-PARM-FAST-PAIRS
                   END-IF
               WHEN "BATCH-REPEAT"
                   IF WS-PARM-NUM > ZERO
                       MOVE WS-PARM-NUM TO WS-PARM-BATCH-REPEAT
                   END-IF
               WHEN "ENROLL-MAX"
                   IF WS-PARM-NUM > ZERO
                       MOVE WS-PARM-NUM TO WS-PARM-ENROLL-MAX
                   END-IF
               WHEN "REDEEM-MINUTES"
                   IF WS-PARM-NUM > ZERO
                       MOVE WS-PARM-NUM TO WS-PARM-REDEEM-MINS
                   END-IF
               WHEN "FAR-REGISTER"
                   IF PARM-VALUE(1:1) = "N" OR PARM-VALUE(1:1) = "n"
                       MOVE "N" TO WS-PARM-FAR-REGISTER
                   ELSE
                       MOVE "Y" TO WS-PARM-FAR-REGISTER
                   END-IF
               WHEN "EXC-RATE-PCT"
                   IF WS-PARM-NUM > ZERO AND WS-PARM-NUM <= 100
                       MOVE WS-PARM-NUM TO WS-PARM-EXC-PCT
                   END-IF
               WHEN "EXC-MIN-LINES"
                   IF WS-PARM-NUM > ZERO
                       MOVE WS-PARM-NUM TO WS-PARM-EXC-MIN
                   END-IF
               WHEN "MIN-SCORE"
                   IF WS-PARM-NUM <= 99
                       MOVE WS-PARM-NUM TO WS-PARM-MIN-SCORE
                   END-IF
               WHEN SPACES
                   CONTINUE
               WHEN OTHER
                   DISPLAY "quizfrd: IC-FRAUD-PARM.DAT - unrecognized "
                       "key " FUNCTION TRIM(PARM-KEY) " ignored"
           END-EVALUATE.

       SCAN-AUDIT-TRAIL.
      *> Only kiosk SURVEY-YES events are timed - BATCH-YES lines
      *> come from a program and are meant to be fast.
           MOVE "N" TO WS-EOF-FLAG
           OPEN INPUT IC-AUDIT-FILE
           PERFORM UNTIL WS-EOF-FLAG = "Y"
               READ IC-AUDIT-FILE
                   AT END
                       MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       IF IC-AUDIT-DATE = WS-BUSINESS-DATE
                           IF IC-AUDIT-EVENT = "SURVEY-YES"
                               PERFORM FIND-TERMINAL-SLOT
                               PERFORM TIME-KIOSK-YES
                           END-IF
                           IF IC-AUDIT-EVENT(1:18)
                                   = "CUST-ENROLL-QUEUED"
                               PERFORM FIND-TERMINAL-SLOT
                               PERFORM COUNT-KIOSK-ENROLL
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE IC-AUDIT-FILE.

       FIND-TERMINAL-SLOT.
           MOVE ZERO TO WS-TRM-SLOT
           PERFORM VARYING WS-T FROM 1 BY 1
                   UNTIL WS-T > WS-TRM-COUNT OR WS-TRM-SLOT > ZERO
               IF WS-TRM-ID(WS-T) = IC-AUDIT-TERMINAL
                   MOVE WS-T TO WS-TRM-SLOT
               END-IF
           END-PERFORM
           IF WS-TRM-SLOT = ZERO AND WS-TRM-COUNT < 100
               ADD 1 TO WS-TRM-COUNT
               MOVE WS-TRM-COUNT TO WS-TRM-SLOT
               MOVE IC-AUDIT-TERMINAL TO WS-TRM-ID(WS-TRM-SLOT)
               MOVE "N" TO WS-TRM-YES-SEEN(WS-TRM-SLOT)
               MOVE ZERO TO WS-TRM-LAST-SECS(WS-TRM-SLOT)
               MOVE SPACES TO WS-TRM-LAST-SEQ(WS-TRM-SLOT)
               MOVE ZERO TO WS-TRM-FAST(WS-TRM-SLOT)
               MOVE SPACES TO WS-TRM-FAST-SEQ-1(WS-TRM-SLOT)
               MOVE SPACES TO WS-TRM-FAST-SEQ-2(WS-TRM-SLOT)
               MOVE ZERO TO WS-TRM-FAST-TIME(WS-TRM-SLOT)
               MOVE ZERO TO WS-TRM-ENROLL(WS-TRM-SLOT)
               MOVE SPACES TO WS-TRM-ENR-FIRST(WS-TRM-SLOT)
               MOVE SPACES TO WS-TRM-ENR-LAST(WS-TRM-SLOT)
           END-IF.

       TIME-KIOSK-YES.
           IF WS-TRM-SLOT > ZERO
               MOVE IC-AUDIT-TIME TO WS-HMS
               COMPUTE WS-SECS = WS-HMS-HH * 3600 + WS-HMS-MM * 60
                   + WS-HMS-SS
               IF WS-TRM-YES-SEEN(WS-TRM-SLOT) = "Y"
                   AND WS-SECS >= WS-TRM-LAST-SECS(WS-TRM-SLOT)
                   COMPUTE WS-GAP = WS-SECS
                       - WS-TRM-LAST-SECS(WS-TRM-SLOT)
                   IF WS-GAP <= WS-PARM-YES-GAP
                       ADD 1 TO WS-TRM-FAST(WS-TRM-SLOT)
                       IF WS-TRM-FAST(WS-TRM-SLOT) = 1
                           MOVE WS-TRM-LAST-SEQ(WS-TRM-SLOT)
                               TO WS-TRM-FAST-SEQ-1(WS-TRM-SLOT)
                           MOVE IC-AUDIT-SEQ-NO
                               TO WS-TRM-FAST-SEQ-2(WS-TRM-SLOT)
                           MOVE IC-AUDIT-TIME
                               TO WS-TRM-FAST-TIME(WS-TRM-SLOT)
                       END-IF
                   END-IF
               END-IF
               MOVE "Y" TO WS-TRM-YES-SEEN(WS-TRM-SLOT)
               MOVE WS-SECS TO WS-TRM-LAST-SECS(WS-TRM-SLOT)
               MOVE IC-AUDIT-SEQ-NO TO WS-TRM-LAST-SEQ(WS-TRM-SLOT)
           END-IF.

       COUNT-KIOSK-ENROLL.
           IF WS-TRM-SLOT > ZERO
               ADD 1 TO WS-TRM-ENROLL(WS-TRM-SLOT)
               IF WS-TRM-ENR-FIRST(WS-TRM-SLOT) = SPACES
                   MOVE IC-AUDIT-SEQ-NO
                       TO WS-TRM-ENR-FIRST(WS-TRM-SLOT)
               END-IF
               MOVE IC-AUDIT-SEQ-NO TO WS-TRM-ENR-LAST(WS-TRM-SLOT)
           END-IF.

       CHECK-KIOSKS.
           PERFORM VARYING WS-T FROM 1 BY 1
                   UNTIL WS-T > WS-TRM-COUNT
               IF WS-TRM-FAST(WS-T) >= WS-PARM-FAST-PAIRS
                   PERFORM REPORT-FAST-YES
               END-IF
               IF WS-TRM-ENROLL(WS-T) > WS-PARM-ENROLL-MAX
                   PERFORM REPORT-ENROLL-CLUSTER
               END-IF
           END-PERFORM.

       REPORT-FAST-YES.
           COMPUTE WS-SCORE-WORK =
               50 * WS-TRM-FAST(WS-T) / WS-PARM-FAST-PAIRS
           PERFORM CAP-SCORE
           MOVE "FAST-YES" TO WS-NEW-TYPE
           MOVE WS-TRM-ID(WS-T) TO WS-NEW-SUBJECT
           MOVE WS-TRM-FAST(WS-T) TO WS-COUNT-EDIT
           MOVE WS-PARM-YES-GAP TO WS-COUNT-EDIT-2
           MOVE SPACES TO WS-NEW-DETAIL
           STRING FUNCTION TRIM(WS-COUNT-EDIT) DELIMITED BY SIZE
               " YES PAIRS <= " DELIMITED BY SIZE
               FUNCTION TRIM(WS-COUNT-EDIT-2) DELIMITED BY SIZE
               "S APART, FIRST AUDIT SEQ " DELIMITED BY SIZE
               WS-TRM-FAST-SEQ-1(WS-T) DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               WS-TRM-FAST-SEQ-2(WS-T) DELIMITED BY SIZE
               " AT " DELIMITED BY SIZE
               WS-TRM-FAST-TIME(WS-T) DELIMITED BY SIZE
               INTO WS-NEW-DETAIL
           END-STRING
           PERFORM ADD-FINDING.

       REPORT-ENROLL-CLUSTER.
           COMPUTE WS-SCORE-WORK =
               50 * WS-TRM-ENROLL(WS-T) / WS-PARM-ENROLL-MAX
           PERFORM CAP-SCORE
           MOVE "ENROLL-CLUSTER" TO WS-NEW-TYPE
           MOVE WS-TRM-ID(WS-T) TO WS-NEW-SUBJECT
           MOVE WS-TRM-ENROLL(WS-T) TO WS-COUNT-EDIT
           MOVE SPACES TO WS-NEW-DETAIL
           STRING FUNCTION TRIM(WS-COUNT-EDIT) DELIMITED BY SIZE
               " ENROLLMENTS QUEUED, AUDIT SEQ " DELIMITED BY SIZE
               WS-TRM-ENR-FIRST(WS-T) DELIMITED BY SIZE
               " TO " DELIMITED BY SIZE
               WS-TRM-ENR-LAST(WS-T) DELIMITED BY SIZE
               INTO WS-NEW-DETAIL
           END-STRING
           PERFORM ADD-FINDING.

       SCAN-BATCH-RUNS.
      *> quizbatch writes each card's response in deck order, so a
      *> card copied down the deck shows up as consecutive "B"
      *> responses alike in everything but the customer id. Kiosk
      *> responses landing in between don't break a run.
           MOVE ZERO TO WS-RUN-LEN
           MOVE "N" TO WS-EOF-FLAG
           OPEN INPUT IC-RESPONSE-FILE
           PERFORM UNTIL WS-EOF-FLAG = "Y"
               READ IC-RESPONSE-FILE
                   AT END
                       MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       IF IC-RESP-DATE = WS-BUSINESS-DATE
                           AND IC-RESP-SOURCE = "B"
                           PERFORM FOLLOW-BATCH-RUN
                       END-IF
               END-READ
           END-PERFORM
           CLOSE IC-RESPONSE-FILE
           PERFORM CLOSE-BATCH-RUN.

       FOLLOW-BATCH-RUN.
           IF WS-RUN-LEN > ZERO
               AND IC-RESP-ANSWER = WS-RUN-ANSWER
               AND IC-RESP-FLAVOR = WS-RUN-FLAVOR
               AND IC-RESP-REASON-CODE = WS-RUN-REASON
               AND IC-RESP-CUST-ID NOT = SPACES
               AND IC-RESP-CUST-ID NOT = WS-RUN-LAST-ID
               ADD 1 TO WS-RUN-LEN
               MOVE IC-RESP-CUST-ID TO WS-RUN-LAST-ID
               MOVE IC-RESP-TIME TO WS-RUN-LAST-TIME
           ELSE
               PERFORM CLOSE-BATCH-RUN
               IF IC-RESP-CUST-ID NOT = SPACES
                   MOVE 1 TO WS-RUN-LEN
                   MOVE IC-RESP-ANSWER TO WS-RUN-ANSWER
                   MOVE IC-RESP-FLAVOR TO WS-RUN-FLAVOR
                   MOVE IC-RESP-REASON-CODE TO WS-RUN-REASON
                   MOVE IC-RESP-CUST-ID TO WS-RUN-LAST-ID
                   MOVE IC-RESP-TIME TO WS-RUN-FIRST-TIME
                   MOVE IC-RESP-TIME TO WS-RUN-LAST-TIME
                   IF IC-RESP-STORE IS NUMERIC
                       MOVE IC-RESP-STORE TO WS-RUN-STORE
                   ELSE
                       MOVE ZERO TO WS-RUN-STORE
                   END-IF
               END-IF
           END-IF.

       CLOSE-BATCH-RUN.
           IF WS-RUN-LEN >= WS-PARM-BATCH-REPEAT
               COMPUTE WS-SCORE-WORK =
                   50 * WS-RUN-LEN / WS-PARM-BATCH-REPEAT
               PERFORM CAP-SCORE
               MOVE "BATCH-REPEAT" TO WS-NEW-TYPE
               MOVE SPACES TO WS-NEW-SUBJECT
               STRING "STORE " DELIMITED BY SIZE
                   WS-RUN-STORE DELIMITED BY SIZE
                   INTO WS-NEW-SUBJECT
               END-STRING
               MOVE WS-RUN-LEN TO WS-COUNT-EDIT
               MOVE SPACES TO WS-NEW-DETAIL
               STRING FUNCTION TRIM(WS-COUNT-EDIT) DELIMITED BY SIZE
                   " CARDS " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-RUN-ANSWER) DELIMITED BY SIZE
                   "/" DELIMITED BY SIZE
                   FUNCTION TRIM(WS-RUN-FLAVOR) DELIMITED BY SIZE
                   " NEW ID EACH, RESPONSES " DELIMITED BY SIZE
                   WS-RUN-FIRST-TIME DELIMITED BY SIZE
                   "-" DELIMITED BY SIZE
                   WS-RUN-LAST-TIME DELIMITED BY SIZE
                   INTO WS-NEW-DETAIL
               END-STRING
               PERFORM ADD-FINDING
           END-IF
           MOVE ZERO TO WS-RUN-LEN.

       LOAD-REDEMPTIONS.
      *> Every applied line of the day counts toward its register's
      *> total; the first 500 are also kept to be timed.
           MOVE "N" TO WS-EOF-FLAG
           OPEN INPUT IC-REDEMPT-LOG-FILE
           PERFORM UNTIL WS-EOF-FLAG = "Y"
               READ IC-REDEMPT-LOG-FILE
                   AT END
                       MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       IF RD-DATE = WS-BUSINESS-DATE
                           MOVE RD-REGISTER TO WS-THIS-REGISTER
                           PERFORM FIND-REGISTER-SLOT
                           IF WS-REG-SLOT > ZERO
                               ADD 1 TO WS-REG-LINES(WS-REG-SLOT)
                           END-IF
                           PERFORM KEEP-REDEMPTION
                       END-IF
               END-READ
           END-PERFORM
           CLOSE IC-REDEMPT-LOG-FILE.

       KEEP-REDEMPTION.
           IF WS-RDM-COUNT < 500
               ADD 1 TO WS-RDM-COUNT
               MOVE RD-COUPON-CODE TO WS-RDM-CODE(WS-RDM-COUNT)
               MOVE RD-DATE TO WS-RDM-DATE(WS-RDM-COUNT)
               MOVE RD-TIME TO WS-RDM-TIME(WS-RDM-COUNT)
               MOVE RD-REGISTER TO WS-RDM-REGISTER(WS-RDM-COUNT)
               MOVE "N" TO WS-RDM-ISSUE-FOUND(WS-RDM-COUNT)
               MOVE ZERO TO WS-RDM-ISSUE-DATE(WS-RDM-COUNT)
               MOVE ZERO TO WS-RDM-ISSUE-TIME(WS-RDM-COUNT)
               MOVE SPACES TO WS-RDM-CUST-ID(WS-RDM-COUNT)
               MOVE "N" TO WS-RDM-STORE-FOUND(WS-RDM-COUNT)
               MOVE ZERO TO WS-RDM-ISSUE-STORE(WS-RDM-COUNT)
           ELSE
               ADD 1 TO WS-RDM-OVERFLOW
           END-IF.

       FIND-REGISTER-SLOT.
           MOVE ZERO TO WS-REG-SLOT
           PERFORM VARYING WS-G FROM 1 BY 1
                   UNTIL WS-G > WS-REG-COUNT OR WS-REG-SLOT > ZERO
               IF WS-REG-ID(WS-G) = WS-THIS-REGISTER
                   MOVE WS-G TO WS-REG-SLOT
               END-IF
           END-PERFORM
           IF WS-REG-SLOT = ZERO AND WS-REG-COUNT < 100
               ADD 1 TO WS-REG-COUNT
               MOVE WS-REG-COUNT TO WS-REG-SLOT
               MOVE WS-THIS-REGISTER TO WS-REG-ID(WS-REG-SLOT)
               MOVE ZERO TO WS-REG-LINES(WS-REG-SLOT)
               MOVE ZERO TO WS-REG-BAD(WS-REG-SLOT)
               MOVE SPACES TO WS-REG-SAMPLE(WS-REG-SLOT)
           END-IF.

       LOOKUP-ISSUES.
      *> One keyed read per redemption for when, and to whom, the
      *> coupon was issued.
           OPEN INPUT IC-COUPON-FILE
           PERFORM VARYING WS-R FROM 1 BY 1
                   UNTIL WS-R > WS-RDM-COUNT
               MOVE WS-RDM-CODE(WS-R) TO IC-COUPON-CODE
               READ IC-COUPON-FILE KEY IS IC-COUPON-CODE
                   INVALID KEY
                       MOVE "N" TO WS-RDM-ISSUE-FOUND(WS-R)
                   NOT INVALID KEY
                       IF IC-COUPON-DATE IS NUMERIC
                           AND IC-COUPON-TIME IS NUMERIC
                           MOVE "Y" TO WS-RDM-ISSUE-FOUND(WS-R)
                           MOVE IC-COUPON-DATE
                               TO WS-RDM-ISSUE-DATE(WS-R)
                           MOVE IC-COUPON-TIME
                               TO WS-RDM-ISSUE-TIME(WS-R)
                           MOVE IC-COUPON-CUST-ID
                               TO WS-RDM-CUST-ID(WS-R)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE IC-COUPON-FILE.

       FIND-ISSUE-STORES.
      *> quiz and quizbatch stamp a coupon with its response's own
      *> date and time, so the response with that date, time and
      *> customer is the one that earned it, and its IC-RESP-STORE
      *> is the issuing store.
           MOVE "N" TO WS-EOF-FLAG
           OPEN INPUT IC-RESPONSE-FILE
           PERFORM UNTIL WS-EOF-FLAG = "Y"
               READ IC-RESPONSE-FILE
                   AT END
                       MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       IF IC-RESP-STORE IS NUMERIC
                           PERFORM MATCH-ISSUE-RESPONSE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE IC-RESPONSE-FILE.

       MATCH-ISSUE-RESPONSE.
           PERFORM VARYING WS-R FROM 1 BY 1
                   UNTIL WS-R > WS-RDM-COUNT
               IF WS-RDM-ISSUE-FOUND(WS-R) = "Y"
                   AND WS-RDM-STORE-FOUND(WS-R) = "N"
                   AND IC-RESP-DATE = WS-RDM-ISSUE-DATE(WS-R)
                   AND IC-RESP-TIME = WS-RDM-ISSUE-TIME(WS-R)
                   AND IC-RESP-CUST-ID = WS-RDM-CUST-ID(WS-R)
                   MOVE "Y" TO WS-RDM-STORE-FOUND(WS-R)
                   MOVE IC-RESP-STORE TO WS-RDM-ISSUE-STORE(WS-R)
               END-IF
           END-PERFORM.

       CHECK-REDEMPTIONS.
           PERFORM VARYING WS-R FROM 1 BY 1
                   UNTIL WS-R > WS-RDM-COUNT
               IF WS-RDM-ISSUE-FOUND(WS-R) = "Y"
                   PERFORM TIME-REDEMPTION
                   IF WS-MINUTES < WS-PARM-REDEEM-MINS
                       PERFORM REPORT-QUICK-REDEEM
                   END-IF
                   IF WS-PARM-FAR-REGISTER = "Y"
                       AND WS-RDM-STORE-FOUND(WS-R) = "Y"
                       AND WS-RDM-ISSUE-STORE(WS-R) > ZERO
                       CALL "quizstor" USING WS-RDM-REGISTER(WS-R)
                           WS-REG-STORE WS-REG-STORE-FOUND
                       IF WS-REG-STORE-FOUND = "A"
                           AND WS-REG-STORE NOT =
                               WS-RDM-ISSUE-STORE(WS-R)
                           PERFORM REPORT-FAR-REDEEM
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       TIME-REDEMPTION.
      *> Minutes from issue to redemption; negative when the
      *> register claims to have taken it before it existed.
           MOVE WS-RDM-ISSUE-TIME(WS-R) TO WS-HMS
           COMPUTE WS-ISSUE-MINUTE = WS-HMS-HH * 60 + WS-HMS-MM
           MOVE WS-RDM-TIME(WS-R) TO WS-HMS
           COMPUTE WS-REDEEM-MINUTE = WS-HMS-HH * 60 + WS-HMS-MM
           COMPUTE WS-MINUTES =
               (FUNCTION INTEGER-OF-DATE(WS-RDM-DATE(WS-R))
               - FUNCTION INTEGER-OF-DATE(WS-RDM-ISSUE-DATE(WS-R)))
               * 1440 + WS-REDEEM-MINUTE - WS-ISSUE-MINUTE.

       REPORT-QUICK-REDEEM.
           IF WS-MINUTES < ZERO
               MOVE 99 TO WS-SCORE-WORK
           ELSE
               COMPUTE WS-SCORE-WORK = 50 + 49
                   * (WS-PARM-REDEEM-MINS - WS-MINUTES)
                   / WS-PARM-REDEEM-MINS
           END-IF
           PERFORM CAP-SCORE
           MOVE "QUICK-REDEEM" TO WS-NEW-TYPE
           MOVE WS-RDM-CODE(WS-R) TO WS-NEW-SUBJECT
           MOVE WS-MINUTES TO WS-MINUTES-EDIT
           MOVE SPACES TO WS-NEW-DETAIL
           STRING "ISSUED " DELIMITED BY SIZE
               WS-RDM-ISSUE-DATE(WS-R) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-RDM-ISSUE-TIME(WS-R) DELIMITED BY SIZE
               " TAKEN " DELIMITED BY SIZE
               WS-RDM-TIME(WS-R) DELIMITED BY SIZE
               " REG " DELIMITED BY SIZE
               WS-RDM-REGISTER(WS-R) DELIMITED BY SPACE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(WS-MINUTES-EDIT) DELIMITED BY SIZE
               " MIN LATER" DELIMITED BY SIZE
               INTO WS-NEW-DETAIL
           END-STRING
           PERFORM ADD-FINDING.

       REPORT-FAR-REDEEM.
           MOVE 60 TO WS-SCORE-WORK
           PERFORM CAP-SCORE
           MOVE "FAR-REDEEM" TO WS-NEW-TYPE
           MOVE WS-RDM-CODE(WS-R) TO WS-NEW-SUBJECT
           MOVE SPACES TO WS-NEW-DETAIL
           STRING "ISSUED AT STORE " DELIMITED BY SIZE
               WS-RDM-ISSUE-STORE(WS-R) DELIMITED BY SIZE
               ", TAKEN AT REG " DELIMITED BY SIZE
               WS-RDM-REGISTER(WS-R) DELIMITED BY SPACE
               " OF STORE " DELIMITED BY SIZE
               WS-REG-STORE DELIMITED BY SIZE
               " AT " DELIMITED BY SIZE
               WS-RDM-TIME(WS-R) DELIMITED BY SIZE
               INTO WS-NEW-DETAIL
           END-STRING
           PERFORM ADD-FINDING.

       SCAN-REDEEM-EXCEPTIONS.
      *> quizredm rewrites the exception listing every night; its
      *> lines carry the original extract line after the reason.
           MOVE "N" TO WS-EOF-FLAG
           OPEN INPUT IC-REDEMPT-EXC-FILE
           PERFORM UNTIL WS-EOF-FLAG = "Y"
               READ IC-REDEMPT-EXC-FILE
                   AT END
                       MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       MOVE IC-REDEXC-IMAGE TO WS-EXC-IMAGE
                       IF WS-EXC-DATE = WS-BUSINESS-DATE
                           PERFORM TALLY-REGISTER-EXCEPTION
                       END-IF
               END-READ
           END-PERFORM
           CLOSE IC-REDEMPT-EXC-FILE.

       TALLY-REGISTER-EXCEPTION.
           MOVE WS-EXC-REGISTER TO WS-THIS-REGISTER
           PERFORM FIND-REGISTER-SLOT
           IF WS-REG-SLOT > ZERO
               ADD 1 TO WS-REG-LINES(WS-REG-SLOT)
               IF IC-REDEXC-REASON = "DUP-REDEEMED"
                   OR IC-REDEXC-REASON = "NOT-ON-FILE"
                   OR IC-REDEXC-REASON = "BAD-CODE"
                   ADD 1 TO WS-REG-BAD(WS-REG-SLOT)
                   IF WS-REG-SAMPLE(WS-REG-SLOT) = SPACES
                       MOVE WS-EXC-CODE TO WS-REG-SAMPLE(WS-REG-SLOT)
                   END-IF
               END-IF
           END-IF.

       CHECK-REGISTERS.
           PERFORM VARYING WS-G FROM 1 BY 1
                   UNTIL WS-G > WS-REG-COUNT
               IF WS-REG-LINES(WS-G) >= WS-PARM-EXC-MIN
                   AND WS-REG-BAD(WS-G) * 100
                       >= WS-PARM-EXC-PCT * WS-REG-LINES(WS-G)
                   PERFORM REPORT-REGISTER
               END-IF
           END-PERFORM.

       REPORT-REGISTER.
           COMPUTE WS-RATE =
               WS-REG-BAD(WS-G) * 100 / WS-REG-LINES(WS-G)
           COMPUTE WS-SCORE-WORK = 50 * WS-RATE / WS-PARM-EXC-PCT
           PERFORM CAP-SCORE
           MOVE "REG-EXCEPTIONS" TO WS-NEW-TYPE
           MOVE WS-REG-ID(WS-G) TO WS-NEW-SUBJECT
           MOVE WS-REG-BAD(WS-G) TO WS-COUNT-EDIT
           MOVE WS-REG-LINES(WS-G) TO WS-COUNT-EDIT-2
           MOVE SPACES TO WS-NEW-DETAIL
           STRING FUNCTION TRIM(WS-COUNT-EDIT) DELIMITED BY SIZE
               " OF " DELIMITED BY SIZE
               FUNCTION TRIM(WS-COUNT-EDIT-2) DELIMITED BY SIZE
               " LINES DUP-REDEEMED/UNKNOWN (" DELIMITED BY SIZE
               WS-RATE DELIMITED BY SIZE
               "%), E.G. " DELIMITED BY SIZE
               WS-REG-SAMPLE(WS-G) DELIMITED BY SIZE
               INTO WS-NEW-DETAIL
           END-STRING
           PERFORM ADD-FINDING.

       CAP-SCORE.
           IF WS-SCORE-WORK > 99
               MOVE 99 TO WS-SCORE-WORK
           END-IF
           IF WS-SCORE-WORK < 1
               MOVE 1 TO WS-SCORE-WORK
           END-IF
           MOVE WS-SCORE-WORK TO WS-NEW-SCORE.

       ADD-FINDING.
      *> Insert in descending score order; equal scores keep the
      *> order they were found in. A full table keeps the highest.
           IF WS-NEW-SCORE < WS-PARM-MIN-SCORE
               ADD 1 TO WS-FND-BELOW
           ELSE
               MOVE ZERO TO WS-FND-SLOT
               PERFORM VARYING WS-F FROM 1 BY 1
                       UNTIL WS-F > WS-FND-COUNT OR WS-FND-SLOT > ZERO
                   IF WS-FND-SCORE(WS-F) < WS-NEW-SCORE
                       MOVE WS-F TO WS-FND-SLOT
                   END-IF
               END-PERFORM
               IF WS-FND-SLOT = ZERO
                   COMPUTE WS-FND-SLOT = WS-FND-COUNT + 1
               END-IF
               IF WS-FND-COUNT = 200
                   ADD 1 TO WS-FND-DROPPED
               ELSE
                   ADD 1 TO WS-FND-COUNT
               END-IF
               IF WS-FND-SLOT <= WS-FND-COUNT
                   PERFORM VARYING WS-F FROM WS-FND-COUNT BY -1
                           UNTIL WS-F <= WS-FND-SLOT
                       MOVE WS-FND-ENTRY(WS-F - 1)
                           TO WS-FND-ENTRY(WS-F)
                   END-PERFORM
                   MOVE WS-NEW-SCORE TO WS-FND-SCORE(WS-FND-SLOT)
                   MOVE WS-NEW-TYPE TO WS-FND-TYPE(WS-FND-SLOT)
                   MOVE WS-NEW-SUBJECT TO WS-FND-SUBJECT(WS-FND-SLOT)
                   MOVE WS-NEW-DETAIL TO WS-FND-DETAIL(WS-FND-SLOT)
               END-IF
           END-IF.

       WRITE-PRINT-REPORT.
           OPEN OUTPUT IC-FRAUD-PRINT-FILE
           PERFORM PRINT-PAGE-HEADING
           PERFORM PRINT-THRESHOLDS
           MOVE "  SCORE  FINDING         SUBJECT      REFERENCES"
               TO IC-FRAUD-PRINT-LINE
           PERFORM WRITE-PRINT-LINE
           MOVE SPACES TO IC-FRAUD-PRINT-LINE
           PERFORM WRITE-PRINT-LINE
           PERFORM VARYING WS-F FROM 1 BY 1
                   UNTIL WS-F > WS-FND-COUNT
               PERFORM PRINT-ONE-FINDING
           END-PERFORM
           IF WS-FND-COUNT = ZERO
               MOVE "  NO FINDINGS AT THESE THRESHOLDS"
                   TO IC-FRAUD-PRINT-LINE
               PERFORM WRITE-PRINT-LINE
           END-IF
           MOVE WS-FND-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO IC-FRAUD-PRINT-LINE
           STRING "  *** END OF REPORT - " DELIMITED BY SIZE
               WS-COUNT-EDIT DELIMITED BY SIZE
               " FINDINGS ***" DELIMITED BY SIZE
               INTO IC-FRAUD-PRINT-LINE
           END-STRING
           PERFORM WRITE-PRINT-LINE
           CLOSE IC-FRAUD-PRINT-FILE.

       PRINT-THRESHOLDS.
           MOVE SPACES TO IC-FRAUD-PRINT-LINE
           STRING "  LIMITS  YES-GAP-SECS " DELIMITED BY SIZE
               WS-PARM-YES-GAP DELIMITED BY SIZE
               "  FAST-YES-PAIRS " DELIMITED BY SIZE
               WS-PARM-FAST-PAIRS DELIMITED BY SIZE
               "  BATCH-REPEAT " DELIMITED BY SIZE
               WS-PARM-BATCH-REPEAT DELIMITED BY SIZE
               INTO IC-FRAUD-PRINT-LINE
           END-STRING
           PERFORM WRITE-PRINT-LINE
           MOVE SPACES TO IC-FRAUD-PRINT-LINE
           STRING "          ENROLL-MAX " DELIMITED BY SIZE
               WS-PARM-ENROLL-MAX DELIMITED BY SIZE
               "  REDEEM-MINUTES " DELIMITED BY SIZE
               WS-PARM-REDEEM-MINS DELIMITED BY SIZE
               "  FAR-REGISTER " DELIMITED BY SIZE
               WS-PARM-FAR-REGISTER DELIMITED BY SIZE
               INTO IC-FRAUD-PRINT-LINE
           END-STRING
           PERFORM WRITE-PRINT-LINE
           MOVE SPACES TO IC-FRAUD-PRINT-LINE
           STRING "          EXC-RATE-PCT " DELIMITED BY SIZE
               WS-PARM-EXC-PCT DELIMITED BY SIZE
               "  EXC-MIN-LINES " DELIMITED BY SIZE
               WS-PARM-EXC-MIN DELIMITED BY SIZE
               "  MIN-SCORE " DELIMITED BY SIZE
               WS-PARM-MIN-SCORE DELIMITED BY SIZE
               INTO IC-FRAUD-PRINT-LINE
           END-STRING
           PERFORM WRITE-PRINT-LINE
           MOVE SPACES TO IC-FRAUD-PRINT-LINE
           PERFORM WRITE-PRINT-LINE.

       PRINT-ONE-FINDING.
           MOVE WS-FND-SCORE(WS-F) TO WS-SCORE-EDIT
           MOVE SPACES TO IC-FRAUD-PRINT-LINE
           STRING "    " DELIMITED BY SIZE
               WS-SCORE-EDIT DELIMITED BY SIZE
               "   " DELIMITED BY SIZE
               WS-FND-TYPE(WS-F) DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-FND-SUBJECT(WS-F) DELIMITED BY SIZE
               INTO IC-FRAUD-PRINT-LINE
           END-STRING
           PERFORM WRITE-PRINT-LINE
           MOVE SPACES TO IC-FRAUD-PRINT-LINE
           STRING "         " DELIMITED BY SIZE
               WS-FND-DETAIL(WS-F) DELIMITED BY SIZE
               INTO IC-FRAUD-PRINT-LINE
           END-STRING
           PERFORM WRITE-PRINT-LINE.

       PRINT-PAGE-HEADING.
           ADD 1 TO WS-PAGE-NUM
           MOVE WS-PAGE-NUM TO WS-PAGE-NUM-EDIT
           MOVE SPACES TO IC-FRAUD-PRINT-LINE
           STRING "        ICE CREAM SURVEY - FRAUD AND ABUSE"
                   DELIMITED BY SIZE
               " EXCEPTIONS          PAGE " DELIMITED BY SIZE
               WS-PAGE-NUM-EDIT DELIMITED BY SIZE
               INTO IC-FRAUD-PRINT-LINE
           END-STRING
           WRITE IC-FRAUD-PRINT-LINE
           MOVE SPACES TO IC-FRAUD-PRINT-LINE
           STRING "  BUSINESS DATE " DELIMITED BY SIZE
               WS-BUSINESS-DATE DELIMITED BY SIZE
               "  STORE " DELIMITED BY SIZE
               WS-STORE-NUM DELIMITED BY SIZE
               "  RUN " DELIMITED BY SIZE
               WS-CURRENT-DATE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-CURRENT-TIME DELIMITED BY SIZE
               INTO IC-FRAUD-PRINT-LINE
           END-STRING
           WRITE IC-FRAUD-PRINT-LINE
           MOVE SPACES TO IC-FRAUD-PRINT-LINE
           WRITE IC-FRAUD-PRINT-LINE
           MOVE 3 TO WS-PRINT-LINE-COUNT.

       WRITE-PRINT-LINE.
      *> 55 detail lines to a page, then a fresh heading, as in
      *> quizrpt's and quizeng's print files.
           IF WS-PRINT-LINE-COUNT >= 55
               MOVE IC-FRAUD-PRINT-LINE TO WS-PRINT-HOLD
               PERFORM PRINT-PAGE-HEADING
               MOVE WS-PRINT-HOLD TO IC-FRAUD-PRINT-LINE
           END-IF
           WRITE IC-FRAUD-PRINT-LINE
           ADD 1 TO WS-PRINT-LINE-COUNT.
