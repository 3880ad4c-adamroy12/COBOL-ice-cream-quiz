       IDENTIFICATION DIVISION.
           PROGRAM-ID. "quizpost".
      *> Shared loyalty points posting called by quiz and quizbatch
      *> once a survey response is committed, and by quizredm once a
      *> coupon redemption is applied, so every earning event posts
      *> to the ledger (IC-POINTS.DAT, see icptsr.cpy) by exactly the
      *> same rules. The caller says what happened - LK-POST-TYPE "S"
      *> for a survey, "R" for a redemption - and what it was (the
      *> response's date/time, or the coupon code, in LK-POST-REF);
      *> how many points that is worth is decided here and nowhere
      *> else:
      *>   IC-POINTS-SURVEY  points per committed survey (default 10)
      *>   IC-POINTS-REDEEM  points per redeemed coupon  (default 25)
      *> Anonymous activity (blank loyalty id) posts nothing - there
      *> is no account to credit.
      *> Each posting is opened, written and closed on its own, the
      *> same flush discipline the audit trail uses, so a kiosk that
      *> loses power mid-shift still has every point it already
      *> awarded on disk. The rates are read once per run on the
      *> first CALL and kept in WORKING-STORAGE like the quizcust and
      *> quizcamp tables.
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT OPTIONAL IC-POINTS-FILE
                   ASSIGN TO "IC-POINTS.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
           FILE SECTION.
           FD  IC-POINTS-FILE.
           COPY "icptsr.cpy".
           WORKING-STORAGE SECTION.
           01 WS-RATES-LOADED PIC X(1) VALUE "N".
           01 WS-RATE-X PIC X(5).
           01 WS-SURVEY-POINTS PIC 9(5) VALUE 10.
           01 WS-REDEEM-POINTS PIC 9(5) VALUE 25.
       LINKAGE SECTION.
           01 LK-CUST-ID PIC X(10).
           01 LK-POST-TYPE PIC X(1).
           01 LK-POST-DATE PIC 9(8).
           01 LK-POST-TIME PIC 9(6).
           01 LK-TERMINAL PIC X(8).
           01 LK-POST-REF PIC X(14).
       PROCEDURE DIVISION USING LK-CUST-ID LK-POST-TYPE LK-POST-DATE
               LK-POST-TIME LK-TERMINAL LK-POST-REF.
       MAIN-PARAGRAPH.
           IF WS-RATES-LOADED NOT = "Y"
               PERFORM LOAD-POINT-RATES
               MOVE "Y" TO WS-RATES-LOADED
           END-IF
           IF LK-CUST-ID NOT = SPACES
               MOVE SPACES TO IC-POINTS-RECORD
               MOVE LK-CUST-ID TO IC-PTS-CUST-ID
               MOVE LK-POST-DATE TO IC-PTS-DATE
               MOVE LK-POST-TIME TO IC-PTS-TIME
               MOVE LK-POST-TYPE TO IC-PTS-TYPE
               MOVE LK-TERMINAL TO IC-PTS-TERMINAL
               MOVE LK-POST-REF TO IC-PTS-REF
               EVALUATE LK-POST-TYPE
                   WHEN "S"
                       MOVE WS-SURVEY-POINTS TO IC-PTS-POINTS
                   WHEN "R"
                       MOVE WS-REDEEM-POINTS TO IC-PTS-POINTS
                   WHEN OTHER
                       DISPLAY "quizpost: unknown posting type "
                           LK-POST-TYPE " for " LK-CUST-ID
                           " - nothing posted"
                       MOVE ZERO TO IC-PTS-POINTS
               END-EVALUATE
               IF IC-PTS-POINTS > ZERO
                   OPEN EXTEND IC-POINTS-FILE
                   WRITE IC-POINTS-RECORD
                   CLOSE IC-POINTS-FILE
               END-IF
           END-IF
           GOBACK.

       LOAD-POINT-RATES.
      *> Same left-justified env value handling as quiz's
      *> IC-IDLE-SECONDS: NUMVAL reads it as a number, and zero or
      *> garbage (NUMVAL answers zero) keeps the default rather than
      *> quietly switching the programme off.
           MOVE SPACES TO WS-RATE-X
           ACCEPT WS-RATE-X FROM ENVIRONMENT "IC-POINTS-SURVEY"
           IF WS-RATE-X NOT = SPACES
               COMPUTE WS-SURVEY-POINTS = FUNCTION NUMVAL(WS-RATE-X)
               IF WS-SURVEY-POINTS = ZERO
                   MOVE 10 TO WS-SURVEY-POINTS
               END-IF
           END-IF
           MOVE SPACES TO WS-RATE-X
           ACCEPT WS-RATE-X FROM ENVIRONMENT "IC-POINTS-REDEEM"
           IF WS-RATE-X NOT = SPACES
               COMPUTE WS-REDEEM-POINTS = FUNCTION NUMVAL(WS-RATE-X)
               IF WS-REDEEM-POINTS = ZERO
                   MOVE 25 TO WS-REDEEM-POINTS
               END-IF
           END-IF.
