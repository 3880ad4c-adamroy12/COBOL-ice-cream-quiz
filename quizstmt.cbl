       IDENTIFICATION DIVISION.
           PROGRAM-ID. "quizstmt".
      *> Loyalty points statement for one customer (IC-STMT-CUST-ID),
      *> run at the service desk when a customer asks "how many
      *> points have I got and where did they come from". Lists every
      *> posting on the points ledger (IC-POINTS.DAT, see icptsr.cpy)
      *> for the id in ledger order, with what earned it - the
      *> survey's terminal and response date/time, or the redeemed
      *> coupon's code and register - and a running balance, then
      *> the customer's current tier from last night's rollup
      *> (IC-TIERS.DAT). The name comes from IC-CUSTOMERS.DAT.
      *> The ledger is the only place a balance comes from, so the
      *> closing balance here always agrees with what quiztier summed
      *> - give or take today's postings, which the rollup has not
      *> seen yet and the statement shows.
      *> Output is a print file (IC-STMT-PRINT.DAT) in the same shape
      *> as the other morning-packet reports, plus a one-line summary
      *> on the console for the desk.
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT OPTIONAL IC-POINTS-FILE
                   ASSIGN TO "IC-POINTS.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT OPTIONAL IC-TIER-FILE
                   ASSIGN TO "IC-TIERS.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT OPTIONAL IC-CUSTOMER-FILE
                   ASSIGN TO "IC-CUSTOMERS.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT IC-STMT-PRINT-FILE
                   ASSIGN TO "IC-STMT-PRINT.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
           FILE SECTION.
           FD  IC-POINTS-FILE.
           COPY "icptsr.cpy".
           FD  IC-TIER-FILE.
           COPY "ictierr.cpy".
           FD  IC-CUSTOMER-FILE.
           COPY "iccustr.cpy".
           FD  IC-STMT-PRINT-FILE.
           01 IC-STMT-PRINT-LINE PIC X(80).
           WORKING-STORAGE SECTION.
           01 WS-EOF-FLAG PIC X(1).
           01 WS-TODAY.
               05 WS-TODAY-DATE PIC 9(8).
               05 WS-TODAY-TIME PIC 9(6).
               05 FILLER PIC X(7).
           01 WS-STMT-CUST-ID PIC X(10) VALUE SPACES.
           01 WS-CUST-NAME PIC X(30) VALUE "(NOT ON CUSTOMER FILE)".
           01 WS-TIER-CODE PIC X(1) VALUE "B".
           01 WS-TIER-NAME PIC X(6).
           01 WS-TIER-POINTS PIC 9(7) VALUE ZERO.
           01 WS-TIER-AS-OF PIC 9(8) VALUE ZERO.
           01 WS-BALANCE PIC 9(7) VALUE ZERO.
           01 WS-POSTING-COUNT PIC 9(6) VALUE ZERO.
           01 WS-TYPE-TEXT PIC X(8).
           01 WS-POINTS-EDIT PIC ZZZZ9.
           01 WS-BALANCE-EDIT PIC Z,ZZZ,ZZ9.
           01 WS-COUNT-EDIT PIC ZZZZZ9.
           01 WS-PRINT-LINE-COUNT PIC 9(3) VALUE ZERO.
           01 WS-PAGE-NUM PIC 9(3) VALUE ZERO.
           01 WS-PAGE-NUM-EDIT PIC ZZ9.
           01 WS-PRINT-HOLD PIC X(80).
       PROCEDURE DIVISION.
       MAIN-PARAGRAPH.
           MOVE FUNCTION CURRENT-DATE TO WS-TODAY
           ACCEPT WS-STMT-CUST-ID FROM ENVIRONMENT "IC-STMT-CUST-ID"
           IF WS-STMT-CUST-ID = SPACES
               DISPLAY "quizstmt: IC-STMT-CUST-ID is required - set "
                   "it to the loyalty id the statement is for"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM FIND-CUSTOMER-NAME
           PERFORM FIND-CUSTOMER-TIER
           OPEN OUTPUT IC-STMT-PRINT-FILE
           PERFORM PRINT-PAGE-HEADING
           PERFORM PRINT-CUSTOMER-BLOCK
           PERFORM PRINT-POSTINGS
           PERFORM PRINT-CLOSING-BALANCE
           CLOSE IC-STMT-PRINT-FILE
           DISPLAY "Points statement for " WS-STMT-CUST-ID
               ": " WS-POSTING-COUNT " postings, balance "
               WS-BALANCE ", tier " WS-TIER-NAME
               " (see IC-STMT-PRINT.DAT)"
           STOP RUN.

       FIND-CUSTOMER-NAME.
           MOVE "N" TO WS-EOF-FLAG
           OPEN INPUT IC-CUSTOMER-FILE
           PERFORM UNTIL WS-EOF-FLAG = "Y"
               READ IC-CUSTOMER-FILE
                   AT END
                       MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       IF IC-CUST-ID = WS-STMT-CUST-ID
                           MOVE IC-CUST-NAME TO WS-CUST-NAME
                       END-IF
               END-READ
           END-PERFORM
           CLOSE IC-CUSTOMER-FILE.

       FIND-CUSTOMER-TIER.
      *> No row on the tier file is bronze, the same reading quizcamp
      *> gives it at the kiosk.
           MOVE "N" TO WS-EOF-FLAG
           OPEN INPUT IC-TIER-FILE
           PERFORM UNTIL WS-EOF-FLAG = "Y"
               READ IC-TIER-FILE
                   AT END
                       MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       IF IC-TIER-CUST-ID = WS-STMT-CUST-ID
                           MOVE IC-TIER-CODE TO WS-TIER-CODE
                           MOVE IC-TIER-POINTS TO WS-TIER-POINTS
                           MOVE IC-TIER-AS-OF TO WS-TIER-AS-OF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE IC-TIER-FILE
           EVALUATE WS-TIER-CODE
               WHEN "G"
                   MOVE "GOLD" TO WS-TIER-NAME
               WHEN "S"
                   MOVE "SILVER" TO WS-TIER-NAME
               WHEN OTHER
                   MOVE "BRONZE" TO WS-TIER-NAME
           END-EVALUATE.

       PRINT-CUSTOMER-BLOCK.
           MOVE SPACES TO IC-STMT-PRINT-LINE
           STRING "  CUSTOMER " DELIMITED BY SIZE
               WS-STMT-CUST-ID DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-CUST-NAME DELIMITED BY SIZE
               INTO IC-STMT-PRINT-LINE
           END-STRING
           PERFORM WRITE-PRINT-LINE
           MOVE WS-TIER-POINTS TO WS-BALANCE-EDIT
           MOVE SPACES TO IC-STMT-PRINT-LINE
           IF WS-TIER-AS-OF > ZERO
               STRING "  TIER " DELIMITED BY SIZE
                   WS-TIER-NAME DELIMITED BY SIZE
                   "  AS OF " DELIMITED BY SIZE
                   WS-TIER-AS-OF DELIMITED BY SIZE
                   "  WINDOW POINTS " DELIMITED BY SIZE
                   WS-BALANCE-EDIT DELIMITED BY SIZE
                   INTO IC-STMT-PRINT-LINE
               END-STRING
           ELSE
               STRING "  TIER " DELIMITED BY SIZE
                   WS-TIER-NAME DELIMITED BY SIZE
                   "  (NOT YET ROLLED UP)" DELIMITED BY SIZE
                   INTO IC-STMT-PRINT-LINE
               END-STRING
           END-IF
           PERFORM WRITE-PRINT-LINE
           MOVE SPACES TO IC-STMT-PRINT-LINE
           PERFORM WRITE-PRINT-LINE
           MOVE "  DATE     TIME   TYPE     TERMINAL REFERENCE      "
               & "  POINTS    BALANCE" TO IC-STMT-PRINT-LINE
           PERFORM WRITE-PRINT-LINE.

       PRINT-POSTINGS.
           MOVE "N" TO WS-EOF-FLAG
           OPEN INPUT IC-POINTS-FILE
           PERFORM UNTIL WS-EOF-FLAG = "Y"
               READ IC-POINTS-FILE
                   AT END
                       MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       IF IC-PTS-CUST-ID = WS-STMT-CUST-ID
                           AND IC-PTS-POINTS IS NUMERIC
                           PERFORM PRINT-ONE-POSTING
                       END-IF
               END-READ
           END-PERFORM
           CLOSE IC-POINTS-FILE.

       PRINT-ONE-POSTING.
           ADD 1 TO WS-POSTING-COUNT
           ADD IC-PTS-POINTS TO WS-BALANCE
           EVALUATE IC-PTS-TYPE
               WHEN "S"
                   MOVE "SURVEY" TO WS-TYPE-TEXT
               WHEN "R"
                   MOVE "REDEEM" TO WS-TYPE-TEXT
               WHEN OTHER
                   MOVE "OTHER" TO WS-TYPE-TEXT
           END-EVALUATE
           MOVE IC-PTS-POINTS TO WS-POINTS-EDIT
           MOVE WS-BALANCE TO WS-BALANCE-EDIT
           MOVE SPACES TO IC-STMT-PRINT-LINE
           STRING "  " DELIMITED BY SIZE
               IC-PTS-DATE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               IC-PTS-TIME DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-TYPE-TEXT DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               IC-PTS-TERMINAL DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               IC-PTS-REF DELIMITED BY SIZE
               "   " DELIMITED BY SIZE
               WS-POINTS-EDIT DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-BALANCE-EDIT DELIMITED BY SIZE
               INTO IC-STMT-PRINT-LINE
           END-STRING
           PERFORM WRITE-PRINT-LINE.

       PRINT-CLOSING-BALANCE.
           MOVE SPACES TO IC-STMT-PRINT-LINE
           PERFORM WRITE-PRINT-LINE
           MOVE WS-POSTING-COUNT TO WS-COUNT-EDIT
           MOVE WS-BALANCE TO WS-BALANCE-EDIT
           MOVE SPACES TO IC-STMT-PRINT-LINE
           STRING "  *** CLOSING BALANCE " DELIMITED BY SIZE
               WS-BALANCE-EDIT DELIMITED BY SIZE
               " POINTS FROM " DELIMITED BY SIZE
               WS-COUNT-EDIT DELIMITED BY SIZE
               " POSTINGS ***" DELIMITED BY SIZE
               INTO IC-STMT-PRINT-LINE
           END-STRING
           PERFORM WRITE-PRINT-LINE.

       PRINT-PAGE-HEADING.
           ADD 1 TO WS-PAGE-NUM
           MOVE WS-PAGE-NUM TO WS-PAGE-NUM-EDIT
           MOVE SPACES TO IC-STMT-PRINT-LINE
           STRING "        ICE CREAM SURVEY - LOYALTY POINTS STATEMENT"
                   DELIMITED BY SIZE
               "            PAGE " DELIMITED BY SIZE
               WS-PAGE-NUM-EDIT DELIMITED BY SIZE
               INTO IC-STMT-PRINT-LINE
           END-STRING
           WRITE IC-STMT-PRINT-LINE
           MOVE SPACES TO IC-STMT-PRINT-LINE
           STRING "  RUN DATE " DELIMITED BY SIZE
               WS-TODAY-DATE DELIMITED BY SIZE
               "  RUN TIME " DELIMITED BY SIZE
               WS-TODAY-TIME DELIMITED BY SIZE
               INTO IC-STMT-PRINT-LINE
           END-STRING
           WRITE IC-STMT-PRINT-LINE
           MOVE SPACES TO IC-STMT-PRINT-LINE
           WRITE IC-STMT-PRINT-LINE
           MOVE 3 TO WS-PRINT-LINE-COUNT.

       WRITE-PRINT-LINE.
      *> 55 detail lines to a page, then a fresh heading, exactly as
      *> quizeng's print file does.
           IF WS-PRINT-LINE-COUNT >= 55
               MOVE IC-STMT-PRINT-LINE TO WS-PRINT-HOLD
               PERFORM PRINT-PAGE-HEADING
               MOVE WS-PRINT-HOLD TO IC-STMT-PRINT-LINE
           END-IF
           WRITE IC-STMT-PRINT-LINE
           ADD 1 TO WS-PRINT-LINE-COUNT.
