      *> WORKING-STORAGE, which a dynamically CALLed subprogram keeps
      *> across repeated CALLs, so a batch run issuing hundreds of
      *> coupons scans the file from disk once, not once per card.
      *> Loyalty tiers: the caller also passes the customer's loyalty
      *> id (spaces for an anonymous walk-up). The id is looked up in
      *> IC-TIERS.DAT, last night's quiztier rollup, loaded once per
      *> run the same way as the campaigns; an identified customer
      *> with no tier row is bronze, an anonymous one has no tier at
      *> all. A campaign row with IC-CAMP-TIER set is only for
      *> customers at that tier or above. With no specific campaign
      *> requested, the richest tier row the customer qualifies for
      *> beats the general rows, so a gold customer gets the gold
      *> coupon on a day a general promotion is also running; a named
      *> campaign the customer's tier does not reach is refused ("I")
      *> just like one outside its dates.
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT OPTIONAL IC-CAMPAIGN-FILE
                   ASSIGN TO "IC-CAMPAIGNS.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT OPTIONAL IC-TIER-FILE
                   ASSIGN TO "IC-TIERS.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
           FILE SECTION.
           FD  IC-CAMPAIGN-FILE.
           COPY "iccampr.cpy".
           FD  IC-TIER-FILE.
           COPY "ictierr.cpy".
           WORKING-STORAGE SECTION.
           01 WS-CAMPAIGNS-LOADED PIC X(1) VALUE "N".
           01 WS-EOF-FLAG PIC X(1).
                   10 WS-CAMP-START PIC 9(8).
                   10 WS-CAMP-END PIC 9(8).
                   10 WS-CAMP-DAYS PIC 9(3).
                   10 WS-CAMP-TIER PIC X(1).
           01 WS-PICKED PIC 9(2).
           01 WS-PICKED-RANK PIC 9(1).
           01 WS-TIERS-LOADED PIC X(1) VALUE "N".
           01 WS-TIER-COUNT PIC 9(3) VALUE ZERO.
           01 WS-TIER-TABLE.
               05 WS-TIER-ENTRY OCCURS 500 TIMES
                       INDEXED BY WS-TIER-IDX.
                   10 WS-TIER-CUST-ID PIC X(10).
                   10 WS-TIER-CODE PIC X(1).
           01 WS-CUST-TIER PIC X(1).
           01 WS-CUST-RANK PIC 9(1).
           01 WS-RANK-TIER PIC X(1).
           01 WS-RANK PIC 9(1).
           01 WS-EXPIRY-INT PIC 9(8).
       LINKAGE SECTION.
           01 LK-ISSUE-DATE PIC 9(8).
           01 LK-CAMP-VALUE PIC 9(3)V99.
           01 LK-CAMP-EXPIRY PIC 9(8).
           01 LK-CAMP-SELECT PIC X(1).
           01 LK-CUST-ID PIC X(10).
       PROCEDURE DIVISION USING LK-ISSUE-DATE LK-WANTED-CODE
               LK-CAMP-CODE LK-CAMP-PREFIX LK-CAMP-VALUE
               LK-CAMP-EXPIRY LK-CAMP-SELECT LK-CUST-ID.
       MAIN-PARAGRAPH.
           IF WS-CAMPAIGNS-LOADED NOT = "Y"
               PERFORM LOAD-CAMPAIGN-TABLE
               MOVE "Y" TO WS-CAMPAIGNS-LOADED
           END-IF
           IF WS-TIERS-LOADED NOT = "Y"
               PERFORM LOAD-TIER-TABLE
               MOVE "Y" TO WS-TIERS-LOADED
           END-IF
           PERFORM FIND-CUSTOMER-TIER
           MOVE ZERO TO WS-PICKED
           IF LK-WANTED-CODE NOT = SPACES
               PERFORM FIND-WANTED-CAMPAIGN
           PERFORM VARYING WS-CAMP-IDX FROM 1 BY 1
                   UNTIL WS-CAMP-IDX > WS-CAMP-COUNT
               IF WS-CAMP-CODE(WS-CAMP-IDX) = LK-WANTED-CODE
                   MOVE WS-CAMP-TIER(WS-CAMP-IDX) TO WS-RANK-TIER
                   PERFORM RANK-OF-TIER
                   IF LK-ISSUE-DATE >= WS-CAMP-START(WS-CAMP-IDX)
                       AND LK-ISSUE-DATE <= WS-CAMP-END(WS-CAMP-IDX)
                       AND WS-RANK <= WS-CUST-RANK
                       IF WS-PICKED = ZERO
                           SET WS-PICKED TO WS-CAMP-IDX
                       END-IF
      *> Entry 1 is always the built-in default, so it is only taken
      *> when no file campaign is active - a live promotion beats the
      *> legacy plain coupon, and two overlapping promotions resolve
      *> to whichever appears first in IC-CAMPAIGNS.DAT. Tier rows
      *> rank above general rows (a general row ranks zero), and a
      *> higher tier above a lower one, so the customer gets the
      *> best active campaign their tier has earned; equal ranks
      *> still resolve to the first in the file.
           MOVE "N" TO LK-CAMP-SELECT
           MOVE ZERO TO WS-PICKED-RANK
           PERFORM VARYING WS-CAMP-IDX FROM 2 BY 1
                   UNTIL WS-CAMP-IDX > WS-CAMP-COUNT
               MOVE WS-CAMP-TIER(WS-CAMP-IDX) TO WS-RANK-TIER
               PERFORM RANK-OF-TIER
               IF LK-ISSUE-DATE >= WS-CAMP-START(WS-CAMP-IDX)
                   AND LK-ISSUE-DATE <= WS-CAMP-END(WS-CAMP-IDX)
                   AND WS-RANK <= WS-CUST-RANK
                   IF WS-PICKED = ZERO
                       OR WS-RANK > WS-PICKED-RANK
                       SET WS-PICKED TO WS-CAMP-IDX
                       MOVE WS-RANK TO WS-PICKED-RANK
                   END-IF
               END-IF
           END-PERFORM
           IF WS-PICKED = ZERO
               MOVE 1 TO WS-PICKED
           END-IF.

       FIND-CUSTOMER-TIER.
      *> Rank 0 is "no tier" - only general campaigns apply. Any
      *> loyalty id is at least bronze, whether or not last night's
      *> rollup has caught up with it yet.
           IF LK-CUST-ID = SPACES
               MOVE SPACE TO WS-CUST-TIER
           ELSE
               MOVE "B" TO WS-CUST-TIER
               PERFORM VARYING WS-TIER-IDX FROM 1 BY 1
                       UNTIL WS-TIER-IDX > WS-TIER-COUNT
                   IF WS-TIER-CUST-ID(WS-TIER-IDX) = LK-CUST-ID
                       MOVE WS-TIER-CODE(WS-TIER-IDX) TO WS-CUST-TIER
                   END-IF
               END-PERFORM
           END-IF
           MOVE WS-CUST-TIER TO WS-RANK-TIER
           PERFORM RANK-OF-TIER
           MOVE WS-RANK TO WS-CUST-RANK.

       RANK-OF-TIER.
           EVALUATE WS-RANK-TIER
               WHEN "B"
                   MOVE 1 TO WS-RANK
               WHEN "S"
                   MOVE 2 TO WS-RANK
               WHEN "G"
                   MOVE 3 TO WS-RANK
               WHEN OTHER
                   MOVE 0 TO WS-RANK
           END-EVALUATE.

       COMPUTE-EXPIRY-DATE.
           IF WS-CAMP-DAYS(WS-CAMP-IDX) > ZERO
               COMPUTE WS-EXPIRY-INT =
           MOVE ZERO TO WS-CAMP-START(1)
           MOVE 99999999 TO WS-CAMP-END(1)
           MOVE ZERO TO WS-CAMP-DAYS(1)
           MOVE SPACE TO WS-CAMP-TIER(1)
           MOVE "N" TO WS-EOF-FLAG
           OPEN INPUT IC-CAMPAIGN-FILE
           PERFORM UNTIL WS-EOF-FLAG = "Y"
                           TO WS-CAMP-END(WS-CAMP-IDX)
                       MOVE IC-CAMP-EXPIRY-DAYS
                           TO WS-CAMP-DAYS(WS-CAMP-IDX)
                       MOVE IC-CAMP-TIER
                           TO WS-CAMP-TIER(WS-CAMP-IDX)
                   ELSE
                       DISPLAY "quizcamp: campaign table full, "
                           "dropped campaign: "
                       "line, skipped: " FUNCTION TRIM(IC-CAMP-CODE)
               END-IF
           END-IF.

       LOAD-TIER-TABLE.
      *> A missing IC-TIERS.DAT (no rollup has run yet) just leaves
      *> every identified customer bronze. Past 500 rows the rest are
      *> bronze too - the coupon still issues, only the tier upgrade
      *> is lost, and the overflow is reported once.
           MOVE ZERO TO WS-TIER-COUNT
           MOVE "N" TO WS-EOF-FLAG
           OPEN INPUT IC-TIER-FILE
           PERFORM UNTIL WS-EOF-FLAG = "Y"
               READ IC-TIER-FILE
                   AT END
                       MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       IF WS-TIER-COUNT < 500
                           ADD 1 TO WS-TIER-COUNT
                           MOVE IC-TIER-CUST-ID
                               TO WS-TIER-CUST-ID(WS-TIER-COUNT)
                           MOVE IC-TIER-CODE
                               TO WS-TIER-CODE(WS-TIER-COUNT)
                       ELSE
                           DISPLAY "quizcamp: tier table full, "
                               "remaining customers treated as "
                               "bronze"
                           MOVE "Y" TO WS-EOF-FLAG
                       END-IF
               END-READ
           END-PERFORM
           CLOSE IC-TIER-FILE.
