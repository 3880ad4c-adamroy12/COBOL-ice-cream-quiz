      *> IC-TIER-RECORD - one customer's loyalty tier, written by the
      *> nightly rollup (quiztier) to IC-TIERS.DAT and read by
      *> quizcamp to pick the coupon a customer's tier has earned.
      *> Rebuilt from scratch from the points ledger (icptsr.cpy)
      *> every night, so the file is only ever a summary - correct a
      *> posting in the ledger and tomorrow's tier follows.
      *>   IC-TIER-CUST-ID   loyalty id
      *>   IC-TIER-CODE      "B" bronze, "S" silver, "G" gold
      *>   IC-TIER-POINTS    points earned inside the rolling tier
      *>                     window, the figure the tier is set by
      *>   IC-TIER-LIFETIME  every point ever posted to the id
      *>   IC-TIER-AS-OF     business date the rollup ran for
      *> A customer with no row (never earned a point, or enrolled
      *> today) is bronze.
       01 IC-TIER-RECORD.
           05 IC-TIER-CUST-ID PIC X(10).
           05 IC-TIER-CODE PIC X(1).
           05 IC-TIER-POINTS PIC 9(7).
           05 IC-TIER-LIFETIME PIC 9(7).
           05 IC-TIER-AS-OF PIC 9(8).
