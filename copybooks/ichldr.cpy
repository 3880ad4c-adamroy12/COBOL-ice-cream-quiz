      *> IC-HOLD-RECORD - one pending authorization hold, kept in the
      *> keyed hold store IC-AUTH-HOLDS.IDX (key IC-HOLD-CODE).
      *> quizauth places a hold when it approves a coupon, so the
      *> same code cannot be approved at a second register while the
      *> first sale is still open; the nightly quizredm run settles
      *> each hold against the POS extract - "C" when the coupon's
      *> redemption was applied, "L" (released) when the register
      *> never actually took it, after which the coupon can be
      *> approved again.
      *>   IC-HOLD-CODE        coupon code held
      *>   IC-HOLD-REGISTER    register it was approved at
      *>   IC-HOLD-DATE/TIME   when the approval was given
      *>   IC-HOLD-STATUS      "P" pending, "C" confirmed by the
      *>                       redemption extract, "L" released
      *>   IC-HOLD-SETTLED     business date quizredm settled it
       01 IC-HOLD-RECORD.
           05 IC-HOLD-CODE PIC X(12).
           05 IC-HOLD-REGISTER PIC X(8).
           05 IC-HOLD-DATE PIC 9(8).
           05 IC-HOLD-TIME PIC 9(6).
           05 IC-HOLD-STATUS PIC X(1).
           05 IC-HOLD-SETTLED PIC 9(8).
