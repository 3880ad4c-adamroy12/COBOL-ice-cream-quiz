      *>   IC-CAMP-EXPIRY-DAYS how many days an issued coupon stays
      *>                       good; zero means it never expires
      *>   IC-CAMP-DESC        short text for reports and receipts
      *>   IC-CAMP-TIER        loyalty tier the campaign is reserved
      *>                       for: blank = every customer, "B"/"S"/
      *>                       "G" = customers at that tier or above
      *>                       (see ictierr.cpy). A tier row is how a
      *>                       richer coupon is offered to the better
      *>                       customers alongside the general one.
       01 IC-CAMPAIGN-RECORD.
           05 IC-CAMP-CODE PIC X(8).
           05 IC-CAMP-PREFIX PIC X(2).
           05 IC-CAMP-END PIC 9(8).
           05 IC-CAMP-EXPIRY-DAYS PIC 9(3).
           05 IC-CAMP-DESC PIC X(20).
           05 IC-CAMP-TIER PIC X(1).
