      *> IC-POINTS-RECORD - one loyalty points posting, appended to
      *> IC-POINTS.DAT by quizpost on behalf of quiz, quizbatch and
      *> quizredm. Append-only, with the same open-write-close flush
      *> discipline as the audit trail: a balance is never stored,
      *> it is always the sum of the postings, so the ledger is the
      *> one place a points dispute gets settled. Only identified
      *> customers earn - an anonymous walk-up has no account to
      *> post to. Every posting carries what earned it:
      *>   IC-PTS-CUST-ID   loyalty id the points belong to
      *>   IC-PTS-DATE/TIME when the earning event happened
      *>   IC-PTS-TYPE      "S" committed survey, "R" redemption
      *>                    applied by the nightly POS extract
      *>   IC-PTS-POINTS    points earned by this posting
      *>   IC-PTS-TERMINAL  for "S" the kiosk/batch terminal that
      *>                    wrote the response; for "R" the register
      *>                    that took the coupon
      *>   IC-PTS-REF       for "S" the response's own IC-RESP-DATE
      *>                    and IC-RESP-TIME (YYYYMMDDHHMMSS), which
      *>                    with the terminal and customer id finds
      *>                    the response record; for "R" the coupon
      *>                    code that was redeemed
       01 IC-POINTS-RECORD.
           05 IC-PTS-CUST-ID PIC X(10).
           05 IC-PTS-DATE PIC 9(8).
           05 IC-PTS-TIME PIC 9(6).
           05 IC-PTS-TYPE PIC X(1).
           05 IC-PTS-POINTS PIC 9(5).
           05 IC-PTS-TERMINAL PIC X(8).
           05 IC-PTS-REF PIC X(14).
