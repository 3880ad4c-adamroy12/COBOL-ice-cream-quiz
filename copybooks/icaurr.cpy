      *> IC-AUTH-REPLY-RECORD - quizauth's answer to one register
      *> request (icauqr.cpy), appended to IC-AUTH-REPLY.DAT in the
      *> order the requests were read, one reply per request - so
      *> the number of replies on file is also the number of
      *> requests already answered.
      *>   AR-REGISTER/AR-REQ-SEQ/AR-COUPON-CODE  echoed from the
      *>                   request so the register can match it
      *>   AR-DECISION     "APPROVED" or "DECLINED"
      *>   AR-REASON       why, for a decline:
      *>                     NOT-ON-FILE  no coupon carries the code
      *>                     REDEEMED     already used
      *>                     EXPIRED      past IC-COUPON-EXPIRY or
      *>                                  retired by the sweep
      *>                     VOIDED       voided by a supervisor
      *>                     HELD         approved at another
      *>                                  register and not yet
      *>                                  settled
      *>                     HOLD-FAILED  the hold could not be
      *>                                  written, so no approval
      *>                   blank on an approval
      *>   AR-VALUE        discount value to give, from the coupon
      *>   AR-DATE/TIME    when the answer was written
       01 IC-AUTH-REPLY-RECORD.
           05 AR-REGISTER PIC X(8).
           05 AR-REQ-SEQ PIC 9(6).
           05 AR-COUPON-CODE PIC X(12).
           05 AR-DECISION PIC X(8).
           05 AR-REASON PIC X(12).
           05 AR-VALUE PIC 9(3)V99.
           05 AR-DATE PIC 9(8).
           05 AR-TIME PIC 9(6).
