      *> IC-AUTH-REQ-RECORD - one coupon authorization request from a
      *> POS register, appended to IC-AUTH-REQ.DAT and answered by
      *> quizauth. Fixed columns, same convention as the redemption
      *> extract in icredmr.cpy. The register numbers its own
      *> requests (AQ-REQ-SEQ) so it can pick its reply back out of
      *> IC-AUTH-REPLY.DAT, where several registers' replies are
      *> interleaved.
      *>   AQ-REGISTER     register asking
      *>   AQ-REQ-SEQ      the register's own request number
      *>   AQ-COUPON-CODE  code as scanned or keyed at the till
      *>   AQ-DATE/TIME    when the register asked
       01 IC-AUTH-REQ-RECORD.
           05 AQ-REGISTER PIC X(8).
           05 AQ-REQ-SEQ PIC 9(6).
           05 AQ-COUPON-CODE PIC X(12).
           05 AQ-DATE PIC 9(8).
           05 AQ-TIME PIC 9(6).
