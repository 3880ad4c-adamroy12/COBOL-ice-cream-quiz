      *> IC-EXPIRE-LOG-RECORD - one coupon the nightly sweep (quizexp)
      *> retired to status "E", appended to IC-EXPIRE-LOG.DAT. The
      *> sweep's audit event only carries the night's count; this is
      *> the per-coupon record of which coupons left play on which
      *> date, the expiry counterpart of IC-REDEMPT-LOG.DAT, and is
      *> what the GL extract (quizgl) releases liability from.
      *>   XL-COUPON-CODE  coupon retired
      *>   XL-EXPIRY       the expiry date it passed
      *>   XL-DATE/TIME    when the sweep retired it
       01 IC-EXPIRE-LOG-RECORD.
           05 XL-COUPON-CODE PIC X(12).
           05 XL-EXPIRY PIC 9(8).
           05 XL-DATE PIC 9(8).
           05 XL-TIME PIC 9(6).
