      *> IC-FRAUD-PARM-RECORD - one threshold per line in
      *> IC-FRAUD-PARM.DAT, read by quizfrd. Same raw "KEY value"
      *> line as IC-CONFIG.DAT (see iccfgr.cpy): split on the first
      *> space, so the key need not be padded. A key left out, or
      *> given as zero, keeps the default shown.
      *>   YES-GAP-SECS     5   two SURVEY-YES on one kiosk this many
      *>                        seconds apart or less are faster than
      *>                        a person answers the questions
      *>   FAST-YES-PAIRS   3   such pairs in a day before the kiosk
      *>                        is reported
      *>   BATCH-REPEAT     4   consecutive batch cards with the same
      *>                        answer, flavor and reason under
      *>                        different customer ids before the run
      *>                        is reported
      *>   ENROLL-MAX       10  enrollments queued at one kiosk in a
      *>                        day before it is reported
      *>   REDEEM-MINUTES   15  a coupon redeemed within this many
      *>                        minutes of being issued is reported
      *>   FAR-REGISTER     Y   report a coupon redeemed at a register
      *>                        of another store than the kiosk that
      *>                        issued it (N turns the check off)
      *>   EXC-RATE-PCT     25  a register whose DUP-REDEEMED and
      *>                        unknown-code lines reach this percent
      *>                        of its lines for the day is reported
      *>   EXC-MIN-LINES    4   ... once it has at least this many
      *>                        lines, so one bad scan is not a rate
      *>   MIN-SCORE        0   findings scored below this are left
      *>                        off the report
       01 IC-FRAUD-PARM-RECORD.
           05 IC-FRAUD-PARM-LINE PIC X(68).
