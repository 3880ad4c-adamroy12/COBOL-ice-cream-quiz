      *> IC-ARCH-INDEX-RECORD - one dated archive file quizarch has
      *> written, one line per file in IC-ARCHIVES.DAT. The archive
      *> names carry the cutoff date and nothing else in the system
      *> remembers which cutoffs were ever used, so quizarch records
      *> each name the first time it writes to it, and anything that
      *> has to visit every archive (quizeras, the customer erasure
      *> job) reads the list instead of guessing dates. Archives
      *> written before the index existed can be added by hand in
      *> the same columns.
      *>   IC-ARCX-KIND    "R" response archive (icrespr.cpy layout)
      *>                   "C" coupon archive (iccoupr.cpy layout)
      *>   IC-ARCX-CUTOFF  the IC-CUTOFF-DATE the archive was cut at
      *>   IC-ARCX-NAME    the archive's file name
       01 IC-ARCH-INDEX-RECORD.
           05 IC-ARCX-KIND PIC X(1).
           05 IC-ARCX-CUTOFF PIC 9(8).
           05 IC-ARCX-NAME PIC X(30).
