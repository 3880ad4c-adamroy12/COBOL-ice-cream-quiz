      *> IC-DIST-LOG-RECORD - one line per store per reference file
      *> per quizdist run, appended to IC-DIST-LOG.DAT at head office.
      *> The newest line for a store and file says which version the
      *> store holds.
      *>   IC-DLOG-OUTCOME  PUSHED   copy written and renamed into
      *>                             place, check value proved
      *>                    CURRENT  store already held this version
      *>                    FAILED   copy could not be written or
      *>                             renamed; the store's own file is
      *>                             untouched and still the old one
       01 IC-DIST-LOG-RECORD.
           05 IC-DLOG-DATE PIC 9(8).
           05 IC-DLOG-TIME PIC 9(6).
           05 IC-DLOG-STORE PIC 9(3).
           05 IC-DLOG-FILE PIC X(20).
           05 IC-DLOG-VERSION PIC 9(5).
           05 IC-DLOG-OUTCOME PIC X(8).
           05 IC-DLOG-PATH PIC X(40).
