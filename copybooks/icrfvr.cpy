      *> IC-REFVER-RECORD - one version of one reference file. The
      *> same layout serves two files:
      *>   IC-DIST-VERSIONS.DAT  at head office, the version history
      *>                         quizdist appends to whenever a file's
      *>                         content changes; read by quizcons to
      *>                         know which version a store should
      *>                         have run with on a date
      *>   IC-REFVER.DAT         in each store directory, rewritten by
      *>                         quizdist after a push: the version of
      *>                         each file the store now holds; read
      *>                         by quizctl at the close
      *>   IC-REFV-FILE     reference file name (see icrfnr.cpy)
      *>   IC-REFV-VERSION  version number, 1 up, per file
      *>   IC-REFV-CHECK    content check value (quizrfck) of that
      *>                    version - a store copy whose check no
      *>                    longer matches is not that version
      *>   IC-REFV-DATE     head office: date the version was first
      *>                    stamped; store: date it arrived
      *>   IC-REFV-TIME     time of the same
       01 IC-REFVER-RECORD.
           05 IC-REFV-FILE PIC X(20).
           05 IC-REFV-VERSION PIC 9(5).
           05 IC-REFV-CHECK PIC 9(18).
           05 IC-REFV-DATE PIC 9(8).
           05 IC-REFV-TIME PIC 9(6).
