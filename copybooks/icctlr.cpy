      *>   IC-CTL-RESP   responses written that date
      *>   IC-CTL-COUP   coupons issued that date
      *>   IC-CTL-AUDT   audit records written that date
      *>   IC-CTL-REF-VER  version of each reference file the store
      *>                 ran with, slot for slot in icrfnr.cpy order
      *>                 (00000 = the store's copy is not one quizdist
      *>                 sent). Records written before the versions
      *>                 were reported read back as spaces here -
      *>                 "not reported", never "stale".
       01 IC-CONTROL-RECORD.
           05 IC-CTL-STORE PIC 9(3).
           05 IC-CTL-DATE PIC 9(8).
           05 IC-CTL-RESP PIC 9(6).
           05 IC-CTL-COUP PIC 9(6).
           05 IC-CTL-AUDT PIC 9(6).
           05 IC-CTL-REF-VERSIONS.
               10 IC-CTL-REF-VER PIC 9(5) OCCURS 6 TIMES.
