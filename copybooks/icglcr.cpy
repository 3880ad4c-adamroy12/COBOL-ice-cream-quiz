      *> IC-GL-CONTROL-RECORD - one business date's GL extract that
      *> was completed and handed to finance, appended by quizgl to
      *> IC-GL-CTL.DAT once the journal file is safely in place. A
      *> date already on this file is never extracted again, so a
      *> rerun of the close cannot post the same day's coupons to
      *> the ledger twice.
      *>   GC-BUS-DATE     business date extracted
      *>   GC-STORE        store number
      *>   GC-RECORD-COUNT detail lines written
      *>   GC-DEBIT-TOTAL  debit total (equal to the credit total)
      *>   GC-RUN-DATE/TIME when the extract completed
       01 IC-GL-CONTROL-RECORD.
           05 GC-BUS-DATE PIC 9(8).
           05 GC-STORE PIC 9(3).
           05 GC-RECORD-COUNT PIC 9(6).
           05 GC-DEBIT-TOTAL PIC 9(11)V99.
           05 GC-RUN-DATE PIC 9(8).
           05 GC-RUN-TIME PIC 9(6).
