      *> IC-CAL-TRANS-RECORD - one queued store-calendar maintenance
      *> card read by quizcalm from IC-CAL-TRANS.DAT. The card proper
      *> is columns 1-58 and follows the calendar row layout
      *> (iccalr.cpy) field for field, behind the action; the store
      *> and the hours are carried as text so a mistyped card can be
      *> rejected instead of abending the job. CL-REJECT-INFO is
      *> there for the same reason CM-REJECT-INFO is on the customer
      *> card (iccmtr.cpy): a corrected reject file (iccljr.cpy) can
      *> be dropped back in as IC-CAL-TRANS.DAT unmodified.
      *> Actions in use:
      *>   ADD     - new row; store, day (and FROM on a weekly row)
      *>             must not already be on the calendar
      *>   CHANGE  - replace the trading flag, hours and note of the
      *>             row with that store, day and FROM
      *>   DELETE  - remove that row
      *> A closed row (CL-TRADES "N") needs no hours - any given are
      *> dropped. A trading row needs CL-OPEN before CL-CLOSE, both
      *> HHMM on a 24-hour clock.
       01 IC-CAL-TRANS-RECORD.
           05 CL-ACTION PIC X(10).
           05 CL-STORE PIC X(3).
           05 CL-DAY PIC X(8).
           05 CL-FROM PIC X(8).
           05 CL-TRADES PIC X(1).
           05 CL-OPEN PIC X(4).
           05 CL-CLOSE PIC X(4).
           05 CL-NOTE PIC X(20).
           05 CL-REJECT-INFO PIC X(40).
