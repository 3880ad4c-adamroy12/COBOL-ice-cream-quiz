      *> IC-CAL-REJECT-RECORD - one calendar maintenance card quizcalm
      *> refused, written to IC-CAL-REJECTS.DAT instead of being
      *> allowed to touch the calendar. The original card image sits
      *> in columns 1-58, exactly the IC-CAL-TRANS-RECORD layout
      *> (iccltr.cpy), so corrected cards resubmit as-is - the same
      *> resubmission path the customer master's reject file has
      *> (iccmjr.cpy).
      *> Reasons in use:
      *>   CL01 - action is not ADD/CHANGE/DELETE
      *>   CL02 - store is not a three digit number
      *>   CL03 - store is not on the store master (000 is chain-wide
      *>          and always allowed)
      *>   CL04 - day is neither a valid YYYYMMDD nor MON..SUN
      *>   CL05 - FROM on a weekly row is not a valid YYYYMMDD
      *>   CL06 - ADD for a row already on the calendar
      *>   CL07 - CHANGE or DELETE for a row not on the calendar
      *>   CL08 - trading flag is not Y or N
      *>   CL09 - trading row with missing or impossible hours
       01 IC-CAL-REJECT-RECORD.
           05 CL-REJ-CARD-IMAGE PIC X(58).
           05 FILLER PIC X(1).
           05 CL-REJ-REASON PIC X(4).
           05 FILLER PIC X(1).
           05 CL-REJ-REASON-TEXT PIC X(34).
