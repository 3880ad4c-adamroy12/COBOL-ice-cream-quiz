      *> IC-CALENDAR-RECORD - one row of the store business calendar
      *> IC-CALENDAR.DAT, kept by quizcalm and read through quizcal
      *> by every job that needs to know whether a store traded on a
      *> day and when it was open. A row is either:
      *>   a DATED row     IC-CAL-DAY holds YYYYMMDD - that one day
      *>                   (a holiday, a late opening, a stocktake)
      *>   a WEEKLY row    IC-CAL-DAY holds MON/TUE/WED/THU/FRI/SAT/
      *>                   SUN - the store's default for that weekday
      *>                   from IC-CAL-FROM (YYYYMMDD) onward; blank
      *>                   IC-CAL-FROM means "always". Several weekly
      *>                   rows for one weekday make a season pattern
      *>                   (summer hours from May, winter from
      *>                   October): the latest FROM not after the
      *>                   day wins. IC-CAL-FROM is blank on a dated
      *>                   row.
      *> Store 000 rows are chain-wide and apply to every store that
      *> has no row of its own for the day. Resolution order for one
      *> store and one day: the store's dated row, the chain's dated
      *> row, the store's weekly row, the chain's weekly row. No row
      *> at all means the calendar has nothing to say - callers then
      *> treat the store as trading on their own default hours, which
      *> is how every store was treated before the calendar existed.
      *>   IC-CAL-STORE   store number, 000 = chain-wide
      *>   IC-CAL-DAY     YYYYMMDD or a three-letter weekday
      *>   IC-CAL-FROM    weekly rows: effective-from date or blank
      *>   IC-CAL-TRADES  "Y" the store trades, "N" it is closed
      *>   IC-CAL-OPEN    opening time HHMM (zero on a closed row)
      *>   IC-CAL-CLOSE   closing time HHMM (zero on a closed row)
      *>   IC-CAL-NOTE    free text for reports ("CHRISTMAS DAY")
       01 IC-CALENDAR-RECORD.
           05 IC-CAL-STORE PIC 9(3).
           05 IC-CAL-DAY PIC X(8).
           05 IC-CAL-FROM PIC X(8).
           05 IC-CAL-TRADES PIC X(1).
           05 IC-CAL-OPEN PIC 9(4).
           05 IC-CAL-CLOSE PIC 9(4).
           05 IC-CAL-NOTE PIC X(20).
