      *> IC-MESSAGE-RECORD - one line of customer-facing kiosk text
      *> in one language, kept in IC-MESSAGES.DAT and read by quiz.
      *> Fixed columns, hand-edited like IC-SURVEY.DAT:
      *>   IC-MSG-LANG  language code, e.g. EN, ES, FR. Every code on
      *>                file is offered at the greeting; the customer
      *>                types the code to switch.
      *>   IC-MSG-ID    which text this is:
      *>                  LANGNAME   the language's own name, shown
      *>                             in the greeting's language list
      *>                  GREETING MSGYES MSGNO   (IC-CONFIG.DAT's
      *>                             keys of the same names are the
      *>                             English text when EN has no row)
      *>                  FLAVOR WHYNOT LOYALTY NOTACTIVE ENROLLASK
      *>                  ENROLLNAME NAMEAGAIN NOPROBLEM WELCOME
      *>                  DUPCOUPON NOPROMO COUPONCODE RESET
      *>                  P-<qid>    prompt of IC-SURVEY.DAT question
      *>                  C-<qid>    its choices line
      *>   IC-MSG-TEXT  the text as displayed
      *> A row missing for the chosen language falls back to the EN
      *> row, then to the English built into quiz (or, for P-/C-,
      *> to IC-SURVEY.DAT's own text) - a gap in a translation shows
      *> English, never a blank screen. The WHYNOT text must keep
      *> the 1-4 numbering; the answer is still the digit.
       01 IC-MESSAGE-RECORD.
           05 IC-MSG-LANG PIC X(2).
           05 IC-MSG-ID PIC X(10).
           05 IC-MSG-TEXT PIC X(80).
