      *> parses the same as an old-style "MSGYES  Great, enjoy!" line.
      *> Keys in use: GREETING, MSGYES, MSGNO, SYNONYM (repeats, once
      *> per accepted yes variant), NOSYN (repeats, once per
      *> recognized explicit-no variant), SYNONYM-xx and NOSYN-xx
      *> (the same, for language code xx only - see quizcore.cbl).
       01 IC-CONFIG-RECORD.
           05 IC-CONFIG-LINE PIC X(68).
