      *> doesn't know the terminal. Records written before the field
      *> existed read back space-padded there - treat non-numeric as
      *> zero; quizcons stamps the owning store when it consolidates.
      *> IC-RESP-LANG is the language the customer took the survey
      *> in - the code picked at the kiosk greeting (see icmsgr.cpy),
      *> "EN" from quizbatch (the paper card is English). Records
      *> written before the kiosk offered a choice read back blank
      *> there; treat blank as "EN", which is all they could be.
       01 IC-RESPONSE-RECORD.
           05 IC-RESP-DATE PIC 9(8).
           05 IC-RESP-TIME PIC 9(6).
           05 IC-RESP-SOURCE PIC X(1).
           05 IC-RESP-CLASS PIC X(1).
           05 IC-RESP-STORE PIC 9(3).
           05 IC-RESP-LANG PIC X(2).
