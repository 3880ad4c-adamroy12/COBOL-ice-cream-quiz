      *> "A" for active; anything else is treated as inactive - the
      *> id is recognized but earns no coupon and fails batch
      *> validation, which is how a lapsed or abusive account is
      *> switched off without deleting its history. "E" marks a row
      *> quizeras has erased: the id is a pseudonym and the name is
      *> gone, and like any other non-"A" row it never earns.
       01 IC-CUSTOMER-RECORD.
           05 IC-CUST-ID PIC X(10).
           05 IC-CUST-NAME PIC X(30).
