      *> IC-OPERATOR-RECORD - one store operator, kept in the keyed
      *> security file IC-OPERATORS.IDX (key IC-OPR-ID). quizsign
      *> checks a sign-on against it; quizopr adds, disables and
      *> resets rows. The PIN itself is never stored - only the
      *> quizhash value of the operator id and PIN together, so two
      *> operators with the same PIN still hold different values and
      *> nobody reading the file learns a PIN from it.
      *>   IC-OPR-ID           operator id typed at sign-on
      *>   IC-OPR-NAME         for listings
      *>   IC-OPR-PIN-HASH     quizhash(id + PIN)
      *>   IC-OPR-ROLE         "C" clerk, "S" supervisor, "A" admin -
      *>                       each role may do everything the one
      *>                       before it may
      *>   IC-OPR-STATUS       "A" active, "D" disabled by an admin,
      *>                       "L" locked out after repeated bad PINs
      *>   IC-OPR-FAILS        consecutive bad PINs since the last
      *>                       good sign-on or reset
      *>   IC-OPR-LAST-SIGNON  date of the last good sign-on
      *>   IC-OPR-CHANGED-DATE date quizopr last touched the row
      *>   IC-OPR-CHANGED-BY   admin who did it
       01 IC-OPERATOR-RECORD.
           05 IC-OPR-ID PIC X(8).
           05 IC-OPR-NAME PIC X(20).
           05 IC-OPR-PIN-HASH PIC 9(18).
           05 IC-OPR-ROLE PIC X(1).
           05 IC-OPR-STATUS PIC X(1).
           05 IC-OPR-FAILS PIC 9(2).
           05 IC-OPR-LAST-SIGNON PIC 9(8).
           05 IC-OPR-CHANGED-DATE PIC 9(8).
           05 IC-OPR-CHANGED-BY PIC X(8).
