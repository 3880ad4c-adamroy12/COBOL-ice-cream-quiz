           05 IC-AUDIT-TIME PIC 9(6).
           05 IC-AUDIT-TERMINAL PIC X(8).
           05 IC-AUDIT-EVENT PIC X(30).
      *> Operator signed on (quizsign) when the event was written by
      *> a supervisor function - quizcoup void, quizcmnt, quizarch,
      *> quizeod, quizopr - and on failed sign-ons and lockouts.
      *> Blank for kiosk, batch and nightly events no operator
      *> drives. Appended after the event so every existing
      *> position in the record is unchanged.
           05 IC-AUDIT-OPERATOR PIC X(8).
      *> Seal, stamped by quizaudw on every write and checked by
      *> quizachk: IC-AUDIT-SEQ-NO runs 1, 2, 3 ... per store trail
      *> (one IC-AUDIT.DAT per store directory), and IC-AUDIT-CHECK
      *> is quizhash of the previous record's check value followed
      *> by this record's bytes up to and including its sequence
      *> number - so a line deleted, moved or edited, or a line
      *> typed in by hand, no longer chains. Blank on lines written
      *> before the trail was sealed.
           05 IC-AUDIT-SEQ-NO PIC 9(8).
           05 IC-AUDIT-CHECK PIC 9(18).
