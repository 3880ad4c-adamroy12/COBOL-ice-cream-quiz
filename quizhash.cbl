       IDENTIFICATION DIVISION.
           PROGRAM-ID. "quizhash".
      *> One-way check value over a 120-byte text, shared so every
      *> program that stores or compares one computes it the same
      *> way: quizsign and quizopr keep operator PINs only as
      *> quizhash(id + PIN) on IC-OPERATORS.IDX. Two independent
      *> multiply-and-fold lanes modulo two large primes run over
      *> every byte (trailing spaces included, so the caller's
      *> field width is part of the value) and are returned side by
      *> side as one 18-digit number.
      *> IC-HASH-KEY, when set, is folded into both lanes before the
      *> text, so a value cannot be recomputed from the text alone
      *> without the site's key. It is read once, on the first CALL,
      *> and must be the same for every program at a site - change
      *> it and every stored PIN has to be reset through quizopr.
       DATA DIVISION.
           WORKING-STORAGE SECTION.
           01 WS-KEY-LOADED PIC X(1) VALUE "N".
           01 WS-HASH-KEY PIC X(40) VALUE SPACES.
           01 WS-SEED-1 PIC 9(9) VALUE 5381.
           01 WS-SEED-2 PIC 9(9) VALUE 7919.
           01 WS-H1 PIC 9(12).
           01 WS-H2 PIC 9(12).
           01 WS-C PIC 9(3).
           01 WS-I PIC 9(3).
       LINKAGE SECTION.
           01 LK-HASH-TEXT PIC X(120).
           01 LK-HASH-VALUE PIC 9(18).
       PROCEDURE DIVISION USING LK-HASH-TEXT LK-HASH-VALUE.
       MAIN-PARAGRAPH.
           IF WS-KEY-LOADED NOT = "Y"
               PERFORM LOAD-HASH-KEY
               MOVE "Y" TO WS-KEY-LOADED
           END-IF
           MOVE WS-SEED-1 TO WS-H1
           MOVE WS-SEED-2 TO WS-H2
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > 120
               COMPUTE WS-C = FUNCTION ORD(LK-HASH-TEXT(WS-I:1))
               COMPUTE WS-H1 = FUNCTION MOD
                   (WS-H1 * 257 + WS-C, 999999937)
               COMPUTE WS-H2 = FUNCTION MOD
                   (WS-H2 * 263 + WS-C + WS-I, 999999929)
           END-PERFORM
           COMPUTE LK-HASH-VALUE = WS-H1 * 1000000000 + WS-H2
           GOBACK.

       LOAD-HASH-KEY.
           ACCEPT WS-HASH-KEY FROM ENVIRONMENT "IC-HASH-KEY"
           IF WS-HASH-KEY NOT = SPACES
               MOVE WS-SEED-1 TO WS-H1
               MOVE WS-SEED-2 TO WS-H2
               PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > 40
                   COMPUTE WS-C = FUNCTION ORD(WS-HASH-KEY(WS-I:1))
                   COMPUTE WS-H1 = FUNCTION MOD
                       (WS-H1 * 257 + WS-C, 999999937)
                   COMPUTE WS-H2 = FUNCTION MOD
                       (WS-H2 * 263 + WS-C + WS-I, 999999929)
               END-PERFORM
               MOVE WS-H1 TO WS-SEED-1
               MOVE WS-H2 TO WS-SEED-2
           END-IF.
