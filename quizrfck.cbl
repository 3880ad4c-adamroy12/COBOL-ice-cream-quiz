       IDENTIFICATION DIVISION.
           PROGRAM-ID. "quizrfck".
      *> Content check value over a whole reference file, shared by
      *> quizdist (which stamps a version of a head-office file with
      *> it and proves each store copy after the push) and quizctl
      *> (which proves the store's live copy is still the version it
      *> was sent before reporting that version). Every line is read
      *> at a fixed 200 columns, trailing spaces included, and run
      *> through two multiply-and-fold lanes the same shape as
      *> quizhash's, with the line number folded in so swapped lines
      *> change the value. It is deliberately NOT quizhash: that one
      *> is keyed by the site's IC-HASH-KEY, and head office and a
      *> store have to reach the same value for the same file.
      *> LK-FILE-FOUND answers "N" (count and check zero) when the
      *> file does not exist.
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT OPTIONAL IC-CHECK-FILE
                   ASSIGN TO DYNAMIC WS-CHECK-NAME
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-CHECK-STATUS.
       DATA DIVISION.
           FILE SECTION.
           FD  IC-CHECK-FILE.
           01 IC-CHECK-LINE PIC X(200).
           WORKING-STORAGE SECTION.
           01 WS-CHECK-NAME PIC X(60).
           01 WS-CHECK-STATUS PIC XX.
           01 WS-EOF-FLAG PIC X(1).
           01 WS-H1 PIC 9(12).
           01 WS-H2 PIC 9(12).
           01 WS-C PIC 9(3).
           01 WS-I PIC 9(3).
       LINKAGE SECTION.
           01 LK-FILE-NAME PIC X(60).
           01 LK-FILE-FOUND PIC X(1).
           01 LK-LINE-COUNT PIC 9(6).
           01 LK-FILE-CHECK PIC 9(18).
       PROCEDURE DIVISION USING LK-FILE-NAME LK-FILE-FOUND
               LK-LINE-COUNT LK-FILE-CHECK.
       MAIN-PARAGRAPH.
           MOVE LK-FILE-NAME TO WS-CHECK-NAME
           MOVE "N" TO LK-FILE-FOUND
           MOVE ZERO TO LK-LINE-COUNT
           MOVE ZERO TO LK-FILE-CHECK
           MOVE 5381 TO WS-H1
           MOVE 7919 TO WS-H2
           OPEN INPUT IC-CHECK-FILE
      *> "05" is an OPTIONAL file that is not there; anything other
      *> than "00" means there is no file to check either.
           IF WS-CHECK-STATUS NOT = "00"
               IF WS-CHECK-STATUS = "05"
                   CLOSE IC-CHECK-FILE
               END-IF
               GOBACK
           END-IF
           MOVE "Y" TO LK-FILE-FOUND
           MOVE "N" TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FLAG = "Y"
               READ IC-CHECK-FILE
                   AT END
                       MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       ADD 1 TO LK-LINE-COUNT
                       PERFORM FOLD-ONE-LINE
               END-READ
           END-PERFORM
           CLOSE IC-CHECK-FILE
           COMPUTE LK-FILE-CHECK = WS-H1 * 1000000000 + WS-H2
           GOBACK.

       FOLD-ONE-LINE.
           COMPUTE WS-H1 = FUNCTION MOD
               (WS-H1 * 257 + LK-LINE-COUNT, 999999937)
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > 200
               COMPUTE WS-C = FUNCTION ORD(IC-CHECK-LINE(WS-I:1))
               COMPUTE WS-H1 = FUNCTION MOD
                   (WS-H1 * 257 + WS-C, 999999937)
               COMPUTE WS-H2 = FUNCTION MOD
                   (WS-H2 * 263 + WS-C + WS-I, 999999929)
           END-PERFORM.
