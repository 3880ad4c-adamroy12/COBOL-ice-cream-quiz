      *> an archive that already holds last month's records.
      *> Like quizredm, this runs after close: a kiosk or batch run
      *> appending records mid-rewrite would lose them.
      *> Purging the response log is an admin function: the job
      *> signs on through quizsign before it touches anything, and
      *> the operator id goes on the ARCH- audit events.
      *> Each archive name is also listed in IC-ARCHIVES.DAT (see
      *> icarcxr.cpy) the first time it is written, so a job that
      *> must visit every archive - the customer erasure job,
      *> quizeras - has the list instead of guessing cutoff dates.
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT OPTIONAL IC-COUP-ARCH-FILE
                   ASSIGN TO DYNAMIC WS-COUP-ARCH-NAME
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT OPTIONAL IC-ARCH-INDEX-FILE
                   ASSIGN TO "IC-ARCHIVES.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
           FILE SECTION.
           FD  IC-RESPONSE-FILE.
           COPY "icrespr.cpy".
           FD  IC-RESP-ARCH-FILE.
           01 IC-RESP-ARCH-RECORD PIC X(73).
           FD  IC-RESP-NEW-FILE.
           01 IC-RESP-NEW-RECORD PIC X(73).
           FD  IC-COUPON-FILE.
           COPY "iccoupr.cpy".
           FD  IC-COUP-ARCH-FILE.
           01 IC-COUP-ARCH-RECORD PIC X(66).
           FD  IC-ARCH-INDEX-FILE.
           COPY "icarcxr.cpy".
           WORKING-STORAGE SECTION.
           COPY "icaudtr.cpy".
           01 WS-TERMINAL-ID PIC X(8) VALUE "ARCH01".
           01 WS-OPERATOR-ID PIC X(8) VALUE SPACES.
           01 WS-SIGNON-OK PIC X(1).
           01 WS-REQUIRED-ROLE PIC X(1) VALUE "A".
           01 WS-EOF-FLAG PIC X(1).
           01 WS-CUTOFF-DATE-X PIC X(8) VALUE SPACES.
           01 WS-CUTOFF-DATE PIC 9(8).
           01 WS-READ-COUNT PIC 9(6).
           01 WS-ARCH-COUNT PIC 9(6).
           01 WS-KEPT-COUNT PIC 9(6).
           01 WS-INDEX-KIND PIC X(1).
           01 WS-INDEX-NAME PIC X(30).
           01 WS-INDEX-FOUND PIC X(1).
           01 WS-CURRENT-DATE-TIME.
               05 WS-CURRENT-DATE PIC 9(8).
               05 WS-CURRENT-TIME PIC 9(6).
           IF WS-TERMINAL-ID = SPACES
               MOVE "ARCH01" TO WS-TERMINAL-ID
           END-IF
           CALL "quizsign" USING WS-TERMINAL-ID WS-REQUIRED-ROLE
               WS-OPERATOR-ID WS-SIGNON-OK
           IF WS-SIGNON-OK NOT = "Y"
               DISPLAY "quizarch: admin sign-on required - nothing "
                   "archived"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ACCEPT WS-CUTOFF-DATE-X FROM ENVIRONMENT "IC-CUTOFF-DATE"
           IF WS-CUTOFF-DATE-X = SPACES
               OR WS-CUTOFF-DATE-X IS NOT NUMERIC
                   "over IC-RESPONSES.DAT - live file unchanged"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE "R" TO WS-INDEX-KIND
           MOVE WS-RESP-ARCH-NAME TO WS-INDEX-NAME
           PERFORM RECORD-ARCHIVE-NAME.

       ARCHIVE-COUPONS.
      *> A coupon is retired when its expiry date is real (nonzero -
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM WRITE-COUP-AUDIT
           MOVE "C" TO WS-INDEX-KIND
           MOVE WS-COUP-ARCH-NAME TO WS-INDEX-NAME
           PERFORM RECORD-ARCHIVE-NAME.

       RECORD-ARCHIVE-NAME.
      *> A rerun with the same cutoff extends the same archive, so
      *> the name is only listed once.
           MOVE "N" TO WS-INDEX-FOUND
           MOVE "N" TO WS-EOF-FLAG
           OPEN INPUT IC-ARCH-INDEX-FILE
           PERFORM UNTIL WS-EOF-FLAG = "Y"
               READ IC-ARCH-INDEX-FILE
                   AT END
                       MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       IF IC-ARCX-NAME = WS-INDEX-NAME
                           MOVE "Y" TO WS-INDEX-FOUND
                       END-IF
               END-READ
           END-PERFORM
           CLOSE IC-ARCH-INDEX-FILE
           IF WS-INDEX-FOUND = "N"
               OPEN EXTEND IC-ARCH-INDEX-FILE
               MOVE WS-INDEX-KIND TO IC-ARCX-KIND
               MOVE WS-CUTOFF-DATE TO IC-ARCX-CUTOFF
               MOVE WS-INDEX-NAME TO IC-ARCX-NAME
               WRITE IC-ARCH-INDEX-RECORD
               CLOSE IC-ARCH-INDEX-FILE
           END-IF.

       WRITE-RESP-AUDIT.
      *> The proof travels in the event text: read=archived+kept,
               WS-KEPT-COUNT DELIMITED BY SIZE
               INTO IC-AUDIT-EVENT
           END-STRING
           CALL "quizaudw" USING IC-AUDIT-RECORD.

       WRITE-COUP-AUDIT.
           PERFORM STAMP-AUDIT-HEADER
               WS-KEPT-COUNT DELIMITED BY SIZE
               INTO IC-AUDIT-EVENT
           END-STRING
           CALL "quizaudw" USING IC-AUDIT-RECORD.

       STAMP-AUDIT-HEADER.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           MOVE WS-CURRENT-DATE TO IC-AUDIT-DATE
           MOVE WS-CURRENT-TIME TO IC-AUDIT-TIME
           MOVE WS-TERMINAL-ID TO IC-AUDIT-TERMINAL
           MOVE WS-OPERATOR-ID TO IC-AUDIT-OPERATOR.
