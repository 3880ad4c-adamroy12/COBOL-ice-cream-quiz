       IDENTIFICATION DIVISION.
           PROGRAM-ID. "quizaudw".
      *> The one place an audit record is written. Every program
      *> that writes to IC-AUDIT.DAT (quiz, quizbatch, quizredm,
      *> quizexp, quizcmnt, quizcoup, quizarch, quizopr, and
      *> quizsign on behalf of quizeod and the rest) fills in date,
      *> time, terminal, event and operator and CALLs this instead
      *> of opening the file itself. Here the record is sealed -
      *> given the store trail's next sequence number and a check
      *> value chained from the previous record's (see icaudtr.cpy)
      *> - and appended, so the trail is no longer something a text
      *> editor can quietly change: quizachk walks it and names the
      *> exact line of any gap, reorder, edit or broken chain.
      *> The last seal written lives in IC-AUDIT-SEQ.DAT (see
      *> icaseqr.cpy). Several kiosks share one store directory, so
      *> read-seal-append-rewrite runs under its own atomic-
      *> directory mutex, IC-AUDIT.LOCK, the same pattern and the
      *> same 500-try cap as quiz's coupon-sequence lock, and for
      *> the same reason: LOCK MODE on a LINE SEQUENTIAL file is
      *> not a real lock in this runtime. The record is appended
      *> before the seal file is rewritten; a run killed between
      *> the two leaves a repeated sequence number on the next
      *> write, which quizachk reports rather than hides.
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT OPTIONAL IC-AUDIT-FILE
                   ASSIGN TO "IC-AUDIT.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT OPTIONAL IC-AUDIT-SEQ-FILE
                   ASSIGN TO "IC-AUDIT-SEQ.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-AUDIT-SEQ-STATUS.
       DATA DIVISION.
           FILE SECTION.
           FD  IC-AUDIT-FILE.
           01 IC-AUDIT-OUT-RECORD PIC X(86).
           FD  IC-AUDIT-SEQ-FILE.
           COPY "icaseqr.cpy".
           WORKING-STORAGE SECTION.
           01 WS-AUDIT-SEQ-STATUS PIC XX.
           01 WS-LAST-SEQ PIC 9(8).
           01 WS-LAST-CHECK PIC 9(18).
           01 WS-HASH-TEXT PIC X(120).
           01 WS-HASH-VALUE PIC 9(18).
           01 WS-LOCK-DIR PIC X(24) VALUE "IC-AUDIT.LOCK".
           01 WS-LOCK-ACQUIRED PIC X(1).
           01 WS-LOCK-NANOS PIC 9(8) COMP-5 VALUE 20000000.
           01 WS-LOCK-TRIES PIC 9(4) VALUE ZERO.
       LINKAGE SECTION.
           COPY "icaudtr.cpy".
       PROCEDURE DIVISION USING IC-AUDIT-RECORD.
       MAIN-PARAGRAPH.
           PERFORM ACQUIRE-AUDIT-LOCK
      *> The seal file doesn't exist before the very first sealed
      *> record, and OPEN I-O can't create it - same one-time
      *> fallback to OPEN OUTPUT quiz uses for IC-COUPON-SEQ.DAT.
           OPEN I-O IC-AUDIT-SEQ-FILE
           IF WS-AUDIT-SEQ-STATUS = "05"
               CLOSE IC-AUDIT-SEQ-FILE
               OPEN OUTPUT IC-AUDIT-SEQ-FILE
               MOVE ZERO TO IC-ASEQ-LAST-SEQ
               MOVE ZERO TO IC-ASEQ-LAST-CHECK
               WRITE IC-AUDIT-SEQ-RECORD
               CLOSE IC-AUDIT-SEQ-FILE
               OPEN I-O IC-AUDIT-SEQ-FILE
           END-IF
           READ IC-AUDIT-SEQ-FILE
               AT END
                   MOVE ZERO TO WS-LAST-SEQ
                   MOVE ZERO TO WS-LAST-CHECK
               NOT AT END
                   MOVE IC-ASEQ-LAST-SEQ TO WS-LAST-SEQ
                   MOVE IC-ASEQ-LAST-CHECK TO WS-LAST-CHECK
           END-READ
           ADD 1 TO WS-LAST-SEQ
           MOVE WS-LAST-SEQ TO IC-AUDIT-SEQ-NO
      *> Chain text: previous check in 1-18, then this record from
      *> its date through its sequence number (the 68 bytes ahead
      *> of the check itself). quizachk builds it the same way.
           MOVE SPACES TO WS-HASH-TEXT
           MOVE WS-LAST-CHECK TO WS-HASH-TEXT(1:18)
           MOVE IC-AUDIT-RECORD(1:68) TO WS-HASH-TEXT(19:68)
           CALL "quizhash" USING WS-HASH-TEXT WS-HASH-VALUE
           MOVE WS-HASH-VALUE TO IC-AUDIT-CHECK
           OPEN EXTEND IC-AUDIT-FILE
           WRITE IC-AUDIT-OUT-RECORD FROM IC-AUDIT-RECORD
           CLOSE IC-AUDIT-FILE
           MOVE IC-AUDIT-SEQ-NO TO IC-ASEQ-LAST-SEQ
           MOVE IC-AUDIT-CHECK TO IC-ASEQ-LAST-CHECK
           REWRITE IC-AUDIT-SEQ-RECORD
           CLOSE IC-AUDIT-SEQ-FILE
           PERFORM RELEASE-AUDIT-LOCK
           GOBACK.

       ACQUIRE-AUDIT-LOCK.
           MOVE "N" TO WS-LOCK-ACQUIRED
           MOVE ZERO TO WS-LOCK-TRIES
           PERFORM UNTIL WS-LOCK-ACQUIRED = "Y"
                   OR WS-LOCK-TRIES > 500
               CALL "CBL_CREATE_DIR" USING WS-LOCK-DIR
               IF RETURN-CODE = ZERO
                   MOVE "Y" TO WS-LOCK-ACQUIRED
               ELSE
                   ADD 1 TO WS-LOCK-TRIES
                   CALL "CBL_OC_NANOSLEEP" USING WS-LOCK-NANOS
               END-IF
           END-PERFORM
           IF WS-LOCK-ACQUIRED NOT = "Y"
               DISPLAY "quizaudw: timed out waiting for the audit "
                   "trail lock (" FUNCTION TRIM(WS-LOCK-DIR)
                   ") - remove it by hand if no other run is active"
               MOVE 20 TO RETURN-CODE
               STOP RUN
           END-IF.

       RELEASE-AUDIT-LOCK.
           CALL "CBL_DELETE_DIR" USING WS-LOCK-DIR
           IF RETURN-CODE NOT = ZERO
               DISPLAY "quizaudw: could not remove audit trail lock "
                   "directory " FUNCTION TRIM(WS-LOCK-DIR)
           END-IF.
