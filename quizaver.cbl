       IDENTIFICATION DIVISION.
           PROGRAM-ID. "quizaver".
      *> Audit trail verification job. IC-AUDIT.DAT is plain text,
      *> so since it was sealed (quizaudw - a per-store sequence
      *> number and a chained check value on every record) this job
      *> is how anyone proves nobody has been at it with an editor:
      *> it runs quizachk over the trail and reports every gap,
      *> reorder, altered line, broken chain or missing tail by line
      *> and sequence number, then a one-line verdict. Return code 0
      *> means the trail proved; 16 means it did not, and the lines
      *> above the verdict say where.
      *> IC-AUDIT-PATH names another store's directory to check its
      *> trail in place (default: the current directory). quizeod
      *> makes the same check before the close and quizcons before
      *> each store is merged; this is the same check on demand.
       DATA DIVISION.
           WORKING-STORAGE SECTION.
           01 WS-AUDIT-PATH PIC X(40) VALUE SPACES.
           01 WS-CHAIN-OK PIC X(1).
           01 WS-RECORD-COUNT PIC 9(8).
           01 WS-LEGACY-COUNT PIC 9(8).
           01 WS-PROBLEM-COUNT PIC 9(6).
       PROCEDURE DIVISION.
       MAIN-PARAGRAPH.
           ACCEPT WS-AUDIT-PATH FROM ENVIRONMENT "IC-AUDIT-PATH"
           CALL "quizachk" USING WS-AUDIT-PATH WS-CHAIN-OK
               WS-RECORD-COUNT WS-LEGACY-COUNT WS-PROBLEM-COUNT
           DISPLAY "Audit trail verification"
           IF WS-AUDIT-PATH NOT = SPACES
               DISPLAY "  Directory        "
                   FUNCTION TRIM(WS-AUDIT-PATH)
           END-IF
           DISPLAY "  Records read     " WS-RECORD-COUNT
           DISPLAY "  Before sealing   " WS-LEGACY-COUNT
           DISPLAY "  Problems found   " WS-PROBLEM-COUNT
           IF WS-CHAIN-OK = "Y"
               DISPLAY "AUDIT TRAIL VERIFIED - every sealed record is "
                   "present, in order and unaltered"
           ELSE
               DISPLAY "AUDIT TRAIL FAILED VERIFICATION - see the "
                   "lines above for each position"
               MOVE 16 TO RETURN-CODE
           END-IF
           STOP RUN.
