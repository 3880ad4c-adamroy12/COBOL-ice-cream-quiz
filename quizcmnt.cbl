      *> leaves the live master untouched. Run this after close, when
      *> no kiosk is queueing enrollment cards and quizcust isn't
      *> mid-scan of the master.
      *> Master changes are a supervisor function: the job signs on
      *> through quizsign before it reads a card (under quizeod the
      *> close's own sign-on is passed down), and the operator id
      *> goes on every CUST- audit event beside the terminal.
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT OPTIONAL IC-CUST-REJECT-FILE
                   ASSIGN TO "IC-CUST-REJECTS.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
           FILE SECTION.
           FD  IC-CUST-TRANS-FILE.
           01 IC-CUSTOMER-NEW-RECORD PIC X(41).
           FD  IC-CUST-REJECT-FILE.
           COPY "iccmjr.cpy".
           WORKING-STORAGE SECTION.
           COPY "icaudtr.cpy".
           01 WS-TERMINAL-ID PIC X(8) VALUE "CMNT01".
           01 WS-OPERATOR-ID PIC X(8) VALUE SPACES.
           01 WS-SIGNON-OK PIC X(1).
           01 WS-REQUIRED-ROLE PIC X(1) VALUE "S".
           01 WS-EOF-FLAG PIC X(1).
           01 WS-CUST-COUNT PIC 9(3) VALUE ZERO.
           01 WS-CUST-TABLE.
           IF WS-TERMINAL-ID = SPACES
               MOVE "CMNT01" TO WS-TERMINAL-ID
           END-IF
           CALL "quizsign" USING WS-TERMINAL-ID WS-REQUIRED-ROLE
               WS-OPERATOR-ID WS-SIGNON-OK
           IF WS-SIGNON-OK NOT = "Y"
               DISPLAY "quizcmnt: supervisor sign-on required - "
                   "master left untouched"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM LOAD-CUSTOMER-TABLE
           PERFORM PROCESS-TRANSACTIONS
           IF WS-CARD-COUNT = ZERO
           MOVE WS-CURRENT-DATE TO IC-AUDIT-DATE
           MOVE WS-CURRENT-TIME TO IC-AUDIT-TIME
           MOVE WS-TERMINAL-ID TO IC-AUDIT-TERMINAL
           MOVE WS-OPERATOR-ID TO IC-AUDIT-OPERATOR
           MOVE SPACES TO IC-AUDIT-EVENT
           STRING "CUST-" DELIMITED BY SIZE
               WS-ACTION DELIMITED BY SPACE
               CM-CUST-ID DELIMITED BY SIZE
               INTO IC-AUDIT-EVENT
           END-STRING
           CALL "quizaudw" USING IC-AUDIT-RECORD.

       WRITE-REJECT.
      *> Blank the whole record first - the FILLER separator bytes
