      *> same copy-to-.NEW-and-rename discipline quizcmnt uses on
      *> the customer master, so a crash mid-update leaves the old
      *> control file intact.
      *> The record also carries the version of each head-office
      *> reference file the store ran with, taken from the
      *> IC-REFVER.DAT quizdist leaves in the store directory. A
      *> version only counts while the live file still gives the
      *> check value it was sent with (quizrfck) - a file edited or
      *> copied in by hand since is reported as 00000, not as the
      *> version it replaced.
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT IC-CONTROL-NEW-FILE
                   ASSIGN TO "IC-CONTROL.NEW"
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT OPTIONAL IC-REFVER-FILE
                   ASSIGN TO "IC-REFVER.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
           FILE SECTION.
           FD  IC-RESPONSE-FILE.
           FD  IC-CONTROL-FILE.
           COPY "icctlr.cpy".
           FD  IC-CONTROL-NEW-FILE.
           01 IC-CONTROL-NEW-RECORD PIC X(59).
           FD  IC-REFVER-FILE.
           COPY "icrfvr.cpy".
           WORKING-STORAGE SECTION.
           COPY "icrfnr.cpy".
           01 WS-TERMINAL-ID PIC X(8) VALUE "CLOSE01".
           01 WS-EOF-FLAG PIC X(1).
           01 WS-BUSINESS-DATE-X PIC X(8) VALUE SPACES.
           01 WS-ROW-REPLACED PIC X(1) VALUE "N".
           01 WS-NEW-NAME PIC X(14) VALUE "IC-CONTROL.NEW".
           01 WS-LIVE-NAME PIC X(14) VALUE "IC-CONTROL.DAT".
           01 WS-REF-HELD-TABLE.
               05 WS-RH-ENTRY OCCURS 6 TIMES.
                   10 WS-RH-VERSION PIC 9(5).
                   10 WS-RH-CHECK PIC 9(18).
           01 WS-F PIC 9(1).
           01 WS-CHECK-NAME PIC X(60).
           01 WS-CHECK-FOUND PIC X(1).
           01 WS-CHECK-LINES PIC 9(6).
           01 WS-CHECK-VALUE PIC 9(18).
           01 WS-CURRENT-DATE-TIME.
               05 WS-CURRENT-DATE PIC 9(8).
               05 FILLER PIC X(15).
           PERFORM COUNT-RESPONSES
           PERFORM COUNT-COUPONS
           PERFORM COUNT-AUDIT
           PERFORM TAKE-REF-VERSIONS
           PERFORM WRITE-CONTROL-RECORD
           DISPLAY "Control totals recorded for store " WS-STORE-NUM
               " date " WS-BUSINESS-DATE
           DISPLAY "  Responses " WS-RESP-COUNT
               "  Coupons " WS-COUP-COUNT
               "  Audit " WS-AUDT-COUNT
           PERFORM VARYING WS-F FROM 1 BY 1
                   UNTIL WS-F > IC-REF-FILE-COUNT
               DISPLAY "  " IC-REF-FILE-NAME(WS-F) " version "
                   WS-RH-VERSION(WS-F)
           END-PERFORM
           STOP RUN.

       TAKE-REF-VERSIONS.
           PERFORM VARYING WS-F FROM 1 BY 1
                   UNTIL WS-F > IC-REF-FILE-COUNT
               MOVE ZERO TO WS-RH-VERSION(WS-F)
               MOVE ZERO TO WS-RH-CHECK(WS-F)
           END-PERFORM
           MOVE "N" TO WS-EOF-FLAG
           OPEN INPUT IC-REFVER-FILE
           PERFORM UNTIL WS-EOF-FLAG = "Y"
               READ IC-REFVER-FILE
                   AT END
                       MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       PERFORM KEEP-REFVER-ROW
               END-READ
           END-PERFORM
           CLOSE IC-REFVER-FILE
           PERFORM VARYING WS-F FROM 1 BY 1
                   UNTIL WS-F > IC-REF-FILE-COUNT
               IF WS-RH-VERSION(WS-F) > ZERO
                   MOVE IC-REF-FILE-NAME(WS-F) TO WS-CHECK-NAME
                   CALL "quizrfck" USING WS-CHECK-NAME WS-CHECK-FOUND
                       WS-CHECK-LINES WS-CHECK-VALUE
                   IF WS-CHECK-FOUND NOT = "Y"
                       OR WS-CHECK-VALUE NOT = WS-RH-CHECK(WS-F)
                       DISPLAY "quizctl: "
                           FUNCTION TRIM(IC-REF-FILE-NAME(WS-F))
                           " is not the copy head office sent - "
                           "reported as version 00000"
                       MOVE ZERO TO WS-RH-VERSION(WS-F)
                   END-IF
               END-IF
           END-PERFORM.

       KEEP-REFVER-ROW.
           IF IC-REFV-VERSION IS NUMERIC
               AND IC-REFV-CHECK IS NUMERIC
               PERFORM VARYING WS-F FROM 1 BY 1
                       UNTIL WS-F > IC-REF-FILE-COUNT
                   IF IC-REFV-FILE = IC-REF-FILE-NAME(WS-F)
                       MOVE IC-REFV-VERSION TO WS-RH-VERSION(WS-F)
                       MOVE IC-REFV-CHECK TO WS-RH-CHECK(WS-F)
                   END-IF
               END-PERFORM
           END-IF.

       COUNT-RESPONSES.
           MOVE "N" TO WS-EOF-FLAG
           OPEN INPUT IC-RESPONSE-FILE
                   AT END
                       MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
      *> quizeod's own EOD- events are left out: the close goes on
      *> writing them after this step has taken its totals, so they
      *> could never be in the count quizcons checks against.
                       IF IC-AUDIT-DATE = WS-BUSINESS-DATE
                           AND IC-AUDIT-EVENT(1:4) NOT = "EOD-"
                           ADD 1 TO WS-AUDT-COUNT
                       END-IF
               END-READ
           MOVE WS-BUSINESS-DATE TO IC-CTL-DATE
           MOVE WS-RESP-COUNT TO IC-CTL-RESP
           MOVE WS-COUP-COUNT TO IC-CTL-COUP
           MOVE WS-AUDT-COUNT TO IC-CTL-AUDT
           PERFORM VARYING WS-F FROM 1 BY 1
                   UNTIL WS-F > IC-REF-FILE-COUNT
               MOVE WS-RH-VERSION(WS-F) TO IC-CTL-REF-VER(WS-F)
           END-PERFORM.
