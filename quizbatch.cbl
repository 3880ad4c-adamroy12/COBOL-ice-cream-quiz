                   ASSIGN TO "IC-CKPT.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-CKPT-STATUS.
               SELECT OPTIONAL IC-COUPON-FILE
                   ASSIGN TO "IC-COUPONS.IDX"
                   ORGANIZATION IS INDEXED
           COPY "icrespr.cpy".
           FD  IC-CKPT-FILE.
           COPY "icckptr.cpy".
           FD  IC-COUPON-FILE.
           COPY "iccoupr.cpy".
           FD  IC-COUPON-SEQ-FILE.
           FD  IC-REJECT-FILE.
           COPY "icrejr.cpy".
           WORKING-STORAGE SECTION.
           COPY "icaudtr.cpy".
           01 WS-EOF-FLAG PIC X(1) VALUE "N".
           01 WS-TERMINAL-ID PIC X(8) VALUE "BATCH01".
           01 WS-BATCH-ID PIC X(8) VALUE SPACES.
           01 WS-ANSWER-TRIMMED PIC X(20).
           01 WS-ANSWER-CLASS PIC X(1).
      *> A card carries no language, so its answer is classified
      *> against every language's yes/no words (see quizcore).
           01 WS-CARD-LANG PIC X(2) VALUE SPACES.
           01 WS-ALREADY-DONE PIC 9(8) VALUE ZERO.
           01 WS-SKIP-REMAINING PIC 9(8) VALUE ZERO.
           01 WS-PROCESSED-COUNT PIC 9(6) VALUE ZERO.
           01 WS-CAMP-VALUE PIC 9(3)V99.
           01 WS-CAMP-EXPIRY PIC 9(8).
           01 WS-CAMP-SELECT PIC X(1).
           01 WS-POST-TYPE PIC X(1).
           01 WS-POST-REF PIC X(14).
           01 WS-NOT-ISSUED-COUNT PIC 9(6) VALUE ZERO.
           01 WS-REJECTED-COUNT PIC 9(6) VALUE ZERO.
           01 WS-REJECT-REASON PIC X(4).
       PROCESS-TRANSACTION.
           MOVE FUNCTION TRIM(BT-ANSWER) TO WS-ANSWER-TRIMMED
           CALL "quizcore" USING WS-ANSWER-TRIMMED WS-ANSWER-CLASS
               WS-CARD-LANG
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           MOVE WS-CURRENT-DATE TO IC-RESP-DATE
           MOVE WS-CURRENT-TIME TO IC-RESP-TIME
           MOVE "B" TO IC-RESP-SOURCE
           MOVE WS-ANSWER-CLASS TO IC-RESP-CLASS
           MOVE WS-STORE-NUM TO IC-RESP-STORE
           MOVE "EN" TO IC-RESP-LANG
           IF WS-ANSWER-CLASS = "Y"
               MOVE SPACES TO IC-RESP-REASON-CODE
               MOVE FUNCTION TRIM(BT-FLAVOR) TO IC-RESP-FLAVOR
           WRITE IC-RESPONSE-RECORD
           CLOSE IC-RESPONSE-FILE
           PERFORM WRITE-AUDIT-RECORD
           PERFORM POST-SURVEY-POINTS
           IF WS-ANSWER-CLASS = "Y"
               PERFORM ISSUE-COUPON
           END-IF
           ADD 1 TO WS-PROCESSED-COUNT.

       POST-SURVEY-POINTS.
      *> Same earning rule as the kiosk (see quizpost.cbl): a card
      *> with a customer id earns the survey points once its
      *> response is on disk, and before the checkpoint moves past
      *> it, so a restart never skips a card's points.
           IF BT-CUST-ID NOT = SPACES
               MOVE "S" TO WS-POST-TYPE
               MOVE IC-RESP-DATE TO WS-POST-REF(1:8)
               MOVE IC-RESP-TIME TO WS-POST-REF(9:6)
               CALL "quizpost" USING BT-CUST-ID WS-POST-TYPE
                   IC-RESP-DATE IC-RESP-TIME WS-TERMINAL-ID
                   WS-POST-REF
           END-IF.

       NEXT-COUPON-SEQ.
      *> A LINE SEQUENTIAL file's LOCK MODE clause is not backed by a
      *> real OS lock in this runtime, so the caller
       ISSUE-CAMPAIGN-COUPON.
           CALL "quizcamp" USING IC-RESP-DATE WS-WANTED-CAMPAIGN
               WS-CAMP-CODE WS-CAMP-PREFIX WS-CAMP-VALUE
               WS-CAMP-EXPIRY WS-CAMP-SELECT BT-CUST-ID
           IF WS-CAMP-SELECT NOT = "A"
               PERFORM WRITE-NOT-ISSUED-AUDIT
               ADD 1 TO WS-NOT-ISSUED-COUNT
           MOVE IC-RESP-DATE TO IC-AUDIT-DATE
           MOVE IC-RESP-TIME TO IC-AUDIT-TIME
           MOVE WS-TERMINAL-ID TO IC-AUDIT-TERMINAL
           MOVE SPACES TO IC-AUDIT-OPERATOR
           MOVE SPACES TO IC-AUDIT-EVENT
           STRING "COUPON-SUPPRESSED " DELIMITED BY SIZE
               BT-CUST-ID DELIMITED BY SIZE
               INTO IC-AUDIT-EVENT
           END-STRING
           CALL "quizaudw" USING IC-AUDIT-RECORD.

       WRITE-NOT-ISSUED-AUDIT.
      *> A "yes" card that earned no coupon still leaves a trail, so
           MOVE IC-RESP-DATE TO IC-AUDIT-DATE
           MOVE IC-RESP-TIME TO IC-AUDIT-TIME
           MOVE WS-TERMINAL-ID TO IC-AUDIT-TERMINAL
           MOVE SPACES TO IC-AUDIT-OPERATOR
           MOVE SPACES TO IC-AUDIT-EVENT
           STRING "COUPON-NOT-ISSUED " DELIMITED BY SIZE
               WS-WANTED-CAMPAIGN DELIMITED BY SIZE
               INTO IC-AUDIT-EVENT
           END-STRING
           CALL "quizaudw" USING IC-AUDIT-RECORD.

       WRITE-AUDIT-RECORD.
           MOVE IC-RESP-DATE TO IC-AUDIT-DATE
           MOVE IC-RESP-TIME TO IC-AUDIT-TIME
           MOVE WS-TERMINAL-ID TO IC-AUDIT-TERMINAL
           MOVE SPACES TO IC-AUDIT-OPERATOR
           IF WS-ANSWER-CLASS = "Y"
               MOVE "BATCH-YES" TO IC-AUDIT-EVENT
           ELSE
               MOVE "BATCH-NO" TO IC-AUDIT-EVENT
           END-IF
           CALL "quizaudw" USING IC-AUDIT-RECORD.

       SET-REASON-FROM-CARD.
           EVALUATE BT-REASON
