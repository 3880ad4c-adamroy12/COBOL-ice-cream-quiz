      *> Still a nightly job meant to run after close: the exception
      *> classification reads the sequence file without a lock, and
      *> the POS extract is a full-day file anyway.
      *> A redemption on a loyalty customer's coupon earns them the
      *> redemption points (quizpost) the moment its REWRITE lands,
      *> referenced by coupon code and register; a rerun classifies
      *> the line DUP-REDEEMED and so never posts it twice.
      *> Authorization holds (quizauth, see ichldr.cpy) are settled
      *> here too: the hold on every coupon redeemed tonight is
      *> confirmed, and every hold still pending after that - an
      *> approval the register never followed through on - is
      *> released so the coupon can be approved again tomorrow. A
      *> redemption with no hold at all means the register skipped
      *> authorization, and is counted for the POS team. The day's
      *> request/reply queue is then emptied for the next day's
      *> trading; the hold store keeps the record of every approval.
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT OPTIONAL IC-COUPON-SEQ-FILE
                   ASSIGN TO "IC-COUPON-SEQ.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT OPTIONAL IC-HOLD-FILE
                   ASSIGN TO "IC-AUTH-HOLDS.IDX"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS IC-HOLD-CODE
                   FILE STATUS IS WS-HOLD-STATUS.
               SELECT OPTIONAL IC-AUTH-REQ-FILE
                   ASSIGN TO "IC-AUTH-REQ.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT OPTIONAL IC-AUTH-REPLY-FILE
                   ASSIGN TO "IC-AUTH-REPLY.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
           FILE SECTION.
           01 IC-REDEMPT-LOG-RECORD PIC X(34).
           FD  IC-COUPON-SEQ-FILE.
           COPY "icseqr.cpy".
           FD  IC-HOLD-FILE.
           COPY "ichldr.cpy".
           FD  IC-AUTH-REQ-FILE.
           COPY "icauqr.cpy".
           FD  IC-AUTH-REPLY-FILE.
           COPY "icaurr.cpy".
           WORKING-STORAGE SECTION.
           COPY "icaudtr.cpy".
           01 WS-TERMINAL-ID PIC X(8) VALUE "REDEEM01".
           01 WS-BUSINESS-DATE-X PIC X(8) VALUE SPACES.
           01 WS-BUSINESS-DATE PIC 9(8).
           01 WS-EOF-FLAG PIC X(1).
           01 WS-REDEMPT-COUNT PIC 9(3) VALUE ZERO.
           01 WS-REDEMPT-TABLE.
                       INDEXED BY WS-RED-IDX.
                   10 WS-RED-CODE PIC X(12).
                   10 WS-RED-DATE PIC 9(8).
                   10 WS-RED-TIME PIC 9(6).
                   10 WS-RED-REGISTER PIC X(8).
                   10 WS-RED-IMAGE PIC X(34).
      *> " " = not yet matched to any coupon, "R" = applied,
      *> "A" = matched a coupon that was already redeemed,
           01 WS-REDEEMED-COUNT PIC 9(6) VALUE ZERO.
           01 WS-EXCEPT-COUNT PIC 9(6) VALUE ZERO.
           01 WS-COUPON-STATUS PIC XX.
           01 WS-POST-TYPE PIC X(1) VALUE "R".
           01 WS-HOLD-STATUS PIC XX.
           01 WS-HOLD-EOF PIC X(1).
           01 WS-CONFIRMED-COUNT PIC 9(6) VALUE ZERO.
           01 WS-RELEASED-COUNT PIC 9(6) VALUE ZERO.
           01 WS-NO-HOLD-COUNT PIC 9(6) VALUE ZERO.
           01 WS-POST-REF PIC X(14).
           01 WS-CURRENT-DATE-TIME.
               05 WS-CURRENT-DATE PIC 9(8).
               05 WS-CURRENT-TIME PIC 9(6).
           IF WS-TERMINAL-ID = SPACES
               MOVE "REDEEM01" TO WS-TERMINAL-ID
           END-IF
           ACCEPT WS-BUSINESS-DATE-X FROM ENVIRONMENT
               "IC-BUSINESS-DATE"
           IF WS-BUSINESS-DATE-X = SPACES
               MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
               MOVE WS-CURRENT-DATE TO WS-BUSINESS-DATE
           ELSE
               IF WS-BUSINESS-DATE-X IS NUMERIC
                   MOVE WS-BUSINESS-DATE-X TO WS-BUSINESS-DATE
               ELSE
                   DISPLAY "quizredm: IC-BUSINESS-DATE must be an "
                       "eight digit date (YYYYMMDD), got: "
                       FUNCTION TRIM(WS-BUSINESS-DATE-X)
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           PERFORM LOAD-REDEMPTIONS
           IF WS-REDEMPT-COUNT = ZERO
      *> Truncate the exception listing even when there is nothing to
               CLOSE IC-REDEMPT-EXC-FILE
               DISPLAY "quizredm: no redemption records in "
                   "IC-REDEMPT-IN.DAT - nothing to apply"
      *> A day with no redemptions still releases the day's
      *> approvals that never turned into sales.
               PERFORM SETTLE-AUTH-HOLDS
               STOP RUN
           END-IF
           PERFORM READ-HIGH-SEQ
           PERFORM APPLY-REDEMPTIONS
           PERFORM WRITE-EXCEPTIONS
           PERFORM SETTLE-AUTH-HOLDS
           DISPLAY "Redemption job complete. Extract records: "
               WS-REDEMPT-COUNT
           DISPLAY "Coupons redeemed: " WS-REDEEMED-COUNT
           DISPLAY "Exceptions (see IC-REDEMPT-EXCEPT.DAT): "
               WS-EXCEPT-COUNT
           DISPLAY "Authorization holds confirmed: "
               WS-CONFIRMED-COUNT "  released: " WS-RELEASED-COUNT
           IF WS-NO-HOLD-COUNT > ZERO
               DISPLAY "Redeemed without authorization (no hold): "
                   WS-NO-HOLD-COUNT
           END-IF
           STOP RUN.

       LOAD-REDEMPTIONS.
                       ELSE
                           MOVE ZERO TO WS-RED-DATE(WS-RED-IDX)
                       END-IF
                       IF RD-TIME IS NUMERIC
                           MOVE RD-TIME TO WS-RED-TIME(WS-RED-IDX)
                       ELSE
                           MOVE ZERO TO WS-RED-TIME(WS-RED-IDX)
                       END-IF
                       MOVE RD-REGISTER
                           TO WS-RED-REGISTER(WS-RED-IDX)
                       MOVE IC-REDEMPT-RECORD
                           TO WS-RED-IMAGE(WS-RED-IDX)
                       MOVE SPACE TO WS-RED-RESULT(WS-RED-IDX)
                               REWRITE IC-COUPON-RECORD
                               MOVE "R" TO WS-RED-RESULT(WS-RED-IDX)
                               ADD 1 TO WS-REDEEMED-COUNT
                               PERFORM POST-REDEEM-POINTS
                           END-IF
      *> The nightly sweep already retired this coupon as expired,
      *> so an acceptance is the same POS failure as an expired
                   END-EVALUATE
           END-READ.

       POST-REDEEM-POINTS.
      *> quizpost ignores an anonymous coupon (blank customer id).
           MOVE SPACES TO WS-POST-REF
           MOVE WS-RED-CODE(WS-RED-IDX) TO WS-POST-REF
           CALL "quizpost" USING IC-COUPON-CUST-ID WS-POST-TYPE
               WS-RED-DATE(WS-RED-IDX) WS-RED-TIME(WS-RED-IDX)
               WS-RED-REGISTER(WS-RED-IDX) WS-POST-REF.

       WRITE-EXCEPTIONS.
      *> The redemption log is EXTEND, never OUTPUT: unlike the
      *> exception listing (reviewed and cleared nightly), the log
           MOVE WS-CURRENT-DATE TO IC-AUDIT-DATE
           MOVE WS-CURRENT-TIME TO IC-AUDIT-TIME
           MOVE WS-TERMINAL-ID TO IC-AUDIT-TERMINAL
           MOVE SPACES TO IC-AUDIT-OPERATOR
           MOVE SPACES TO IC-AUDIT-EVENT
           STRING "COUPON-REDEEMED " DELIMITED BY SIZE
               WS-RED-CODE(WS-RED-IDX) DELIMITED BY SIZE
               INTO IC-AUDIT-EVENT
           END-STRING
           CALL "quizaudw" USING IC-AUDIT-RECORD.

       SETTLE-AUTH-HOLDS.
      *> Confirm first, then release what is left: a hold is only
      *> released once it is known that no redemption tonight
      *> claimed it. Both steps are idempotent, so a rerun settles
      *> nothing twice. Settled under the business date, not the
      *> clock (see ichldr.cpy) - a close past midnight still
      *> settles the day it closes.
           OPEN I-O IC-HOLD-FILE
           PERFORM VARYING WS-RED-IDX FROM 1 BY 1
                   UNTIL WS-RED-IDX > WS-REDEMPT-COUNT
               IF WS-RED-RESULT(WS-RED-IDX) = "R"
                   PERFORM CONFIRM-ONE-HOLD
               END-IF
           END-PERFORM
           MOVE LOW-VALUES TO IC-HOLD-CODE
           MOVE "N" TO WS-HOLD-EOF
           START IC-HOLD-FILE KEY IS NOT LESS THAN IC-HOLD-CODE
               INVALID KEY
                   MOVE "Y" TO WS-HOLD-EOF
           END-START
           PERFORM UNTIL WS-HOLD-EOF = "Y"
               READ IC-HOLD-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-HOLD-EOF
                   NOT AT END
                       IF IC-HOLD-STATUS = "P"
                           MOVE "L" TO IC-HOLD-STATUS
                           MOVE WS-BUSINESS-DATE TO IC-HOLD-SETTLED
                           REWRITE IC-HOLD-RECORD
                           ADD 1 TO WS-RELEASED-COUNT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE IC-HOLD-FILE
           OPEN OUTPUT IC-AUTH-REQ-FILE
           CLOSE IC-AUTH-REQ-FILE
           OPEN OUTPUT IC-AUTH-REPLY-FILE
           CLOSE IC-AUTH-REPLY-FILE.

       CONFIRM-ONE-HOLD.
           MOVE WS-RED-CODE(WS-RED-IDX) TO IC-HOLD-CODE
           READ IC-HOLD-FILE
               INVALID KEY
                   ADD 1 TO WS-NO-HOLD-COUNT
               NOT INVALID KEY
                   IF IC-HOLD-STATUS = "P"
                       MOVE "C" TO IC-HOLD-STATUS
                       MOVE WS-BUSINESS-DATE TO IC-HOLD-SETTLED
                       REWRITE IC-HOLD-RECORD
                       ADD 1 TO WS-CONFIRMED-COUNT
                   ELSE
                       ADD 1 TO WS-NO-HOLD-COUNT
                   END-IF
           END-READ.
