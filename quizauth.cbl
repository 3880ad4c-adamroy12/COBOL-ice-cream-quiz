       IDENTIFICATION DIVISION.
           PROGRAM-ID. "quizauth".
      *> Real-time coupon authorization for the POS registers. Until
      *> this existed the POS honored any code that looked right all
      *> day, and we only found out a coupon was expired, voided or
      *> already used when quizredm filed it on the exception listing
      *> that night - after the discount was given away. Registers now
      *> append a request (register, their own request number, code;
      *> see icauqr.cpy) to IC-AUTH-REQ.DAT and wait for the matching
      *> reply (icaurr.cpy) in IC-AUTH-REPLY.DAT: APPROVED, or
      *> DECLINED with a reason, judged against the coupon store
      *> (IC-COUPONS.IDX) status and IC-COUPON-EXPIRY as of the
      *> register's request date.
      *> An approval places a pending hold on the code in the keyed
      *> hold store (IC-AUTH-HOLDS.IDX, see ichldr.cpy), so the same
      *> coupon handed to two registers is approved at the first and
      *> DECLINED/HELD at the second. The coupon record itself is not
      *> touched - quizdup, quizexp and the reports keep reading the
      *> statuses they always have - and quizredm settles every hold
      *> against the POS extract overnight: confirmed when the
      *> redemption lands, released when the sale never happened.
      *> A register asking again about a code it already holds gets
      *> the same approval (a retry after a lost reply must not
      *> decline the customer standing at the till).
      *> Replies go out one per request, in request order, each one
      *> opened, written and closed on its own; the count of replies
      *> on file is therefore the count of requests answered, and is
      *> re-read on every pass, so a restarted server picks up at the
      *> first unanswered request and never answers one twice.
      *> IC-AUTH-MODE "POLL" keeps the server running, re-reading the
      *> queue every quarter second, until the operator creates the
      *> directory IC-AUTH.STOP (the same atomic-directory signal the
      *> lock paragraphs use); any other setting answers whatever is
      *> queued and ends, for a scheduler that restarts it.
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT OPTIONAL IC-AUTH-REQ-FILE
                   ASSIGN TO "IC-AUTH-REQ.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT OPTIONAL IC-AUTH-REPLY-FILE
                   ASSIGN TO "IC-AUTH-REPLY.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT OPTIONAL IC-COUPON-FILE
                   ASSIGN TO "IC-COUPONS.IDX"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS IC-COUPON-CODE
                   ALTERNATE RECORD KEY IS IC-COUPON-CUST-ID
                       WITH DUPLICATES
                   FILE STATUS IS WS-COUPON-STATUS.
               SELECT OPTIONAL IC-HOLD-FILE
                   ASSIGN TO "IC-AUTH-HOLDS.IDX"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS IC-HOLD-CODE
                   FILE STATUS IS WS-HOLD-STATUS.
       DATA DIVISION.
           FILE SECTION.
           FD  IC-AUTH-REQ-FILE.
           COPY "icauqr.cpy".
           FD  IC-AUTH-REPLY-FILE.
           COPY "icaurr.cpy".
           FD  IC-COUPON-FILE.
           COPY "iccoupr.cpy".
           FD  IC-HOLD-FILE.
           COPY "ichldr.cpy".
           WORKING-STORAGE SECTION.
           01 WS-EOF-FLAG PIC X(1).
           01 WS-AUTH-MODE PIC X(8) VALUE SPACES.
           01 WS-STOP-SEEN PIC X(1) VALUE "N".
           01 WS-STOP-DIR PIC X(24) VALUE "IC-AUTH.STOP".
           01 WS-POLL-NANOS PIC 9(9) COMP-5 VALUE 250000000.
           01 WS-ANSWERED PIC 9(7) VALUE ZERO.
           01 WS-SKIP-REMAINING PIC 9(7) VALUE ZERO.
           01 WS-PASS-ANSWERED PIC 9(7) VALUE ZERO.
           01 WS-APPROVED-COUNT PIC 9(7) VALUE ZERO.
           01 WS-DECLINED-COUNT PIC 9(7) VALUE ZERO.
           01 WS-AUTH-DATE PIC 9(8).
           01 WS-DECISION PIC X(8).
           01 WS-REASON PIC X(12).
           01 WS-VALUE PIC 9(3)V99.
           01 WS-COUPON-STATUS PIC XX.
           01 WS-HOLD-STATUS PIC XX.
           01 WS-CURRENT-DATE-TIME.
               05 WS-CURRENT-DATE PIC 9(8).
               05 WS-CURRENT-TIME PIC 9(6).
               05 FILLER PIC X(9).
       PROCEDURE DIVISION.
       MAIN-PARAGRAPH.
           ACCEPT WS-AUTH-MODE FROM ENVIRONMENT "IC-AUTH-MODE"
           MOVE FUNCTION UPPER-CASE(WS-AUTH-MODE) TO WS-AUTH-MODE
           PERFORM ANSWER-NEW-REQUESTS
           IF WS-AUTH-MODE = "POLL"
               PERFORM UNTIL WS-STOP-SEEN = "Y"
                   IF WS-PASS-ANSWERED = ZERO
                       CALL "CBL_OC_NANOSLEEP" USING WS-POLL-NANOS
                   END-IF
                   PERFORM CHECK-STOP-SIGNAL
                   IF WS-STOP-SEEN NOT = "Y"
                       PERFORM ANSWER-NEW-REQUESTS
                   END-IF
               END-PERFORM
           END-IF
           DISPLAY "Coupon authorization complete. Approved: "
               WS-APPROVED-COUNT "  Declined: " WS-DECLINED-COUNT
           STOP RUN.

       CHECK-STOP-SIGNAL.
      *> Deleting the directory both tests for the signal and
      *> consumes it, so the next start does not stop straight away.
           CALL "CBL_DELETE_DIR" USING WS-STOP-DIR
           IF RETURN-CODE = ZERO
               MOVE "Y" TO WS-STOP-SEEN
           END-IF.

       COUNT-REPLIES.
           MOVE ZERO TO WS-ANSWERED
           MOVE "N" TO WS-EOF-FLAG
           OPEN INPUT IC-AUTH-REPLY-FILE
           PERFORM UNTIL WS-EOF-FLAG = "Y"
               READ IC-AUTH-REPLY-FILE
                   AT END
                       MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-ANSWERED
               END-READ
           END-PERFORM
           CLOSE IC-AUTH-REPLY-FILE.

       ANSWER-NEW-REQUESTS.
      *> The coupon store is opened fresh on every pass so a void
      *> quizcoup made a minute ago is seen on the next request.
           MOVE ZERO TO WS-PASS-ANSWERED
           PERFORM COUNT-REPLIES
           MOVE WS-ANSWERED TO WS-SKIP-REMAINING
           MOVE "N" TO WS-EOF-FLAG
           OPEN INPUT IC-AUTH-REQ-FILE
           OPEN INPUT IC-COUPON-FILE
           OPEN I-O IC-HOLD-FILE
           PERFORM UNTIL WS-EOF-FLAG = "Y"
               READ IC-AUTH-REQ-FILE
                   AT END
                       MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       IF WS-SKIP-REMAINING > ZERO
                           SUBTRACT 1 FROM WS-SKIP-REMAINING
                       ELSE
                           PERFORM AUTHORIZE-ONE-REQUEST
                           PERFORM WRITE-REPLY
                           ADD 1 TO WS-PASS-ANSWERED
                       END-IF
               END-READ
           END-PERFORM
           CLOSE IC-HOLD-FILE
           CLOSE IC-COUPON-FILE
           CLOSE IC-AUTH-REQ-FILE.

       AUTHORIZE-ONE-REQUEST.
      *> Expiry is judged on the register's own request date, the
      *> same date quizredm will judge the redemption on tonight, so
      *> the two can never disagree about a coupon on its last day.
           MOVE "DECLINED" TO WS-DECISION
           MOVE SPACES TO WS-REASON
           MOVE ZERO TO WS-VALUE
           IF AQ-DATE IS NUMERIC
               MOVE AQ-DATE TO WS-AUTH-DATE
           ELSE
               MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
               MOVE WS-CURRENT-DATE TO WS-AUTH-DATE
           END-IF
           MOVE AQ-COUPON-CODE TO IC-COUPON-CODE
           READ IC-COUPON-FILE
               INVALID KEY
                   MOVE "NOT-ON-FILE" TO WS-REASON
               NOT INVALID KEY
                   EVALUATE IC-COUPON-STATUS
                       WHEN "U"
                           IF IC-COUPON-EXPIRY > ZERO
                               AND WS-AUTH-DATE > IC-COUPON-EXPIRY
                               MOVE "EXPIRED" TO WS-REASON
                           ELSE
                               MOVE IC-COUPON-VALUE TO WS-VALUE
                               PERFORM CHECK-AND-PLACE-HOLD
                           END-IF
                       WHEN "R"
                           MOVE "REDEEMED" TO WS-REASON
                       WHEN "E"
                           MOVE "EXPIRED" TO WS-REASON
                       WHEN "V"
                           MOVE "VOIDED" TO WS-REASON
                       WHEN OTHER
                           MOVE "NOT-ON-FILE" TO WS-REASON
                   END-EVALUATE
           END-READ
           IF WS-DECISION = "APPROVED"
               ADD 1 TO WS-APPROVED-COUNT
           ELSE
               MOVE ZERO TO WS-VALUE
               ADD 1 TO WS-DECLINED-COUNT
           END-IF.

       CHECK-AND-PLACE-HOLD.
      *> No hold, or one quizredm has already released: place a fresh
      *> pending hold and approve. A pending hold from this same
      *> register is a retry and is approved again; from any other
      *> register it is the double-spend this job exists to stop. A
      *> confirmed hold means the redemption has already been
      *> applied, whatever the coupon record says.
           MOVE AQ-COUPON-CODE TO IC-HOLD-CODE
           READ IC-HOLD-FILE
               INVALID KEY
                   PERFORM FILL-HOLD-RECORD
                   WRITE IC-HOLD-RECORD
                   PERFORM CHECK-HOLD-WRITTEN
               NOT INVALID KEY
                   EVALUATE IC-HOLD-STATUS
                       WHEN "P"
                           IF IC-HOLD-REGISTER = AQ-REGISTER
                               MOVE "APPROVED" TO WS-DECISION
                           ELSE
                               MOVE "HELD" TO WS-REASON
                           END-IF
                       WHEN "C"
                           MOVE "REDEEMED" TO WS-REASON
                       WHEN OTHER
                           PERFORM FILL-HOLD-RECORD
                           REWRITE IC-HOLD-RECORD
                           PERFORM CHECK-HOLD-WRITTEN
                   END-EVALUATE
           END-READ.

       FILL-HOLD-RECORD.
           MOVE SPACES TO IC-HOLD-RECORD
           MOVE AQ-COUPON-CODE TO IC-HOLD-CODE
           MOVE AQ-REGISTER TO IC-HOLD-REGISTER
           MOVE WS-AUTH-DATE TO IC-HOLD-DATE
           IF AQ-TIME IS NUMERIC
               MOVE AQ-TIME TO IC-HOLD-TIME
           ELSE
               MOVE ZERO TO IC-HOLD-TIME
           END-IF
           MOVE "P" TO IC-HOLD-STATUS
           MOVE ZERO TO IC-HOLD-SETTLED.

       CHECK-HOLD-WRITTEN.
      *> An approval without a hold on disk is exactly the double
      *> approval the hold prevents, so a failed hold write declines.
           IF WS-HOLD-STATUS = "00"
               MOVE "APPROVED" TO WS-DECISION
           ELSE
               DISPLAY "quizauth: could not place hold on "
                   AQ-COUPON-CODE " (status " WS-HOLD-STATUS
                   ") - declined"
               MOVE "HOLD-FAILED" TO WS-REASON
           END-IF.

       WRITE-REPLY.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           MOVE SPACES TO IC-AUTH-REPLY-RECORD
           MOVE AQ-REGISTER TO AR-REGISTER
           MOVE AQ-REQ-SEQ TO AR-REQ-SEQ
           MOVE AQ-COUPON-CODE TO AR-COUPON-CODE
           MOVE WS-DECISION TO AR-DECISION
           MOVE WS-REASON TO AR-REASON
           MOVE WS-VALUE TO AR-VALUE
           MOVE WS-CURRENT-DATE TO AR-DATE
           MOVE WS-CURRENT-TIME TO AR-TIME
           OPEN EXTEND IC-AUTH-REPLY-FILE
           WRITE IC-AUTH-REPLY-RECORD
           CLOSE IC-AUTH-REPLY-FILE.
