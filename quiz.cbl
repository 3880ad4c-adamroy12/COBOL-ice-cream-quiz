               SELECT OPTIONAL IC-CONFIG-FILE
                   ASSIGN TO "IC-CONFIG.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT OPTIONAL IC-COUPON-FILE
                   ASSIGN TO "IC-COUPONS.IDX"
                   ORGANIZATION IS INDEXED
               SELECT OPTIONAL IC-ANSWER-FILE
                   ASSIGN TO "IC-ANSWERS.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT OPTIONAL IC-MESSAGE-FILE
                   ASSIGN TO "IC-MESSAGES.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
           FILE SECTION.
           FD  IC-RESPONSE-FILE.
           COPY "icrespr.cpy".
           FD  IC-CONFIG-FILE.
           COPY "iccfgr.cpy".
           FD  IC-COUPON-FILE.
           COPY "iccoupr.cpy".
           FD  IC-COUPON-SEQ-FILE.
           COPY "icsvyr.cpy".
           FD  IC-ANSWER-FILE.
           COPY "icansr.cpy".
           FD  IC-MESSAGE-FILE.
           COPY "icmsgr.cpy".
           WORKING-STORAGE SECTION.
           COPY "icaudtr.cpy".
           01 WS-TERMINAL-ID PIC X(8) VALUE "KIOSK01".
           01 IC-ANSWER PIC X(20).
           01 WS-ANSWER-TRIMMED PIC X(20).
           01 WS-CAMP-VALUE PIC 9(3)V99.
           01 WS-CAMP-EXPIRY PIC 9(8).
           01 WS-CAMP-SELECT PIC X(1).
           01 WS-POST-TYPE PIC X(1).
           01 WS-POST-REF PIC X(14).
           01 WS-LOYALTY-IN PIC X(20).
           01 WS-LOYALTY-ID PIC X(10).
           01 WS-CUST-VERDICT PIC X(1).
               05 WS-CURRENT-DATE PIC 9(8).
               05 WS-CURRENT-TIME PIC 9(6).
               05 FILLER PIC X(9).
           01 WS-DEFAULT-LANG PIC X(2) VALUE "EN".
           01 WS-LANGUAGE PIC X(2) VALUE "EN".
           01 WS-LANG-PICKED PIC X(1).
           01 WS-LANG-COUNT PIC 9(2) VALUE ZERO.
           01 WS-LANG-TABLE.
               05 WS-LANG-CODE OCCURS 10 TIMES PIC X(2).
           01 WS-L PIC 9(2).
           01 WS-LANG-MENU PIC X(80) VALUE SPACES.
           01 WS-LANG-MENU-PTR PIC 9(3).
           01 WS-MSG-EOF PIC X(1).
           01 WS-MSG-COUNT PIC 9(3) VALUE ZERO.
           01 WS-MSG-TABLE.
               05 WS-MSG-ENTRY OCCURS 400 TIMES.
                   10 WS-MSG-E-LANG PIC X(2).
                   10 WS-MSG-E-ID PIC X(10).
                   10 WS-MSG-E-TEXT PIC X(80).
           01 WS-M PIC 9(3).
           01 WS-MSG-ID PIC X(10).
           01 WS-MSG-TEXT PIC X(80).
           01 WS-MSG-LANG-WANTED PIC X(2).
           01 WS-MSG-FOUND PIC X(1).
       PROCEDURE DIVISION.
       MAIN-PARAGRAPH.
      *> Two ways to run: the counter terminal's single-shot (the
      *> customer, after their last answer, so a kiosk left running
      *> past midnight stamps each response with the day it actually
      *> happened on.
      *> Every customer starts in the kiosk's language, IC-LANGUAGE
      *> (default EN), and may switch at the greeting by typing one
      *> of the codes listed under it (see icmsgr.cpy); the choice
      *> lasts for that customer's survey and is stamped on the
      *> response. With no IC-MESSAGES.DAT there is no list and no
      *> switch - the kiosk reads exactly as it always has.
           ACCEPT WS-TERMINAL-ID FROM ENVIRONMENT "IC-TERMINAL-ID"
           IF WS-TERMINAL-ID = SPACES
               MOVE "KIOSK01" TO WS-TERMINAL-ID
           ACCEPT WS-WANTED-CAMPAIGN FROM ENVIRONMENT
               "IC-CAMPAIGN-CODE"
           ACCEPT WS-KIOSK-MODE FROM ENVIRONMENT "IC-KIOSK-MODE"
           ACCEPT WS-DEFAULT-LANG FROM ENVIRONMENT "IC-LANGUAGE"
           IF WS-DEFAULT-LANG = SPACES
               MOVE "EN" TO WS-DEFAULT-LANG
           END-IF
           MOVE FUNCTION UPPER-CASE(WS-DEFAULT-LANG) TO WS-DEFAULT-LANG
           ACCEPT WS-IDLE-SECONDS-X FROM ENVIRONMENT
               "IC-IDLE-SECONDS"
      *> The env value arrives left-justified ("2     "), which fails
               WS-STORE-FOUND
           PERFORM LOAD-CONFIG
           PERFORM LOAD-SURVEY-DEFS
           PERFORM LOAD-MESSAGE-CATALOG
           IF WS-KIOSK-MODE = "C"
      *> The open event pairs with KIOSK-CLOSE below so the
      *> end-of-day driver can prove every kiosk that opened today
      *> keeps the old behavior (a blank answer is recorded as "U")
      *> because there an operator is driving and every interaction
      *> is a real customer.
      *> A language code typed at the greeting is a choice, not an
      *> answer: the greeting comes back in that language and the
      *> next thing typed is the answer.
           MOVE WS-DEFAULT-LANG TO WS-LANGUAGE
           MOVE "Y" TO WS-LANG-PICKED
           PERFORM UNTIL WS-LANG-PICKED = "N"
               PERFORM SHOW-GREETING
               ACCEPT IC-ANSWER
               MOVE FUNCTION TRIM(IC-ANSWER) TO WS-ANSWER-TRIMMED
               PERFORM CHECK-LANGUAGE-PICK
           END-PERFORM
           IF WS-KIOSK-MODE = "C" AND WS-ANSWER-TRIMMED = "*CLOSE*"
               MOVE "Y" TO WS-KIOSK-DONE
           ELSE
           PERFORM NOTE-SURVEY-START
           MOVE ZERO TO WS-PENDING-COUNT
           CALL "quizcore" USING WS-ANSWER-TRIMMED WS-ANSWER-CLASS
               WS-LANGUAGE
           IF WS-ANSWER-CLASS = "Y"
               MOVE SPACES TO IC-RESP-REASON-CODE
               MOVE "MSGYES" TO WS-MSG-ID
               MOVE WS-YES-MSG TO WS-MSG-TEXT
               PERFORM SHOW-MESSAGE
               PERFORM ASK-FAVORITE-FLAVOR
           ELSE
               MOVE "MSGNO" TO WS-MSG-ID
               MOVE WS-NO-MSG TO WS-MSG-TEXT
               PERFORM SHOW-MESSAGE
               MOVE SPACES TO IC-RESP-FLAVOR
               PERFORM ASK-WHY-NOT
           END-IF
           PERFORM ASK-LOYALTY-NUMBER
           PERFORM CHECK-ABANDONMENT
           IF WS-ABANDONED = "Y"
               MOVE "RESET" TO WS-MSG-ID
               MOVE "Survey reset - thanks anyway!" TO WS-MSG-TEXT
               PERFORM SHOW-MESSAGE
           ELSE
               MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
               MOVE WS-CURRENT-DATE TO IC-RESP-DATE
               MOVE "I" TO IC-RESP-SOURCE
               MOVE WS-ANSWER-CLASS TO IC-RESP-CLASS
               MOVE WS-STORE-NUM TO IC-RESP-STORE
               MOVE WS-LANGUAGE TO IC-RESP-LANG
               OPEN EXTEND IC-RESPONSE-FILE
               WRITE IC-RESPONSE-RECORD
               CLOSE IC-RESPONSE-FILE
               PERFORM WRITE-EXTRA-ANSWERS
               PERFORM WRITE-AUDIT-RECORD
               PERFORM POST-SURVEY-POINTS
               IF WS-ANSWER-CLASS = "Y"
                   PERFORM ISSUE-COUPON
               END-IF
           END-IF.

       POST-SURVEY-POINTS.
      *> Points are earned for taking part, yes or no, and only once
      *> the response is on disk - an abandoned survey earns nothing.
      *> The reference is the response's own date and time, which
      *> with the terminal and loyalty id finds the record again.
           IF WS-LOYALTY-ID NOT = SPACES
               MOVE "S" TO WS-POST-TYPE
               MOVE IC-RESP-DATE TO WS-POST-REF(1:8)
               MOVE IC-RESP-TIME TO WS-POST-REF(9:6)
               CALL "quizpost" USING WS-LOYALTY-ID WS-POST-TYPE
                   IC-RESP-DATE IC-RESP-TIME WS-TERMINAL-ID
                   WS-POST-REF
           END-IF.

       NOTE-SURVEY-START.
           PERFORM COMPUTE-NOW-SECONDS
           MOVE WS-NOW-SECS TO WS-LAST-ANSWER-SECS
           MOVE WS-CURRENT-DATE TO IC-AUDIT-DATE
           MOVE WS-CURRENT-TIME TO IC-AUDIT-TIME
           MOVE WS-TERMINAL-ID TO IC-AUDIT-TERMINAL
           MOVE SPACES TO IC-AUDIT-OPERATOR
           MOVE "KIOSK-OPEN" TO IC-AUDIT-EVENT
           CALL "quizaudw" USING IC-AUDIT-RECORD.

       WRITE-CLOSE-AUDIT.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           MOVE WS-CURRENT-DATE TO IC-AUDIT-DATE
           MOVE WS-CURRENT-TIME TO IC-AUDIT-TIME
           MOVE WS-TERMINAL-ID TO IC-AUDIT-TERMINAL
           MOVE SPACES TO IC-AUDIT-OPERATOR
           MOVE "KIOSK-CLOSE" TO IC-AUDIT-EVENT
           CALL "quizaudw" USING IC-AUDIT-RECORD.

       NEXT-COUPON-SEQ.
      *> A LINE SEQUENTIAL file's LOCK MODE clause is not backed by a
           END-IF
           IF WS-DUP-FOUND = "Y"
               PERFORM WRITE-SUPPRESSED-AUDIT
               MOVE "DUPCOUPON" TO WS-MSG-ID
               MOVE "Our records show you already have a coupon - "
                   & "enjoy that one first!" TO WS-MSG-TEXT
               PERFORM SHOW-MESSAGE
           ELSE
               PERFORM ISSUE-CAMPAIGN-COUPON
           END-IF.
      *> actually be minted.
           CALL "quizcamp" USING IC-RESP-DATE WS-WANTED-CAMPAIGN
               WS-CAMP-CODE WS-CAMP-PREFIX WS-CAMP-VALUE
               WS-CAMP-EXPIRY WS-CAMP-SELECT WS-LOYALTY-ID
           IF WS-CAMP-SELECT NOT = "A"
               PERFORM WRITE-NOT-ISSUED-AUDIT
               MOVE "NOPROMO" TO WS-MSG-ID
               MOVE "Sorry, no coupon promotion is running today."
                   TO WS-MSG-TEXT
               PERFORM SHOW-MESSAGE
           ELSE
      *> The coupon-store lock is held from before the sequence
      *> update until after the keyed WRITE below lands: concurrent
                           "IC-COUPON-SEQ.DAT, the coupon was NOT "
                           "recorded"
                   NOT INVALID KEY
                       MOVE "COUPONCODE" TO WS-MSG-ID
                       MOVE "Your coupon code:" TO WS-MSG-TEXT
                       PERFORM GET-MESSAGE
                       DISPLAY FUNCTION TRIM(WS-MSG-TEXT) " "
                           IC-COUPON-CODE
               END-WRITE
               CLOSE IC-COUPON-FILE
               PERFORM RELEASE-COUPON-SEQ-LOCK
           MOVE IC-RESP-DATE TO IC-AUDIT-DATE
           MOVE IC-RESP-TIME TO IC-AUDIT-TIME
           MOVE WS-TERMINAL-ID TO IC-AUDIT-TERMINAL
           MOVE SPACES TO IC-AUDIT-OPERATOR
           MOVE SPACES TO IC-AUDIT-EVENT
           STRING "COUPON-SUPPRESSED " DELIMITED BY SIZE
               WS-LOYALTY-ID DELIMITED BY SIZE
               INTO IC-AUDIT-EVENT
           END-STRING
           CALL "quizaudw" USING IC-AUDIT-RECORD.

       WRITE-NOT-ISSUED-AUDIT.
      *> A "yes" that earned no coupon still leaves a trail, so the
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
               MOVE "SURVEY-YES" TO IC-AUDIT-EVENT
           ELSE
               MOVE "SURVEY-NO" TO IC-AUDIT-EVENT
           END-IF
           CALL "quizaudw" USING IC-AUDIT-RECORD.

       LOAD-CONFIG.
      *> Reads IC-CONFIG.DAT for the three message keys this program
      *> supervisor decision, not a kiosk one.
           MOVE SPACES TO WS-LOYALTY-IN
           MOVE SPACES TO WS-LOYALTY-ID
           MOVE "LOYALTY" TO WS-MSG-ID
           MOVE "Loyalty number? (press ENTER to skip)" TO WS-MSG-TEXT
           PERFORM SHOW-MESSAGE
           ACCEPT WS-LOYALTY-IN
           PERFORM NOTE-ANSWER-GAP
           IF WS-LOYALTY-IN NOT = SPACES
                   WHEN "N"
                       PERFORM OFFER-ENROLLMENT
                   WHEN OTHER
                       MOVE "NOTACTIVE" TO WS-MSG-ID
                       MOVE "That number isn't active - no problem, "
                           & "continuing without it." TO WS-MSG-TEXT
                       PERFORM SHOW-MESSAGE
                       MOVE SPACES TO WS-LOYALTY-ID
               END-EVALUATE
           END-IF.
      *> keeps the id on this response so the customer's history
      *> starts with the visit where they joined. Anything else
      *> drops back to an anonymous survey, as before.
           MOVE "ENROLLASK" TO WS-MSG-ID
           MOVE "That number isn't on file - would you like to join "
               & "the loyalty program? Yes or no?" TO WS-MSG-TEXT
           PERFORM SHOW-MESSAGE
           ACCEPT WS-ENROLL-ANSWER
           PERFORM NOTE-ANSWER-GAP
           MOVE FUNCTION TRIM(WS-ENROLL-ANSWER) TO WS-ENROLL-ANSWER
           CALL "quizcore" USING WS-ENROLL-ANSWER WS-ENROLL-CLASS
               WS-LANGUAGE
           IF WS-ENROLL-CLASS = "Y"
      *> quizcmnt bounces an ADD with a blank name (CM05), so a
      *> blank here must not queue a card that is guaranteed to
      *> land in tonight's suspense file while the customer was
      *> told "welcome aboard". One more try, then fall back to
      *> the anonymous path like any other declined enrollment.
               MOVE "ENROLLNAME" TO WS-MSG-ID
               MOVE "Great - what name should go on the account?"
                   TO WS-MSG-TEXT
               PERFORM SHOW-MESSAGE
               MOVE SPACES TO WS-ENROLL-NAME
               ACCEPT WS-ENROLL-NAME
               PERFORM NOTE-ANSWER-GAP
               IF FUNCTION TRIM(WS-ENROLL-NAME) = SPACES
                   MOVE "NAMEAGAIN" TO WS-MSG-ID
                   MOVE "We do need a name for the account - one "
                       & "more try?" TO WS-MSG-TEXT
                   PERFORM SHOW-MESSAGE
                   ACCEPT WS-ENROLL-NAME
                   PERFORM NOTE-ANSWER-GAP
               END-IF
               IF FUNCTION TRIM(WS-ENROLL-NAME) = SPACES
                   PERFORM SHOW-NO-PROBLEM
                   MOVE SPACES TO WS-LOYALTY-ID
               ELSE
                   MOVE SPACES TO IC-CUST-TRANS-RECORD
                   WRITE IC-CUST-TRANS-RECORD
                   CLOSE IC-CUST-TRANS-FILE
                   PERFORM WRITE-ENROLL-AUDIT
                   MOVE "WELCOME" TO WS-MSG-ID
                   MOVE "Welcome aboard - your number is active from "
                       & "tomorrow." TO WS-MSG-TEXT
                   PERFORM SHOW-MESSAGE
               END-IF
           ELSE
               PERFORM SHOW-NO-PROBLEM
               MOVE SPACES TO WS-LOYALTY-ID
           END-IF.

       SHOW-NO-PROBLEM.
           MOVE "NOPROBLEM" TO WS-MSG-ID
           MOVE "No problem, continuing without it." TO WS-MSG-TEXT
           PERFORM SHOW-MESSAGE.

       WRITE-ENROLL-AUDIT.
      *> Stamped fresh rather than from IC-RESP-DATE - the response
      *> date isn't set until after the last answer, and this event
           MOVE WS-CURRENT-DATE TO IC-AUDIT-DATE
           MOVE WS-CURRENT-TIME TO IC-AUDIT-TIME
           MOVE WS-TERMINAL-ID TO IC-AUDIT-TERMINAL
           MOVE SPACES TO IC-AUDIT-OPERATOR
           MOVE SPACES TO IC-AUDIT-EVENT
           STRING "CUST-ENROLL-QUEUED " DELIMITED BY SIZE
               WS-LOYALTY-ID DELIMITED BY SIZE
               INTO IC-AUDIT-EVENT
           END-STRING
           CALL "quizaudw" USING IC-AUDIT-RECORD.

       LOAD-SURVEY-DEFS.
      *> Extra questions come from IC-SURVEY.DAT (see icsvyr.cpy);
           END-PERFORM.

       ASK-ONE-QUESTION.
      *> The catalog's P-<qid>/C-<qid> rows translate the question;
      *> IC-SURVEY.DAT's own text is the English fallback.
           MOVE SPACES TO WS-MSG-ID
           STRING "P-" DELIMITED BY SIZE
               WS-SVY-QID(WS-SVY-IDX) DELIMITED BY SIZE
               INTO WS-MSG-ID
           END-STRING
           MOVE WS-SVY-PROMPT(WS-SVY-IDX) TO WS-MSG-TEXT
           PERFORM SHOW-MESSAGE
           IF WS-SVY-TYPE(WS-SVY-IDX) = "C"
               AND WS-SVY-CHOICES(WS-SVY-IDX) NOT = SPACES
               MOVE SPACES TO WS-MSG-ID
               STRING "C-" DELIMITED BY SIZE
                   WS-SVY-QID(WS-SVY-IDX) DELIMITED BY SIZE
                   INTO WS-MSG-ID
               END-STRING
               MOVE WS-SVY-CHOICES(WS-SVY-IDX) TO WS-MSG-TEXT
               PERFORM SHOW-MESSAGE
           END-IF
           MOVE SPACES TO WS-EXTRA-ANSWER
           ACCEPT WS-EXTRA-ANSWER
           END-IF.

       ASK-FAVORITE-FLAVOR.
           MOVE "FLAVOR" TO WS-MSG-ID
           MOVE "What's your favorite flavor?" TO WS-MSG-TEXT
           PERFORM SHOW-MESSAGE
           ACCEPT IC-FLAVOR
           PERFORM NOTE-ANSWER-GAP
           MOVE FUNCTION TRIM(IC-FLAVOR) TO IC-RESP-FLAVOR.

       ASK-WHY-NOT.
           MOVE "WHYNOT" TO WS-MSG-ID
           MOVE "Why not? 1=lactose intolerant 2=not hungry "
               & "3=don't like ice cream 4=other" TO WS-MSG-TEXT
           PERFORM SHOW-MESSAGE
           ACCEPT IC-REASON
           PERFORM NOTE-ANSWER-GAP
           EVALUATE IC-REASON
               WHEN OTHER
                   MOVE "OT" TO IC-RESP-REASON-CODE
           END-EVALUATE.

       LOAD-MESSAGE-CATALOG.
      *> IC-MESSAGES.DAT (see icmsgr.cpy) is read once at start-up.
      *> EN is always offered; every other code on file joins the
      *> list under the greeting in file order. A row with no text
      *> is skipped, so it falls back to English like a missing row.
           MOVE 1 TO WS-LANG-COUNT
           MOVE "EN" TO WS-LANG-CODE(1)
           MOVE "N" TO WS-MSG-EOF
           OPEN INPUT IC-MESSAGE-FILE
           PERFORM UNTIL WS-MSG-EOF = "Y"
               READ IC-MESSAGE-FILE
                   AT END
                       MOVE "Y" TO WS-MSG-EOF
                   NOT AT END
                       PERFORM LOAD-ONE-MESSAGE
               END-READ
           END-PERFORM
           CLOSE IC-MESSAGE-FILE
           PERFORM BUILD-LANGUAGE-MENU.

       LOAD-ONE-MESSAGE.
           IF IC-MSG-LANG = SPACES OR IC-MSG-ID = SPACES
               OR IC-MSG-TEXT = SPACES
               CONTINUE
           ELSE
               IF WS-MSG-COUNT < 400
                   ADD 1 TO WS-MSG-COUNT
                   MOVE FUNCTION UPPER-CASE(IC-MSG-LANG)
                       TO WS-MSG-E-LANG(WS-MSG-COUNT)
                   MOVE IC-MSG-ID TO WS-MSG-E-ID(WS-MSG-COUNT)
                   MOVE IC-MSG-TEXT TO WS-MSG-E-TEXT(WS-MSG-COUNT)
                   PERFORM NOTE-CATALOG-LANGUAGE
               ELSE
                   DISPLAY "quiz: message catalog full, dropped "
                       IC-MSG-LANG " " FUNCTION TRIM(IC-MSG-ID)
               END-IF
           END-IF.

       NOTE-CATALOG-LANGUAGE.
           MOVE "N" TO WS-MSG-FOUND
           PERFORM VARYING WS-L FROM 1 BY 1
                   UNTIL WS-L > WS-LANG-COUNT
               IF WS-LANG-CODE(WS-L) = WS-MSG-E-LANG(WS-MSG-COUNT)
                   MOVE "Y" TO WS-MSG-FOUND
               END-IF
           END-PERFORM
           IF WS-MSG-FOUND = "N"
               IF WS-LANG-COUNT < 10
                   ADD 1 TO WS-LANG-COUNT
                   MOVE WS-MSG-E-LANG(WS-MSG-COUNT)
                       TO WS-LANG-CODE(WS-LANG-COUNT)
               ELSE
                   DISPLAY "quiz: more than 10 languages in "
                       "IC-MESSAGES.DAT, not offered: "
                       WS-MSG-E-LANG(WS-MSG-COUNT)
               END-IF
           END-IF.

       BUILD-LANGUAGE-MENU.
      *> "EN=English  ES=Espanol  FR=Francais" - each language named
      *> in itself by its LANGNAME row, or by its bare code.
           MOVE SPACES TO WS-LANG-MENU
           MOVE 1 TO WS-LANG-MENU-PTR
           PERFORM VARYING WS-L FROM 1 BY 1
                   UNTIL WS-L > WS-LANG-COUNT
               MOVE "LANGNAME" TO WS-MSG-ID
               MOVE WS-LANG-CODE(WS-L) TO WS-MSG-LANG-WANTED
               MOVE WS-LANG-CODE(WS-L) TO WS-MSG-TEXT
               IF WS-LANG-CODE(WS-L) = "EN"
                   MOVE "English" TO WS-MSG-TEXT
               END-IF
               MOVE "N" TO WS-MSG-FOUND
               PERFORM FIND-MESSAGE
               STRING WS-LANG-CODE(WS-L) DELIMITED BY SIZE
                   "=" DELIMITED BY SIZE
                   FUNCTION TRIM(WS-MSG-TEXT) DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   INTO WS-LANG-MENU
                   WITH POINTER WS-LANG-MENU-PTR
               END-STRING
           END-PERFORM.

       SHOW-GREETING.
           MOVE "GREETING" TO WS-MSG-ID
           MOVE WS-GREETING-MSG TO WS-MSG-TEXT
           PERFORM SHOW-MESSAGE
           IF WS-LANG-COUNT > 1
               DISPLAY FUNCTION TRIM(WS-LANG-MENU)
           END-IF.

       CHECK-LANGUAGE-PICK.
      *> Only a bare code on the list counts, and only when there is
      *> a list - with no catalog "EN" typed at the greeting is an
      *> answer, as it always was.
           MOVE "N" TO WS-LANG-PICKED
           IF WS-LANG-COUNT > 1
               AND WS-ANSWER-TRIMMED NOT = SPACES
               AND WS-ANSWER-TRIMMED(3:) = SPACES
               PERFORM VARYING WS-L FROM 1 BY 1
                       UNTIL WS-L > WS-LANG-COUNT
                   IF WS-LANG-CODE(WS-L) =
                           FUNCTION UPPER-CASE(WS-ANSWER-TRIMMED(1:2))
                       MOVE WS-LANG-CODE(WS-L) TO WS-LANGUAGE
                       MOVE "Y" TO WS-LANG-PICKED
                   END-IF
               END-PERFORM
           END-IF.

       SHOW-MESSAGE.
           PERFORM GET-MESSAGE
           DISPLAY FUNCTION TRIM(WS-MSG-TEXT).

       GET-MESSAGE.
      *> The caller has put the English text in WS-MSG-TEXT; the
      *> chosen language's row replaces it, else the EN row, else it
      *> stands.
           MOVE "N" TO WS-MSG-FOUND
           MOVE WS-LANGUAGE TO WS-MSG-LANG-WANTED
           PERFORM FIND-MESSAGE
           IF WS-MSG-FOUND = "N" AND WS-LANGUAGE NOT = "EN"
               MOVE "EN" TO WS-MSG-LANG-WANTED
               PERFORM FIND-MESSAGE
           END-IF.

       FIND-MESSAGE.
           PERFORM VARYING WS-M FROM 1 BY 1
                   UNTIL WS-M > WS-MSG-COUNT OR WS-MSG-FOUND = "Y"
               IF WS-MSG-E-LANG(WS-M) = WS-MSG-LANG-WANTED
                   AND WS-MSG-E-ID(WS-M) = WS-MSG-ID
                   MOVE WS-MSG-E-TEXT(WS-M) TO WS-MSG-TEXT
                   MOVE "Y" TO WS-MSG-FOUND
               END-IF
           END-PERFORM.
