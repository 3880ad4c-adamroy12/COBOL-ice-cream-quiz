       IDENTIFICATION DIVISION.
           PROGRAM-ID. "quizgl".
      *> Nightly general-ledger interface for coupon discount
      *> liability and expense. Finance used to rebuild "what did the
      *> coupons cost" every month from quizceff by hand; this step
      *> writes the business date's postings straight into a GL
      *> journal file, IC-GL-<date>.DAT (see icgljr.cpy):
      *>   ISSUE   the IC-COUPON-VALUE of every coupon issued that
      *>           day (coupon store, IC-COUPON-DATE) - liability
      *>   REDEEM  every coupon redeemed that day (IC-REDEMPT-LOG.DAT,
      *>           the applied-extract log quizredm keeps) - expense
      *>   EXPIRE  every coupon quizexp retired that day
      *>           (IC-EXPIRE-LOG.DAT) - liability released
      *>   VOID    every coupon quizcoup voided that day (the
      *>           CPN-VOIDED audit events) - liability released
      *> Redemptions, expiries and voids take their value and
      *> campaign from the coupon record by key. Postings are
      *> summarized by store and campaign, each total going out as
      *> a debit line and a credit line on the accounts
      *> IC-GL-ACCOUNTS.DAT (see icglar.cpy) maps that posting and
      *> campaign to; a non-zero total with no mapping stops the
      *> job before anything is written, since a posting to no
      *> account is worse than a late file. Zero totals (the plain
      *> no-value coupon) are counted but not posted.
      *> A header and a trailer (detail count, debit and credit
      *> totals) frame the file so the finance load can reject a
      *> partial one. The file is written to a .NEW name and renamed
      *> into place, and only then is the date recorded on
      *> IC-GL-CTL.DAT (see icglcr.cpy); a date already recorded
      *> there is never extracted again, so rerunning the close
      *> cannot double-post a business date, and a crash before the
      *> control record simply rebuilds the same file.
      *> The business date comes from IC-BUSINESS-DATE (default
      *> today) and the store from the run's terminal via quizstor,
      *> both exactly as quizctl takes them.
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT OPTIONAL IC-COUPON-FILE
                   ASSIGN TO "IC-COUPONS.IDX"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS IC-COUPON-CODE
                   ALTERNATE RECORD KEY IS IC-COUPON-CUST-ID
                       WITH DUPLICATES
                   FILE STATUS IS WS-COUPON-STATUS.
               SELECT OPTIONAL IC-REDEMPT-LOG-FILE
                   ASSIGN TO "IC-REDEMPT-LOG.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT OPTIONAL IC-EXPIRE-LOG-FILE
                   ASSIGN TO "IC-EXPIRE-LOG.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT OPTIONAL IC-AUDIT-FILE
                   ASSIGN TO "IC-AUDIT.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT OPTIONAL IC-GL-ACCOUNT-FILE
                   ASSIGN TO "IC-GL-ACCOUNTS.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT OPTIONAL IC-GL-CTL-FILE
                   ASSIGN TO "IC-GL-CTL.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.
      *> The journal name carries the business date, so the ASSIGN
      *> is DYNAMIC, as quizarch's archive names are.
               SELECT IC-GL-NEW-FILE
                   ASSIGN TO DYNAMIC WS-GL-NEW-NAME
                   ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
           FILE SECTION.
           FD  IC-COUPON-FILE.
           COPY "iccoupr.cpy".
           FD  IC-REDEMPT-LOG-FILE.
           COPY "icredmr.cpy".
           FD  IC-EXPIRE-LOG-FILE.
           COPY "icxlgr.cpy".
           FD  IC-AUDIT-FILE.
           COPY "icaudtr.cpy".
           FD  IC-GL-ACCOUNT-FILE.
           COPY "icglar.cpy".
           FD  IC-GL-CTL-FILE.
           COPY "icglcr.cpy".
           FD  IC-GL-NEW-FILE.
           COPY "icgljr.cpy".
           WORKING-STORAGE SECTION.
           01 WS-TERMINAL-ID PIC X(8) VALUE "CLOSE01".
           01 WS-STORE-NUM PIC 9(3) VALUE ZERO.
           01 WS-STORE-FOUND PIC X(1).
           01 WS-EOF-FLAG PIC X(1).
           01 WS-BUSINESS-DATE-X PIC X(8) VALUE SPACES.
           01 WS-BUSINESS-DATE PIC 9(8).
           01 WS-COUPON-STATUS PIC XX.
           01 WS-ALREADY-DONE PIC X(1) VALUE "N".
           01 WS-GL-NEW-NAME PIC X(20).
           01 WS-GL-LIVE-NAME PIC X(20).
           01 WS-ACCT-COUNT PIC 9(2) VALUE ZERO.
           01 WS-ACCT-TABLE.
               05 WS-ACCT-ENTRY OCCURS 50 TIMES
                       INDEXED BY WS-ACCT-IDX.
                   10 WS-ACCT-POSTING PIC X(6).
                   10 WS-ACCT-CAMPAIGN PIC X(8).
                   10 WS-ACCT-DEBIT PIC X(10).
                   10 WS-ACCT-CREDIT PIC X(10).
           01 WS-SUM-COUNT PIC 9(3) VALUE ZERO.
           01 WS-SUM-TABLE.
               05 WS-SUM-ENTRY OCCURS 100 TIMES.
                   10 WS-SUM-CAMPAIGN PIC X(8).
                   10 WS-SUM-POSTING PIC X(6).
                   10 WS-SUM-AMOUNT PIC 9(9)V99.
                   10 WS-SUM-ITEMS PIC 9(6).
                   10 WS-SUM-DEBIT PIC X(10).
                   10 WS-SUM-CREDIT PIC X(10).
           01 WS-S PIC 9(3).
           01 WS-SLOT PIC 9(3).
           01 WS-THIS-CODE PIC X(12).
           01 WS-THIS-POSTING PIC X(6).
           01 WS-THIS-CAMPAIGN PIC X(8).
           01 WS-UNMAPPED-COUNT PIC 9(3) VALUE ZERO.
           01 WS-NOT-FOUND-COUNT PIC 9(6) VALUE ZERO.
           01 WS-ISSUE-COUNT PIC 9(6) VALUE ZERO.
           01 WS-REDEEM-COUNT PIC 9(6) VALUE ZERO.
           01 WS-EXPIRE-COUNT PIC 9(6) VALUE ZERO.
           01 WS-VOID-COUNT PIC 9(6) VALUE ZERO.
           01 WS-DETAIL-COUNT PIC 9(6) VALUE ZERO.
           01 WS-DEBIT-TOTAL PIC 9(11)V99 VALUE ZERO.
           01 WS-CREDIT-TOTAL PIC 9(11)V99 VALUE ZERO.
           01 WS-AMOUNT-EDIT PIC Z(10)9.99.
           01 WS-CURRENT-DATE-TIME.
               05 WS-CURRENT-DATE PIC 9(8).
               05 WS-CURRENT-TIME PIC 9(6).
               05 FILLER PIC X(9).
       PROCEDURE DIVISION.
       MAIN-PARAGRAPH.
           ACCEPT WS-TERMINAL-ID FROM ENVIRONMENT "IC-TERMINAL-ID"
           IF WS-TERMINAL-ID = SPACES
               MOVE "CLOSE01" TO WS-TERMINAL-ID
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
                   DISPLAY "quizgl: IC-BUSINESS-DATE must be an "
                       "eight digit date (YYYYMMDD), got: "
                       FUNCTION TRIM(WS-BUSINESS-DATE-X)
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           CALL "quizstor" USING WS-TERMINAL-ID WS-STORE-NUM
               WS-STORE-FOUND
           PERFORM CHECK-ALREADY-EXTRACTED
           IF WS-ALREADY-DONE = "Y"
               DISPLAY "quizgl: GL extract for store " WS-STORE-NUM
                   " date " WS-BUSINESS-DATE " was already handed "
                   "to finance (IC-GL-CTL.DAT) - not posted again"
               STOP RUN
           END-IF
           MOVE SPACES TO WS-GL-NEW-NAME
           STRING "IC-GL-" DELIMITED BY SIZE
               WS-BUSINESS-DATE DELIMITED BY SIZE
               ".NEW" DELIMITED BY SIZE
               INTO WS-GL-NEW-NAME
           END-STRING
           MOVE SPACES TO WS-GL-LIVE-NAME
           STRING "IC-GL-" DELIMITED BY SIZE
               WS-BUSINESS-DATE DELIMITED BY SIZE
               ".DAT" DELIMITED BY SIZE
               INTO WS-GL-LIVE-NAME
           END-STRING
           PERFORM LOAD-ACCOUNT-MAP
           PERFORM CLEAR-SUMMARY-TABLE
           OPEN INPUT IC-COUPON-FILE
           PERFORM SCAN-ISSUED-COUPONS
           PERFORM SCAN-REDEMPTIONS
           PERFORM SCAN-EXPIRIES
           PERFORM SCAN-VOIDS
           CLOSE IC-COUPON-FILE
           PERFORM RESOLVE-ACCOUNTS
           IF WS-UNMAPPED-COUNT > ZERO
               DISPLAY "quizgl: " WS-UNMAPPED-COUNT " posting(s) "
                   "have no account on IC-GL-ACCOUNTS.DAT - no "
                   "journal written; add the mapping and rerun"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM WRITE-JOURNAL
           PERFORM WRITE-CONTROL-RECORD
           MOVE WS-DEBIT-TOTAL TO WS-AMOUNT-EDIT
           DISPLAY "GL extract complete for store " WS-STORE-NUM
               " date " WS-BUSINESS-DATE " ("
               FUNCTION TRIM(WS-GL-LIVE-NAME) ")"
           DISPLAY "  Issued " WS-ISSUE-COUNT
               "  Redeemed " WS-REDEEM-COUNT
               "  Expired " WS-EXPIRE-COUNT
               "  Voided " WS-VOID-COUNT
           DISPLAY "  Detail lines " WS-DETAIL-COUNT
               "  Debits = credits " FUNCTION TRIM(WS-AMOUNT-EDIT)
           IF WS-NOT-FOUND-COUNT > ZERO
               DISPLAY "  Coupons not on the store (not posted): "
                   WS-NOT-FOUND-COUNT
           END-IF
           STOP RUN.

       CHECK-ALREADY-EXTRACTED.
           MOVE "N" TO WS-EOF-FLAG
           OPEN INPUT IC-GL-CTL-FILE
           PERFORM UNTIL WS-EOF-FLAG = "Y"
               READ IC-GL-CTL-FILE
                   AT END
                       MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       IF GC-BUS-DATE = WS-BUSINESS-DATE
                           AND GC-STORE = WS-STORE-NUM
                           MOVE "Y" TO WS-ALREADY-DONE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE IC-GL-CTL-FILE.

       LOAD-ACCOUNT-MAP.
           MOVE "N" TO WS-EOF-FLAG
           OPEN INPUT IC-GL-ACCOUNT-FILE
           PERFORM UNTIL WS-EOF-FLAG = "Y"
               READ IC-GL-ACCOUNT-FILE
                   AT END
                       MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       IF GA-POSTING NOT = SPACES
                           IF WS-ACCT-COUNT < 50
                               ADD 1 TO WS-ACCT-COUNT
                               SET WS-ACCT-IDX TO WS-ACCT-COUNT
                               MOVE FUNCTION UPPER-CASE(GA-POSTING)
                                   TO WS-ACCT-POSTING(WS-ACCT-IDX)
                               MOVE GA-CAMPAIGN
                                   TO WS-ACCT-CAMPAIGN(WS-ACCT-IDX)
                               MOVE GA-DEBIT-ACCT
                                   TO WS-ACCT-DEBIT(WS-ACCT-IDX)
                               MOVE GA-CREDIT-ACCT
                                   TO WS-ACCT-CREDIT(WS-ACCT-IDX)
                           ELSE
                               DISPLAY "quizgl: account map has more "
                                   "than 50 rows - raise the limit"
                               MOVE 16 TO RETURN-CODE
                               STOP RUN
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE IC-GL-ACCOUNT-FILE.

       CLEAR-SUMMARY-TABLE.
      *> Counters under an OCCURS arithmetic as garbage until they
      *> are explicitly cleared, even though they display as zeros.
           PERFORM VARYING WS-S FROM 1 BY 1 UNTIL WS-S > 100
               MOVE SPACES TO WS-SUM-CAMPAIGN(WS-S)
               MOVE SPACES TO WS-SUM-POSTING(WS-S)
               MOVE ZERO TO WS-SUM-AMOUNT(WS-S)
               MOVE ZERO TO WS-SUM-ITEMS(WS-S)
               MOVE SPACES TO WS-SUM-DEBIT(WS-S)
               MOVE SPACES TO WS-SUM-CREDIT(WS-S)
           END-PERFORM.

       SCAN-ISSUED-COUPONS.
           MOVE "N" TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FLAG = "Y"
               READ IC-COUPON-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       IF IC-COUPON-DATE = WS-BUSINESS-DATE
                           MOVE "ISSUE" TO WS-THIS-POSTING
                           PERFORM ADD-COUPON-TO-SUMMARY
                           ADD 1 TO WS-ISSUE-COUNT
                       END-IF
               END-READ
           END-PERFORM.

       SCAN-REDEMPTIONS.
           MOVE "N" TO WS-EOF-FLAG
           OPEN INPUT IC-REDEMPT-LOG-FILE
           PERFORM UNTIL WS-EOF-FLAG = "Y"
               READ IC-REDEMPT-LOG-FILE
                   AT END
                       MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       IF RD-DATE = WS-BUSINESS-DATE
                           MOVE RD-COUPON-CODE TO WS-THIS-CODE
                           MOVE "REDEEM" TO WS-THIS-POSTING
                           PERFORM POST-CODE-BY-KEY
                           ADD 1 TO WS-REDEEM-COUNT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE IC-REDEMPT-LOG-FILE.

       SCAN-EXPIRIES.
           MOVE "N" TO WS-EOF-FLAG
           OPEN INPUT IC-EXPIRE-LOG-FILE
           PERFORM UNTIL WS-EOF-FLAG = "Y"
               READ IC-EXPIRE-LOG-FILE
                   AT END
                       MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       IF XL-DATE = WS-BUSINESS-DATE
                           MOVE XL-COUPON-CODE TO WS-THIS-CODE
                           MOVE "EXPIRE" TO WS-THIS-POSTING
                           PERFORM POST-CODE-BY-KEY
                           ADD 1 TO WS-EXPIRE-COUNT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE IC-EXPIRE-LOG-FILE.

       SCAN-VOIDS.
      *> quizcoup writes the code trimmed to its ten characters
      *> straight after the "CPN-VOIDED " tag (see WRITE-VOID-AUDIT
      *> there), the same position quizcoup's own story view reads.
           MOVE "N" TO WS-EOF-FLAG
           OPEN INPUT IC-AUDIT-FILE
           PERFORM UNTIL WS-EOF-FLAG = "Y"
               READ IC-AUDIT-FILE
                   AT END
                       MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       IF IC-AUDIT-DATE = WS-BUSINESS-DATE
                           AND IC-AUDIT-EVENT(1:11) = "CPN-VOIDED "
                           MOVE SPACES TO WS-THIS-CODE
                           MOVE IC-AUDIT-EVENT(12:10)
                               TO WS-THIS-CODE(1:10)
                           MOVE "VOID" TO WS-THIS-POSTING
                           PERFORM POST-CODE-BY-KEY
                           ADD 1 TO WS-VOID-COUNT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE IC-AUDIT-FILE.

       POST-CODE-BY-KEY.
           MOVE WS-THIS-CODE TO IC-COUPON-CODE
           READ IC-COUPON-FILE
               INVALID KEY
                   DISPLAY "quizgl: " WS-THIS-POSTING " coupon "
                       WS-THIS-CODE " is not on the coupon store - "
                       "not posted"
                   ADD 1 TO WS-NOT-FOUND-COUNT
               NOT INVALID KEY
                   PERFORM ADD-COUPON-TO-SUMMARY
           END-READ.

       ADD-COUPON-TO-SUMMARY.
      *> A coupon minted before campaigns existed carries a blank
      *> campaign; it is the built-in DEFAULT, as quizceff reports it.
           IF IC-COUPON-CAMPAIGN = SPACES
               MOVE "DEFAULT" TO WS-THIS-CAMPAIGN
           ELSE
               MOVE IC-COUPON-CAMPAIGN TO WS-THIS-CAMPAIGN
           END-IF
           MOVE ZERO TO WS-SLOT
           PERFORM VARYING WS-S FROM 1 BY 1
                   UNTIL WS-S > WS-SUM-COUNT
               IF WS-SUM-CAMPAIGN(WS-S) = WS-THIS-CAMPAIGN
                   AND WS-SUM-POSTING(WS-S) = WS-THIS-POSTING
                   AND WS-SLOT = ZERO
                   MOVE WS-S TO WS-SLOT
               END-IF
           END-PERFORM
           IF WS-SLOT = ZERO
               IF WS-SUM-COUNT < 100
                   ADD 1 TO WS-SUM-COUNT
                   MOVE WS-SUM-COUNT TO WS-SLOT
                   MOVE WS-THIS-CAMPAIGN TO WS-SUM-CAMPAIGN(WS-SLOT)
                   MOVE WS-THIS-POSTING TO WS-SUM-POSTING(WS-SLOT)
               ELSE
                   DISPLAY "quizgl: more than 100 campaign/posting "
                       "totals - raise the limit; no journal written"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           ADD IC-COUPON-VALUE TO WS-SUM-AMOUNT(WS-SLOT)
           ADD 1 TO WS-SUM-ITEMS(WS-SLOT).

       RESOLVE-ACCOUNTS.
      *> The campaign's own row wins over the blank-campaign default.
           PERFORM VARYING WS-S FROM 1 BY 1
                   UNTIL WS-S > WS-SUM-COUNT
               IF WS-SUM-AMOUNT(WS-S) > ZERO
                   PERFORM VARYING WS-ACCT-IDX FROM 1 BY 1
                           UNTIL WS-ACCT-IDX > WS-ACCT-COUNT
                       IF WS-ACCT-POSTING(WS-ACCT-IDX)
                               = WS-SUM-POSTING(WS-S)
                           IF WS-ACCT-CAMPAIGN(WS-ACCT-IDX)
                                   = WS-SUM-CAMPAIGN(WS-S)
                               MOVE WS-ACCT-DEBIT(WS-ACCT-IDX)
                                   TO WS-SUM-DEBIT(WS-S)
                               MOVE WS-ACCT-CREDIT(WS-ACCT-IDX)
                                   TO WS-SUM-CREDIT(WS-S)
                           END-IF
                           IF WS-ACCT-CAMPAIGN(WS-ACCT-IDX) = SPACES
                               AND WS-SUM-DEBIT(WS-S) = SPACES
                               MOVE WS-ACCT-DEBIT(WS-ACCT-IDX)
                                   TO WS-SUM-DEBIT(WS-S)
                               MOVE WS-ACCT-CREDIT(WS-ACCT-IDX)
                                   TO WS-SUM-CREDIT(WS-S)
                           END-IF
                       END-IF
                   END-PERFORM
                   IF WS-SUM-DEBIT(WS-S) = SPACES
                       OR WS-SUM-CREDIT(WS-S) = SPACES
                       DISPLAY "quizgl: no account mapping for "
                           WS-SUM-POSTING(WS-S) " campaign "
                           WS-SUM-CAMPAIGN(WS-S)
                       ADD 1 TO WS-UNMAPPED-COUNT
                   END-IF
               END-IF
           END-PERFORM.

       WRITE-JOURNAL.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           OPEN OUTPUT IC-GL-NEW-FILE
           MOVE SPACES TO IC-GL-HEADER-RECORD
           MOVE "H" TO GH-REC-TYPE
           MOVE WS-BUSINESS-DATE TO GH-BUS-DATE
           MOVE "ICSURVEY" TO GH-SOURCE
           MOVE WS-STORE-NUM TO GH-STORE
           MOVE WS-CURRENT-DATE TO GH-CREATED-DATE
           MOVE WS-CURRENT-TIME TO GH-CREATED-TIME
           WRITE IC-GL-HEADER-RECORD
           PERFORM VARYING WS-S FROM 1 BY 1
                   UNTIL WS-S > WS-SUM-COUNT
               IF WS-SUM-AMOUNT(WS-S) > ZERO
                   PERFORM WRITE-ONE-POSTING-PAIR
               END-IF
           END-PERFORM
           MOVE SPACES TO IC-GL-TRAILER-RECORD
           MOVE "T" TO GT-REC-TYPE
           MOVE WS-BUSINESS-DATE TO GT-BUS-DATE
           MOVE WS-DETAIL-COUNT TO GT-RECORD-COUNT
           MOVE WS-DEBIT-TOTAL TO GT-DEBIT-TOTAL
           MOVE WS-CREDIT-TOTAL TO GT-CREDIT-TOTAL
           WRITE IC-GL-TRAILER-RECORD
           CLOSE IC-GL-NEW-FILE
           CALL "CBL_RENAME_FILE" USING WS-GL-NEW-NAME WS-GL-LIVE-NAME
           IF RETURN-CODE NOT = ZERO
               DISPLAY "quizgl: could not rename "
                   FUNCTION TRIM(WS-GL-NEW-NAME) " to "
                   FUNCTION TRIM(WS-GL-LIVE-NAME)
                   " - nothing handed to finance, rerun the step"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       WRITE-ONE-POSTING-PAIR.
           MOVE SPACES TO IC-GL-DETAIL-RECORD
           MOVE "D" TO GD-REC-TYPE
           MOVE WS-BUSINESS-DATE TO GD-BUS-DATE
           MOVE WS-STORE-NUM TO GD-STORE
           MOVE WS-SUM-CAMPAIGN(WS-S) TO GD-CAMPAIGN
           MOVE WS-SUM-POSTING(WS-S) TO GD-POSTING
           MOVE WS-SUM-AMOUNT(WS-S) TO GD-AMOUNT
           MOVE WS-SUM-ITEMS(WS-S) TO GD-ITEMS
           MOVE WS-SUM-DEBIT(WS-S) TO GD-ACCOUNT
           MOVE "D" TO GD-DR-CR
           WRITE IC-GL-DETAIL-RECORD
           ADD 1 TO WS-DETAIL-COUNT
           ADD WS-SUM-AMOUNT(WS-S) TO WS-DEBIT-TOTAL
           MOVE WS-SUM-CREDIT(WS-S) TO GD-ACCOUNT
           MOVE "C" TO GD-DR-CR
           WRITE IC-GL-DETAIL-RECORD
           ADD 1 TO WS-DETAIL-COUNT
           ADD WS-SUM-AMOUNT(WS-S) TO WS-CREDIT-TOTAL.

       WRITE-CONTROL-RECORD.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           MOVE SPACES TO IC-GL-CONTROL-RECORD
           MOVE WS-BUSINESS-DATE TO GC-BUS-DATE
           MOVE WS-STORE-NUM TO GC-STORE
           MOVE WS-DETAIL-COUNT TO GC-RECORD-COUNT
           MOVE WS-DEBIT-TOTAL TO GC-DEBIT-TOTAL
           MOVE WS-CURRENT-DATE TO GC-RUN-DATE
           MOVE WS-CURRENT-TIME TO GC-RUN-TIME
           OPEN EXTEND IC-GL-CTL-FILE
           WRITE IC-GL-CONTROL-RECORD
           CLOSE IC-GL-CTL-FILE.
