      *> so the rerun simply finishes the job. Same after-close
      *> discipline as quizredm: run it when no kiosk or batch run
      *> is issuing coupons.
      *> Each coupon retired is also appended to IC-EXPIRE-LOG.DAT
      *> (see icxlgr.cpy) with the date it left play - the sweep's
      *> audit event only carries the count, and the GL extract
      *> needs to know which coupons' liability to release. The
      *> log is dated with the business date (IC-BUSINESS-DATE,
      *> default today), not the clock: quizgl picks it up by that
      *> date, and a close that runs past midnight still belongs
      *> to the day it closes. Whether a coupon is dead is still
      *> judged against today.
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT OPTIONAL IC-CUSTOMER-FILE
                   ASSIGN TO "IC-CUSTOMERS.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT OPTIONAL IC-EXPIRE-LOG-FILE
                   ASSIGN TO "IC-EXPIRE-LOG.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
           FILE SECTION.
           COPY "icexpr.cpy".
           FD  IC-CUSTOMER-FILE.
           COPY "iccustr.cpy".
           FD  IC-EXPIRE-LOG-FILE.
           COPY "icxlgr.cpy".
           WORKING-STORAGE SECTION.
           COPY "icaudtr.cpy".
           01 WS-TERMINAL-ID PIC X(8) VALUE "EXPIRE01".
           01 WS-EOF-FLAG PIC X(1).
           01 WS-TODAY-DATE PIC 9(8).
           01 WS-BUSINESS-DATE-X PIC X(8) VALUE SPACES.
           01 WS-BUSINESS-DATE PIC 9(8).
           01 WS-WARN-DAYS-X PIC X(4) VALUE SPACES.
           01 WS-WARN-DAYS PIC 9(3) VALUE 7.
           01 WS-WARN-LIMIT-INT PIC 9(8).
           IF WS-TERMINAL-ID = SPACES
               MOVE "EXPIRE01" TO WS-TERMINAL-ID
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
                   DISPLAY "quizexp: IC-BUSINESS-DATE must be an "
                       "eight digit date (YYYYMMDD), got: "
                       FUNCTION TRIM(WS-BUSINESS-DATE-X)
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           MOVE WS-CURRENT-DATE TO WS-TODAY-DATE
           PERFORM GET-WARN-WINDOW
           MOVE "N" TO WS-EOF-FLAG
           OPEN I-O IC-COUPON-FILE
           OPEN OUTPUT IC-EXPIRING-FILE
           OPEN EXTEND IC-EXPIRE-LOG-FILE
           PERFORM UNTIL WS-EOF-FLAG = "Y"
               READ IC-COUPON-FILE
                   AT END
               END-READ
           END-PERFORM
           CLOSE IC-COUPON-FILE
           CLOSE IC-EXPIRING-FILE
           CLOSE IC-EXPIRE-LOG-FILE.

       SWEEP-ONE-COUPON.
      *> The store's numerics are clean since quizcvt normalized
                   MOVE "E" TO IC-COUPON-STATUS
                   REWRITE IC-COUPON-RECORD
                   ADD 1 TO WS-EXPIRED-COUNT
                   MOVE SPACES TO IC-EXPIRE-LOG-RECORD
                   MOVE IC-COUPON-CODE TO XL-COUPON-CODE
                   MOVE IC-COUPON-EXPIRY TO XL-EXPIRY
                   MOVE WS-BUSINESS-DATE TO XL-DATE
                   MOVE WS-CURRENT-TIME TO XL-TIME
                   WRITE IC-EXPIRE-LOG-RECORD
               ELSE
                   IF IC-COUPON-EXPIRY <= WS-WARN-LIMIT-DATE
                       AND IC-COUPON-CUST-ID NOT = SPACES
           MOVE WS-CURRENT-DATE TO IC-AUDIT-DATE
           MOVE WS-CURRENT-TIME TO IC-AUDIT-TIME
           MOVE WS-TERMINAL-ID TO IC-AUDIT-TERMINAL
           MOVE SPACES TO IC-AUDIT-OPERATOR
           MOVE SPACES TO IC-AUDIT-EVENT
           STRING "EXPIRE-SWEEP " DELIMITED BY SIZE
               WS-EXPIRED-COUNT DELIMITED BY SIZE
               INTO IC-AUDIT-EVENT
           END-STRING
           CALL "quizaudw" USING IC-AUDIT-RECORD.
