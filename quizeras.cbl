       IDENTIFICATION DIVISION.
           PROGRAM-ID. "quizeras".
      *> Customer erasure for data-privacy deletion requests. The
      *> customer ids to erase come one per line in IC-ERASE-REQ.DAT
      *> (see icerqr.cpy) under an operator-supplied request
      *> reference, IC-ERASE-ID (required - like quizbatch's batch
      *> id it is what a restart is matched on, so the job refuses
      *> to guess one). Every occurrence of each id in this
      *> directory is replaced by a pseudonym, "#" + the erasure
      *> serial + the id's position in the request file (e.g.
      *> #000012003) - nothing in it can be turned back into the
      *> id - and every name beside it by "ERASED":
      *>   IC-CUSTOMERS.DAT      the row stays, status "E", so it
      *>                         can never earn again
      *>   IC-RESPONSES.DAT, IC-COUPONS.IDX (the alternate key is
      *>   rewritten in place), IC-EXPIRING.DAT, IC-POINTS.DAT,
      *>   IC-TIERS.DAT, the queued and rejected maintenance cards
      *>   and batch cards, the engagement CSV and print, the
      *>   points statement, the consolidated .ALL files, every
      *>   archive listed in IC-ARCHIVES.DAT (see icarcxr.cpy), and
      *>   the audit trail events that carry an id.
      *> The serial is IC-ERASE-SERIAL (required, 1-999999), issued
      *> by head office with the request. The request runs in every
      *> store directory and in the region, and only a serial and
      *> request file that are the same everywhere give a customer
      *> the same pseudonym in the store files and the .ALL files -
      *> and keep two different requests from ever sharing one. So
      *> the job never counts a serial of its own, and refuses one
      *> this directory last used for a different request.
      *> Nothing is deleted: each file keeps every record, date,
      *> flag and amount it had, so the daily counts, quizbal's
      *> proof, the control records and the GL all still agree; an
      *> erased customer's history simply belongs to a pseudonym.
      *> Each line-sequential file is rewritten to IC-ERASE-WORK.NEW
      *> and renamed over the live one only after records written
      *> = records read has been proved, the same way quizarch
      *> replaces the response log.
      *> The audit trail is sealed (quizaudw, icaudtr.cpy), so
      *> changing a line in it breaks the chain. The trail is
      *> therefore proved with quizachk first - the job will not
      *> re-seal a trail someone has already tampered with - and
      *> then, under the IC-AUDIT.LOCK mutex quizaudw uses, the
      *> changed lines and every sealed line after the first one
      *> are re-chained (sequence numbers unchanged) and
      *> IC-AUDIT-SEQ.DAT is brought up to the new last check. The
      *> run ends with an ERASURE event naming the serial and the
      *> first sequence number re-sealed - never the ids - so the
      *> re-seal is itself on the trail.
      *> Restart: IC-ERASE-CKPT.DAT (see icerckr.cpy) records each
      *> file as it is finished; rerun with the same IC-ERASE-ID,
      *> IC-ERASE-SERIAL and IC-ERASE-REQ.DAT and the job carries
      *> on with the next file. A file interrupted part way is
      *> simply done again - a record already carrying its
      *> pseudonym no longer matches an id. A new request is
      *> refused while an earlier one is unfinished.
      *> On completion the job prints the erasure certificate,
      *> IC-ERASE-CERT.<erase id>.DAT, with records read and
      *> records now carrying the pseudonyms per file, and empties
      *> IC-ERASE-REQ.DAT. It runs once in every store directory
      *> and once in the region directory, after the close, like
      *> quizarch - a kiosk appending mid-rewrite would lose its
      *> record. Erasing customers is an admin function: the job
      *> signs on through quizsign before it touches anything.
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT OPTIONAL IC-ERASE-REQ-FILE
                   ASSIGN TO "IC-ERASE-REQ.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT OPTIONAL IC-ERASE-CKPT-FILE
                   ASSIGN TO "IC-ERASE-CKPT.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-CKPT-STATUS.
               SELECT OPTIONAL IC-ARCH-INDEX-FILE
                   ASSIGN TO "IC-ARCHIVES.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.
      *> Every plain-text file goes through the same pair; the name
      *> of the one being erased is set before it is opened.
               SELECT OPTIONAL IC-ERASE-IN-FILE
                   ASSIGN TO DYNAMIC WS-IN-NAME
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-IN-STATUS.
               SELECT IC-ERASE-OUT-FILE
                   ASSIGN TO DYNAMIC WS-WORK-NAME
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT OPTIONAL IC-COUPON-FILE
                   ASSIGN TO "IC-COUPONS.IDX"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS IC-COUPON-CODE
                   ALTERNATE RECORD KEY IS IC-COUPON-CUST-ID
                       WITH DUPLICATES
                   FILE STATUS IS WS-COUPON-STATUS.
               SELECT OPTIONAL IC-AUDIT-FILE
                   ASSIGN TO "IC-AUDIT.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-AUDIT-STATUS.
               SELECT IC-AUDIT-NEW-FILE
                   ASSIGN TO "IC-AUDIT.NEW"
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT OPTIONAL IC-AUDIT-SEQ-FILE
                   ASSIGN TO "IC-AUDIT-SEQ.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-AUDIT-SEQ-STATUS.
               SELECT IC-ERASE-CERT-FILE
                   ASSIGN TO DYNAMIC WS-CERT-NAME
                   ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
           FILE SECTION.
           FD  IC-ERASE-REQ-FILE.
           COPY "icerqr.cpy".
           FD  IC-ERASE-CKPT-FILE.
           COPY "icerckr.cpy".
           FD  IC-ARCH-INDEX-FILE.
           COPY "icarcxr.cpy".
           FD  IC-ERASE-IN-FILE.
           01 IC-ERASE-IN-LINE PIC X(200).
           FD  IC-ERASE-OUT-FILE.
           01 IC-ERASE-OUT-LINE PIC X(200).
           FD  IC-COUPON-FILE.
           COPY "iccoupr.cpy".
           FD  IC-AUDIT-FILE.
           01 IC-AUDIT-IN-LINE PIC X(86).
           FD  IC-AUDIT-NEW-FILE.
           01 IC-AUDIT-NEW-LINE PIC X(86).
           FD  IC-AUDIT-SEQ-FILE.
           COPY "icaseqr.cpy".
           FD  IC-ERASE-CERT-FILE.
           01 IC-ERASE-CERT-LINE PIC X(80).
           WORKING-STORAGE SECTION.
           COPY "icaudtr.cpy".
           01 WS-TERMINAL-ID PIC X(8) VALUE "ERAS01".
           01 WS-OPERATOR-ID PIC X(8) VALUE SPACES.
           01 WS-SIGNON-OK PIC X(1).
           01 WS-REQUIRED-ROLE PIC X(1) VALUE "A".
           01 WS-ERASE-ID PIC X(8) VALUE SPACES.
           01 WS-EOF-FLAG PIC X(1).
           01 WS-CKPT-STATUS PIC XX.
           01 WS-IN-STATUS PIC XX.
           01 WS-COUPON-STATUS PIC XX.
           01 WS-AUDIT-STATUS PIC XX.
           01 WS-AUDIT-SEQ-STATUS PIC XX.
      *> The checkpoint record is the job's running state; it is
      *> parked here across the read that positions the file for
      *> REWRITE.
           01 WS-CKPT-SAVE PIC X(1444).
           01 WS-CKPT-FOUND PIC X(1).
           01 WS-SERIAL PIC 9(6).
           01 WS-SERIAL-X PIC X(8) VALUE SPACES.
           01 WS-SERIAL-NUM PIC 9(8).
           01 WS-PSEUDO-PREFIX PIC X(7).
           01 WS-ID-COUNT PIC 9(3) VALUE ZERO.
           01 WS-ID-TABLE.
               05 WS-ID-ENTRY OCCURS 50 TIMES.
                   10 WS-ID-VALUE PIC X(10).
                   10 WS-ID-LEN PIC 9(2).
                   10 WS-ID-PSEUDO PIC X(10).
           01 WS-ID-IDX PIC 9(3).
           01 WS-ID-DUP PIC X(1).
           01 WS-ID-OVERFLOW PIC X(1) VALUE "N".
      *> One entry per file the run visits, in the order visited.
      *>   KIND "M" customer master, "F" fixed-column text file,
      *>        "C" engagement CSV, "E" copy of the audit trail
      *>        (events only, no seal to keep), "I" the keyed
      *>        coupon store, "S" the sealed store audit trail
      *>   ID-POS / NAME-POS / NAME-LEN  where the id and the name
      *>        sit on a fixed-column line (name 0 = none); for "E"
      *>        ID-POS is where the event text starts
           01 WS-STEP-COUNT PIC 9(3) VALUE ZERO.
           01 WS-STEP-TABLE.
               05 WS-STEP-ENTRY OCCURS 99 TIMES.
                   10 WS-STEP-NAME PIC X(30).
                   10 WS-STEP-KIND PIC X(1).
                   10 WS-STEP-ID-POS PIC 9(3).
                   10 WS-STEP-NAME-POS PIC 9(3).
                   10 WS-STEP-NAME-LEN PIC 9(2).
           01 WS-STEP-IDX PIC 9(3).
           01 WS-FIRST-STEP PIC 9(3).
           01 WS-ADD-NAME PIC X(30).
           01 WS-ADD-KIND PIC X(1).
           01 WS-ADD-ID-POS PIC 9(3).
           01 WS-ADD-NAME-POS PIC 9(3).
           01 WS-ADD-NAME-LEN PIC 9(2).
           01 WS-IN-NAME PIC X(30).
           01 WS-WORK-NAME PIC X(30) VALUE "IC-ERASE-WORK.NEW".
           01 WS-READ-COUNT PIC 9(7).
           01 WS-WRITE-COUNT PIC 9(7).
           01 WS-TOUCHED-COUNT PIC 9(7).
           01 WS-TOTAL-TOUCHED PIC 9(8).
           01 WS-LINE PIC X(200).
           01 WS-NEW-LINE PIC X(200).
           01 WS-EVENT-TEXT PIC X(30).
           01 WS-MATCHED PIC X(1).
           01 WS-POS PIC 9(3).
           01 WS-END PIC 9(3).
           01 WS-L PIC 9(2).
           01 WS-TALLY PIC 9(3).
           01 WS-QUOTE-COMMA PIC X(2).
      *> Audit trail re-seal.
           01 WS-AUDIT-NEW-NAME PIC X(12) VALUE "IC-AUDIT.NEW".
           01 WS-AUDIT-LIVE-NAME PIC X(12) VALUE "IC-AUDIT.DAT".
           01 WS-AUDIT-PATH PIC X(40) VALUE SPACES.
           01 WS-CHAIN-OK PIC X(1).
           01 WS-CHAIN-RECORDS PIC 9(8).
           01 WS-CHAIN-LEGACY PIC 9(8).
           01 WS-CHAIN-PROBLEMS PIC 9(6).
           01 WS-CHAIN-CHECK PIC 9(18).
           01 WS-LAST-SEQ PIC 9(8).
           01 WS-RESEALING PIC X(1).
           01 WS-RESEAL-FROM PIC 9(8).
           01 WS-RESEAL-RECOVERED PIC X(1).
           01 WS-HASH-TEXT PIC X(120).
           01 WS-HASH-VALUE PIC 9(18).
           01 WS-LOCK-DIR PIC X(24) VALUE "IC-AUDIT.LOCK".
           01 WS-LOCK-ACQUIRED PIC X(1).
           01 WS-LOCK-NANOS PIC 9(8) COMP-5 VALUE 20000000.
           01 WS-LOCK-TRIES PIC 9(4) VALUE ZERO.
      *> Certificate.
           01 WS-CERT-NAME PIC X(40).
           01 WS-COUNT-EDIT PIC Z(6)9.
           01 WS-COUNT-EDIT-2 PIC Z(6)9.
           01 WS-TOTAL-EDIT PIC Z(7)9.
           01 WS-CURRENT-DATE-TIME.
               05 WS-CURRENT-DATE PIC 9(8).
               05 WS-CURRENT-TIME PIC 9(6).
               05 FILLER PIC X(9).
       PROCEDURE DIVISION.
       MAIN-PARAGRAPH.
           ACCEPT WS-TERMINAL-ID FROM ENVIRONMENT "IC-TERMINAL-ID"
           IF WS-TERMINAL-ID = SPACES
               MOVE "ERAS01" TO WS-TERMINAL-ID
           END-IF
           CALL "quizsign" USING WS-TERMINAL-ID WS-REQUIRED-ROLE
               WS-OPERATOR-ID WS-SIGNON-OK
           IF WS-SIGNON-OK NOT = "Y"
               DISPLAY "quizeras: admin sign-on required - nothing "
                   "erased"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ACCEPT WS-ERASE-ID FROM ENVIRONMENT "IC-ERASE-ID"
           IF WS-ERASE-ID = SPACES
               DISPLAY "quizeras: IC-ERASE-ID is required - set it to "
                   "the reference of this erasure request (a rerun "
                   "after a failure must use the same one)"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
      *> Left-justified like every numeric env value, so NUMVAL
      *> reads it; zero or garbage is as good as missing.
           ACCEPT WS-SERIAL-X FROM ENVIRONMENT "IC-ERASE-SERIAL"
           MOVE ZERO TO WS-SERIAL-NUM
           IF WS-SERIAL-X NOT = SPACES
               COMPUTE WS-SERIAL-NUM = FUNCTION NUMVAL(WS-SERIAL-X)
           END-IF
           IF WS-SERIAL-NUM = ZERO OR WS-SERIAL-NUM > 999999
               DISPLAY "quizeras: IC-ERASE-SERIAL is required - set "
                   "it to the serial issued with erasure "
                   FUNCTION TRIM(WS-ERASE-ID) " (1-999999, the same "
                   "in every store and region directory), got: "
                   FUNCTION TRIM(WS-SERIAL-X)
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-SERIAL-NUM TO WS-SERIAL
           MOVE QUOTE TO WS-QUOTE-COMMA(1:1)
           MOVE "," TO WS-QUOTE-COMMA(2:1)
           PERFORM BUILD-STEP-TABLE
           PERFORM READ-CHECKPOINT
           PERFORM LOAD-ERASE-REQUESTS
           PERFORM START-OR-RESUME
           PERFORM BUILD-PSEUDONYMS
           COMPUTE WS-FIRST-STEP = IC-ECK-STEPS-DONE + 1
           PERFORM VARYING WS-STEP-IDX FROM WS-FIRST-STEP BY 1
                   UNTIL WS-STEP-IDX > WS-STEP-COUNT
               PERFORM ERASE-ONE-STEP
           END-PERFORM
           PERFORM WRITE-CERTIFICATE
           PERFORM WRITE-ERASURE-AUDIT
           PERFORM CLEAR-REQUEST-FILE
           MOVE "C" TO IC-ECK-STATE
           PERFORM WRITE-CHECKPOINT
           DISPLAY "Erasure " FUNCTION TRIM(WS-ERASE-ID)
               " complete: " WS-ID-COUNT " customer(s), serial "
               WS-SERIAL ", " WS-TOTAL-TOUCHED " record(s) touched"
           DISPLAY "Certificate: " FUNCTION TRIM(WS-CERT-NAME)
           STOP RUN.

       BUILD-STEP-TABLE.
      *> The customer master goes first - once it is done the ids
      *> can no longer earn - and the sealed trail goes last, so
      *> the re-seal happens once, after every other file is
      *> clean. The archive list is read fresh on every run; it
      *> only grows when quizarch runs, which is never in the
      *> middle of an erasure (both run after the close).
           MOVE ZERO TO WS-STEP-COUNT
           MOVE "IC-CUSTOMERS.DAT" TO WS-ADD-NAME
           MOVE "M" TO WS-ADD-KIND
           MOVE 1 TO WS-ADD-ID-POS
           MOVE 11 TO WS-ADD-NAME-POS
           MOVE 30 TO WS-ADD-NAME-LEN
           PERFORM ADD-STEP
           MOVE "IC-RESPONSES.DAT" TO WS-ADD-NAME
           MOVE "F" TO WS-ADD-KIND
           MOVE 57 TO WS-ADD-ID-POS
           MOVE ZERO TO WS-ADD-NAME-POS
           MOVE ZERO TO WS-ADD-NAME-LEN
           PERFORM ADD-STEP
           MOVE "IC-COUPONS.IDX" TO WS-ADD-NAME
           MOVE "I" TO WS-ADD-KIND
           MOVE ZERO TO WS-ADD-ID-POS
           PERFORM ADD-STEP
           MOVE "IC-EXPIRING.DAT" TO WS-ADD-NAME
           MOVE "F" TO WS-ADD-KIND
           MOVE 21 TO WS-ADD-ID-POS
           MOVE 31 TO WS-ADD-NAME-POS
           MOVE 30 TO WS-ADD-NAME-LEN
           PERFORM ADD-STEP
           MOVE ZERO TO WS-ADD-NAME-POS
           MOVE ZERO TO WS-ADD-NAME-LEN
           MOVE 1 TO WS-ADD-ID-POS
           MOVE "IC-POINTS.DAT" TO WS-ADD-NAME
           PERFORM ADD-STEP
           MOVE "IC-TIERS.DAT" TO WS-ADD-NAME
           PERFORM ADD-STEP
           MOVE "IC-BATCH-IN.DAT" TO WS-ADD-NAME
           PERFORM ADD-STEP
           MOVE "IC-BATCH-REJECTS.DAT" TO WS-ADD-NAME
           PERFORM ADD-STEP
           MOVE 11 TO WS-ADD-ID-POS
           MOVE 21 TO WS-ADD-NAME-POS
           MOVE 30 TO WS-ADD-NAME-LEN
           MOVE "IC-CUST-TRANS.DAT" TO WS-ADD-NAME
           PERFORM ADD-STEP
           MOVE "IC-CUST-REJECTS.DAT" TO WS-ADD-NAME
           PERFORM ADD-STEP
           MOVE "IC-ENG-CSV.DAT" TO WS-ADD-NAME
           MOVE "C" TO WS-ADD-KIND
           MOVE 1 TO WS-ADD-ID-POS
           MOVE ZERO TO WS-ADD-NAME-POS
           MOVE ZERO TO WS-ADD-NAME-LEN
           PERFORM ADD-STEP
      *> Print detail lines: quizeng's "  <id> <name 22>..." and
      *> quizstmt's "  CUSTOMER <id>  <name>".
           MOVE "IC-ENG-PRINT.DAT" TO WS-ADD-NAME
           MOVE "F" TO WS-ADD-KIND
           MOVE 3 TO WS-ADD-ID-POS
           MOVE 14 TO WS-ADD-NAME-POS
           MOVE 22 TO WS-ADD-NAME-LEN
           PERFORM ADD-STEP
           MOVE "IC-STMT-PRINT.DAT" TO WS-ADD-NAME
           MOVE 12 TO WS-ADD-ID-POS
           MOVE 24 TO WS-ADD-NAME-POS
           MOVE 30 TO WS-ADD-NAME-LEN
           PERFORM ADD-STEP
           MOVE ZERO TO WS-ADD-NAME-POS
           MOVE ZERO TO WS-ADD-NAME-LEN
           MOVE "IC-RESPONSES.ALL.DAT" TO WS-ADD-NAME
           MOVE 57 TO WS-ADD-ID-POS
           PERFORM ADD-STEP
           MOVE "IC-COUPONS.ALL.DAT" TO WS-ADD-NAME
           MOVE 27 TO WS-ADD-ID-POS
           PERFORM ADD-STEP
           MOVE "IC-AUDIT.ALL.DAT" TO WS-ADD-NAME
           MOVE "E" TO WS-ADD-KIND
           MOVE 23 TO WS-ADD-ID-POS
           PERFORM ADD-STEP
           PERFORM ADD-ARCHIVE-STEPS
           MOVE "IC-AUDIT.DAT" TO WS-ADD-NAME
           MOVE "S" TO WS-ADD-KIND
           MOVE ZERO TO WS-ADD-ID-POS
           PERFORM ADD-STEP.

       ADD-ARCHIVE-STEPS.
           MOVE "F" TO WS-ADD-KIND
           MOVE "N" TO WS-EOF-FLAG
           OPEN INPUT IC-ARCH-INDEX-FILE
           PERFORM UNTIL WS-EOF-FLAG = "Y"
               READ IC-ARCH-INDEX-FILE
                   AT END
                       MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       IF IC-ARCX-NAME NOT = SPACES
                           MOVE IC-ARCX-NAME TO WS-ADD-NAME
                           IF IC-ARCX-KIND = "C"
                               MOVE 27 TO WS-ADD-ID-POS
                           ELSE
                               MOVE 57 TO WS-ADD-ID-POS
                           END-IF
                           PERFORM ADD-STEP
                       END-IF
               END-READ
           END-PERFORM
           CLOSE IC-ARCH-INDEX-FILE.

       ADD-STEP.
      *> One slot is always held back for the audit trail, which
      *> is added last.
           IF WS-STEP-COUNT > 97 AND WS-ADD-KIND NOT = "S"
               DISPLAY "quizeras: IC-ARCHIVES.DAT lists more archives "
                   "than one run can visit (99 files in all) - "
                   "nothing erased"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-STEP-COUNT
           MOVE WS-ADD-NAME TO WS-STEP-NAME(WS-STEP-COUNT)
           MOVE WS-ADD-KIND TO WS-STEP-KIND(WS-STEP-COUNT)
           MOVE WS-ADD-ID-POS TO WS-STEP-ID-POS(WS-STEP-COUNT)
           MOVE WS-ADD-NAME-POS TO WS-STEP-NAME-POS(WS-STEP-COUNT)
           MOVE WS-ADD-NAME-LEN TO WS-STEP-NAME-LEN(WS-STEP-COUNT).

       READ-CHECKPOINT.
           MOVE "N" TO WS-CKPT-FOUND
           OPEN INPUT IC-ERASE-CKPT-FILE
           READ IC-ERASE-CKPT-FILE
               AT END
                   CONTINUE
               NOT AT END
                   MOVE "Y" TO WS-CKPT-FOUND
           END-READ
           CLOSE IC-ERASE-CKPT-FILE
           IF WS-CKPT-FOUND = "Y"
               AND IC-ECK-ERASE-ID = WS-ERASE-ID
               AND IC-ECK-STATE = "C"
               DISPLAY "quizeras: erasure " FUNCTION TRIM(WS-ERASE-ID)
                   " already completed (serial " IC-ECK-SERIAL
                   ") - nothing to do"
               MOVE ZERO TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-CKPT-FOUND = "Y"
               AND IC-ECK-ERASE-ID NOT = WS-ERASE-ID
               AND IC-ECK-STATE NOT = "C"
               DISPLAY "quizeras: erasure "
                   FUNCTION TRIM(IC-ECK-ERASE-ID)
                   " is unfinished - rerun it to completion before "
                   "starting " FUNCTION TRIM(WS-ERASE-ID)
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       LOAD-ERASE-REQUESTS.
      *> Blank lines and repeats of an id already listed are
      *> skipped, so each id has exactly one pseudonym.
           MOVE ZERO TO WS-ID-COUNT
           MOVE "N" TO WS-EOF-FLAG
           OPEN INPUT IC-ERASE-REQ-FILE
           PERFORM UNTIL WS-EOF-FLAG = "Y"
               READ IC-ERASE-REQ-FILE
                   AT END
                       MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       IF IC-ERQ-CUST-ID NOT = SPACES
                           PERFORM ADD-ERASE-ID
                       END-IF
               END-READ
           END-PERFORM
           CLOSE IC-ERASE-REQ-FILE
           IF WS-ID-OVERFLOW = "Y"
               DISPLAY "quizeras: IC-ERASE-REQ.DAT holds more than 50 "
                   "customer ids - split the request; nothing erased"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       ADD-ERASE-ID.
           MOVE "N" TO WS-ID-DUP
           PERFORM VARYING WS-ID-IDX FROM 1 BY 1
                   UNTIL WS-ID-IDX > WS-ID-COUNT
               IF WS-ID-VALUE(WS-ID-IDX) = IC-ERQ-CUST-ID
                   MOVE "Y" TO WS-ID-DUP
               END-IF
           END-PERFORM
           IF WS-ID-DUP = "N"
               IF WS-ID-COUNT < 50
                   ADD 1 TO WS-ID-COUNT
                   MOVE IC-ERQ-CUST-ID TO WS-ID-VALUE(WS-ID-COUNT)
                   MOVE FUNCTION LENGTH(FUNCTION TRIM(IC-ERQ-CUST-ID
                       TRAILING)) TO WS-ID-LEN(WS-ID-COUNT)
               ELSE
                   MOVE "Y" TO WS-ID-OVERFLOW
               END-IF
           END-IF.

       START-OR-RESUME.
      *> Same request as the checkpoint and not complete: carry on
      *> after the last file finished, provided the request file
      *> and the file list are the ones the serial was cut for.
      *> Anything else is a new request under the serial it was
      *> issued.
           IF WS-CKPT-FOUND = "Y"
               AND IC-ECK-ERASE-ID = WS-ERASE-ID
               IF IC-ECK-STEP-COUNT NOT = WS-STEP-COUNT
                   DISPLAY "quizeras: the file list has changed since "
                       "erasure " FUNCTION TRIM(WS-ERASE-ID)
                       " started (" IC-ECK-STEP-COUNT " files then, "
                       WS-STEP-COUNT " now) - cannot resume"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
      *> Once every file is done the request file may already have
      *> been emptied; only the certificate and the event are left.
               IF IC-ECK-STEPS-DONE < IC-ECK-STEP-COUNT
                   AND IC-ECK-ID-COUNT NOT = WS-ID-COUNT
                   DISPLAY "quizeras: IC-ERASE-REQ.DAT now holds "
                       WS-ID-COUNT " id(s), erasure "
                       FUNCTION TRIM(WS-ERASE-ID) " started with "
                       IC-ECK-ID-COUNT " - restore the original "
                       "request file to resume"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               IF IC-ECK-SERIAL NOT = WS-SERIAL
                   DISPLAY "quizeras: erasure "
                       FUNCTION TRIM(WS-ERASE-ID) " started under "
                       "serial " IC-ECK-SERIAL ", IC-ERASE-SERIAL is "
                       WS-SERIAL " - resume with the serial it "
                       "started with"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE IC-ECK-ID-COUNT TO WS-ID-COUNT
               DISPLAY "quizeras: resuming erasure "
                   FUNCTION TRIM(WS-ERASE-ID) " after file "
                   IC-ECK-STEPS-DONE " of " IC-ECK-STEP-COUNT
           ELSE
               IF WS-ID-COUNT = ZERO
                   DISPLAY "quizeras: IC-ERASE-REQ.DAT holds no "
                       "customer ids - nothing erased"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
      *> The checkpoint only remembers the last request, so this
      *> catches the likeliest slip - a serial typed again for the
      *> next request - not every reuse; head office issuing each
      *> serial once is what guarantees the rest.
               IF WS-CKPT-FOUND = "Y"
                   AND IC-ECK-SERIAL = WS-SERIAL
                   DISPLAY "quizeras: serial " WS-SERIAL " was used "
                       "here by erasure "
                       FUNCTION TRIM(IC-ECK-ERASE-ID)
                       " - each request needs its own serial; "
                       "nothing erased"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE WS-ERASE-ID TO IC-ECK-ERASE-ID
               MOVE WS-SERIAL TO IC-ECK-SERIAL
               MOVE "P" TO IC-ECK-STATE
               MOVE WS-ID-COUNT TO IC-ECK-ID-COUNT
               MOVE WS-STEP-COUNT TO IC-ECK-STEP-COUNT
               MOVE ZERO TO IC-ECK-STEPS-DONE
               MOVE ZERO TO IC-ECK-RESEAL-FROM
               MOVE ZERO TO IC-ECK-NEW-SEQ
               MOVE ZERO TO IC-ECK-NEW-CHECK
               PERFORM VARYING WS-STEP-IDX FROM 1 BY 1
                       UNTIL WS-STEP-IDX > 99
                   MOVE ZERO TO IC-ECK-READ(WS-STEP-IDX)
                   MOVE ZERO TO IC-ECK-TOUCHED(WS-STEP-IDX)
               END-PERFORM
               PERFORM WRITE-CHECKPOINT
           END-IF.

       BUILD-PSEUDONYMS.
           MOVE SPACES TO WS-PSEUDO-PREFIX
           STRING "#" DELIMITED BY SIZE
               WS-SERIAL DELIMITED BY SIZE
               INTO WS-PSEUDO-PREFIX
           END-STRING
           PERFORM VARYING WS-ID-IDX FROM 1 BY 1
                   UNTIL WS-ID-IDX > WS-ID-COUNT
               MOVE SPACES TO WS-ID-PSEUDO(WS-ID-IDX)
               STRING WS-PSEUDO-PREFIX DELIMITED BY SIZE
                   WS-ID-IDX DELIMITED BY SIZE
                   INTO WS-ID-PSEUDO(WS-ID-IDX)
               END-STRING
           END-PERFORM.

       WRITE-CHECKPOINT.
      *> Opened I-O and REWRITTEN in place, never reopened OUTPUT -
      *> a crash between truncate and write would lose the serial
      *> and the restart point together (quizbatch's reasoning for
      *> IC-CKPT.DAT).
           MOVE IC-ERASE-CKPT-RECORD TO WS-CKPT-SAVE
           OPEN I-O IC-ERASE-CKPT-FILE
           IF WS-CKPT-STATUS = "05"
               CLOSE IC-ERASE-CKPT-FILE
               OPEN OUTPUT IC-ERASE-CKPT-FILE
               MOVE WS-CKPT-SAVE TO IC-ERASE-CKPT-RECORD
               WRITE IC-ERASE-CKPT-RECORD
               CLOSE IC-ERASE-CKPT-FILE
               OPEN I-O IC-ERASE-CKPT-FILE
           END-IF
           READ IC-ERASE-CKPT-FILE
               AT END
                   MOVE WS-CKPT-SAVE TO IC-ERASE-CKPT-RECORD
                   WRITE IC-ERASE-CKPT-RECORD
               NOT AT END
                   MOVE WS-CKPT-SAVE TO IC-ERASE-CKPT-RECORD
                   REWRITE IC-ERASE-CKPT-RECORD
           END-READ
           CLOSE IC-ERASE-CKPT-FILE.

       ERASE-ONE-STEP.
           MOVE ZERO TO WS-READ-COUNT
           MOVE ZERO TO WS-WRITE-COUNT
           MOVE ZERO TO WS-TOUCHED-COUNT
           EVALUATE WS-STEP-KIND(WS-STEP-IDX)
               WHEN "I"
                   PERFORM ERASE-COUPON-STORE
               WHEN "S"
                   PERFORM ERASE-SEALED-TRAIL
               WHEN OTHER
                   PERFORM ERASE-TEXT-FILE
           END-EVALUATE
           MOVE WS-READ-COUNT TO IC-ECK-READ(WS-STEP-IDX)
           MOVE WS-TOUCHED-COUNT TO IC-ECK-TOUCHED(WS-STEP-IDX)
           MOVE WS-STEP-IDX TO IC-ECK-STEPS-DONE
           MOVE "P" TO IC-ECK-STATE
           PERFORM WRITE-CHECKPOINT
           DISPLAY "  " WS-STEP-NAME(WS-STEP-IDX) " read "
               WS-READ-COUNT " touched " WS-TOUCHED-COUNT.

       ERASE-TEXT-FILE.
      *> A file that isn't here is skipped rather than created
      *> empty by the rename.
           MOVE WS-STEP-NAME(WS-STEP-IDX) TO WS-IN-NAME
           OPEN INPUT IC-ERASE-IN-FILE
           IF WS-IN-STATUS = "05"
               CLOSE IC-ERASE-IN-FILE
           ELSE
               OPEN OUTPUT IC-ERASE-OUT-FILE
               MOVE "N" TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF-FLAG = "Y"
                   READ IC-ERASE-IN-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-FLAG
                       NOT AT END
                           ADD 1 TO WS-READ-COUNT
                           MOVE IC-ERASE-IN-LINE TO WS-LINE
                           PERFORM ERASE-ONE-LINE
                           WRITE IC-ERASE-OUT-LINE FROM WS-LINE
                           ADD 1 TO WS-WRITE-COUNT
                   END-READ
               END-PERFORM
               CLOSE IC-ERASE-IN-FILE
               CLOSE IC-ERASE-OUT-FILE
               PERFORM PROVE-AND-REPLACE-FILE
           END-IF.

       PROVE-AND-REPLACE-FILE.
           IF WS-READ-COUNT NOT = WS-WRITE-COUNT
               DISPLAY "quizeras: " FUNCTION TRIM(WS-IN-NAME)
                   " - COUNTS DO NOT PROVE (read " WS-READ-COUNT
                   " written " WS-WRITE-COUNT ") - live file left "
                   "untouched"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           CALL "CBL_RENAME_FILE" USING WS-WORK-NAME WS-IN-NAME
           IF RETURN-CODE NOT = ZERO
               DISPLAY "quizeras: could not rename "
                   FUNCTION TRIM(WS-WORK-NAME) " over "
                   FUNCTION TRIM(WS-IN-NAME) " - live file unchanged"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       ERASE-ONE-LINE.
           MOVE WS-STEP-ID-POS(WS-STEP-IDX) TO WS-POS
           EVALUATE WS-STEP-KIND(WS-STEP-IDX)
               WHEN "C"
                   PERFORM ERASE-CSV-LINE
                   IF WS-LINE(1:7) = WS-PSEUDO-PREFIX
                       ADD 1 TO WS-TOUCHED-COUNT
                   END-IF
               WHEN "E"
                   MOVE WS-LINE(WS-POS:30) TO WS-EVENT-TEXT
                   PERFORM ERASE-EVENT-TEXT
                   MOVE WS-EVENT-TEXT TO WS-LINE(WS-POS:30)
                   PERFORM COUNT-TOUCHED-EVENT
               WHEN OTHER
                   PERFORM ERASE-FIXED-LINE
                   IF WS-LINE(WS-POS:7) = WS-PSEUDO-PREFIX
                       ADD 1 TO WS-TOUCHED-COUNT
                   END-IF
           END-EVALUATE.

       ERASE-FIXED-LINE.
           PERFORM VARYING WS-ID-IDX FROM 1 BY 1
                   UNTIL WS-ID-IDX > WS-ID-COUNT
               IF WS-LINE(WS-POS:10) = WS-ID-VALUE(WS-ID-IDX)
                   MOVE WS-ID-PSEUDO(WS-ID-IDX) TO WS-LINE(WS-POS:10)
                   IF WS-STEP-NAME-POS(WS-STEP-IDX) > ZERO
                       MOVE "ERASED" TO WS-LINE(
                           WS-STEP-NAME-POS(WS-STEP-IDX):
                           WS-STEP-NAME-LEN(WS-STEP-IDX))
                   END-IF
                   IF WS-STEP-KIND(WS-STEP-IDX) = "M"
                       MOVE "E" TO WS-LINE(41:1)
                   END-IF
               END-IF
           END-PERFORM.

       ERASE-CSV-LINE.
      *> quizeng's row starts <id>,"<name>",... - the name is
      *> quoted and may hold a comma, so it runs to the first
      *> quote-comma. Both are rebuilt; every column after them is
      *> kept exactly as it was.
           PERFORM VARYING WS-ID-IDX FROM 1 BY 1
                   UNTIL WS-ID-IDX > WS-ID-COUNT
               MOVE WS-ID-LEN(WS-ID-IDX) TO WS-L
               IF WS-LINE(1:WS-L) = WS-ID-VALUE(WS-ID-IDX)(1:WS-L)
                   AND WS-LINE(WS-L + 1:1) = ","
                   MOVE ZERO TO WS-END
                   PERFORM VARYING WS-POS FROM WS-L BY 1
                           UNTIL WS-POS > 198 OR WS-END > ZERO
                       IF WS-POS > WS-L + 2
                           AND WS-LINE(WS-POS:2) = WS-QUOTE-COMMA
                           MOVE WS-POS TO WS-END
                       END-IF
                   END-PERFORM
                   MOVE SPACES TO WS-NEW-LINE
                   IF WS-END > ZERO
                       STRING WS-ID-PSEUDO(WS-ID-IDX) DELIMITED BY SIZE
                           "," DELIMITED BY SIZE
                           QUOTE DELIMITED BY SIZE
                           "ERASED" DELIMITED BY SIZE
                           QUOTE DELIMITED BY SIZE
                           WS-LINE(WS-END + 1:) DELIMITED BY SIZE
                           INTO WS-NEW-LINE
                       END-STRING
                   ELSE
                       STRING WS-ID-PSEUDO(WS-ID-IDX) DELIMITED BY SIZE
                           WS-LINE(WS-L + 1:) DELIMITED BY SIZE
                           INTO WS-NEW-LINE
                       END-STRING
                   END-IF
                   MOVE WS-NEW-LINE TO WS-LINE
               END-IF
           END-PERFORM.

       ERASE-EVENT-TEXT.
      *> Every event that names a customer ends with the id -
      *> COUPON-SUPPRESSED <id>, CUST-ENROLL-QUEUED <id>,
      *> CUST-<action> <id> - so the match is the whole id as the
      *> last word, and the pseudonym replaces it to the end of
      *> the field. The event name in front, which quizbal and the
      *> rest match on, is left alone.
           MOVE "N" TO WS-MATCHED
           PERFORM VARYING WS-ID-IDX FROM 1 BY 1
                   UNTIL WS-ID-IDX > WS-ID-COUNT
                   OR WS-MATCHED = "Y"
               MOVE WS-ID-LEN(WS-ID-IDX) TO WS-L
               PERFORM VARYING WS-POS FROM 2 BY 1
                       UNTIL WS-POS > 31 - WS-L
                       OR WS-MATCHED = "Y"
                   IF WS-EVENT-TEXT(WS-POS - 1:1) = SPACE
                       AND WS-EVENT-TEXT(WS-POS:WS-L)
                           = WS-ID-VALUE(WS-ID-IDX)(1:WS-L)
                       IF WS-POS + WS-L > 30
                           MOVE "Y" TO WS-MATCHED
                       ELSE
                           IF WS-EVENT-TEXT(WS-POS + WS-L:) = SPACES
                               MOVE "Y" TO WS-MATCHED
                           END-IF
                       END-IF
                       IF WS-MATCHED = "Y"
                           MOVE WS-ID-PSEUDO(WS-ID-IDX)
                               TO WS-EVENT-TEXT(WS-POS:)
                       END-IF
                   END-IF
               END-PERFORM
           END-PERFORM.

       COUNT-TOUCHED-EVENT.
           MOVE ZERO TO WS-TALLY
           INSPECT WS-EVENT-TEXT TALLYING WS-TALLY
               FOR ALL WS-PSEUDO-PREFIX
           IF WS-TALLY > ZERO
               ADD 1 TO WS-TOUCHED-COUNT
           END-IF.

       ERASE-COUPON-STORE.
      *> REWRITE changes only the alternate key; the coupon code,
      *> its dates, status and value - everything the GL, quizbal
      *> and the POS read - stay as they were.
           MOVE "N" TO WS-EOF-FLAG
           OPEN I-O IC-COUPON-FILE
           PERFORM UNTIL WS-EOF-FLAG = "Y"
               READ IC-COUPON-FILE
                   AT END
                       MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-READ-COUNT
                       PERFORM ERASE-ONE-COUPON
                       IF IC-COUPON-CUST-ID(1:7) = WS-PSEUDO-PREFIX
                           ADD 1 TO WS-TOUCHED-COUNT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE IC-COUPON-FILE.

       ERASE-ONE-COUPON.
           PERFORM VARYING WS-ID-IDX FROM 1 BY 1
                   UNTIL WS-ID-IDX > WS-ID-COUNT
               IF IC-COUPON-CUST-ID = WS-ID-VALUE(WS-ID-IDX)
                   MOVE WS-ID-PSEUDO(WS-ID-IDX) TO IC-COUPON-CUST-ID
                   REWRITE IC-COUPON-RECORD
                   IF WS-COUPON-STATUS NOT = "00"
                       AND WS-COUPON-STATUS NOT = "02"
                       DISPLAY "quizeras: REWRITE of coupon "
                           IC-COUPON-CODE " failed, status "
                           WS-COUPON-STATUS " - rerun with the same "
                           "IC-ERASE-ID once the store is fixed"
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
               END-IF
           END-PERFORM.

       ERASE-SEALED-TRAIL.
      *> "S" means an earlier run had the re-sealed trail written
      *> and was stopped around the rename; see whether the new
      *> trail is in place before doing anything else.
           MOVE "N" TO WS-RESEAL-RECOVERED
           MOVE ZERO TO WS-RESEAL-FROM
           PERFORM ACQUIRE-AUDIT-LOCK
           IF IC-ECK-STATE = "S"
               PERFORM FINISH-INTERRUPTED-RESEAL
           END-IF
           IF WS-RESEAL-RECOVERED = "N"
               PERFORM VERIFY-TRAIL-BEFORE-RESEAL
               PERFORM RESEAL-TRAIL
           END-IF
           PERFORM RELEASE-AUDIT-LOCK.

       FINISH-INTERRUPTED-RESEAL.
           MOVE ZERO TO WS-READ-COUNT
           MOVE ZERO TO WS-TOUCHED-COUNT
           MOVE ZERO TO WS-LAST-SEQ
           MOVE ZERO TO WS-CHAIN-CHECK
           MOVE "N" TO WS-EOF-FLAG
           OPEN INPUT IC-AUDIT-FILE
           PERFORM UNTIL WS-EOF-FLAG = "Y"
               READ IC-AUDIT-FILE INTO IC-AUDIT-RECORD
                   AT END
                       MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-READ-COUNT
                       MOVE IC-AUDIT-EVENT TO WS-EVENT-TEXT
                       PERFORM COUNT-TOUCHED-EVENT
                       IF IC-AUDIT-SEQ-NO IS NUMERIC
                           AND IC-AUDIT-CHECK IS NUMERIC
                           MOVE IC-AUDIT-SEQ-NO TO WS-LAST-SEQ
                           MOVE IC-AUDIT-CHECK TO WS-CHAIN-CHECK
                       END-IF
               END-READ
           END-PERFORM
           CLOSE IC-AUDIT-FILE
           IF WS-LAST-SEQ = IC-ECK-NEW-SEQ
               AND WS-CHAIN-CHECK = IC-ECK-NEW-CHECK
               PERFORM UPDATE-AUDIT-SEAL
               MOVE IC-ECK-RESEAL-FROM TO WS-RESEAL-FROM
               MOVE "Y" TO WS-RESEAL-RECOVERED
               DISPLAY "quizeras: re-sealed audit trail found in "
                   "place - seal file brought up to sequence "
                   WS-LAST-SEQ
           END-IF.

       VERIFY-TRAIL-BEFORE-RESEAL.
           CALL "quizachk" USING WS-AUDIT-PATH WS-CHAIN-OK
               WS-CHAIN-RECORDS WS-CHAIN-LEGACY WS-CHAIN-PROBLEMS
           IF WS-CHAIN-OK NOT = "Y"
               PERFORM RELEASE-AUDIT-LOCK
               DISPLAY "quizeras: IC-AUDIT.DAT fails verification ("
                   WS-CHAIN-PROBLEMS " problem(s) above) - it will "
                   "not be re-sealed. Every other file is erased; "
                   "resolve the trail (see quizaver) and rerun with "
                   "the same IC-ERASE-ID to finish."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       RESEAL-TRAIL.
      *> Sequence numbers stay as they are. From the first sealed
      *> line whose event changes, every sealed line is chained
      *> again exactly as quizaudw chains a new one: check =
      *> quizhash(previous check + the line's first 68 bytes).
      *> Lines from before sealing began carry no seal and are
      *> only rewritten.
           MOVE ZERO TO WS-READ-COUNT
           MOVE ZERO TO WS-WRITE-COUNT
           MOVE ZERO TO WS-TOUCHED-COUNT
           MOVE ZERO TO WS-LAST-SEQ
           MOVE ZERO TO WS-CHAIN-CHECK
           MOVE "N" TO WS-RESEALING
           OPEN INPUT IC-AUDIT-FILE
           IF WS-AUDIT-STATUS = "05"
               CLOSE IC-AUDIT-FILE
           ELSE
               OPEN OUTPUT IC-AUDIT-NEW-FILE
               MOVE "N" TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF-FLAG = "Y"
                   READ IC-AUDIT-FILE INTO IC-AUDIT-RECORD
                       AT END
                           MOVE "Y" TO WS-EOF-FLAG
                       NOT AT END
                           ADD 1 TO WS-READ-COUNT
                           PERFORM RESEAL-ONE-RECORD
                           WRITE IC-AUDIT-NEW-LINE
                               FROM IC-AUDIT-RECORD
                           ADD 1 TO WS-WRITE-COUNT
                   END-READ
               END-PERFORM
               CLOSE IC-AUDIT-FILE
               CLOSE IC-AUDIT-NEW-FILE
               PERFORM REPLACE-SEALED-TRAIL
           END-IF.

       RESEAL-ONE-RECORD.
           MOVE IC-AUDIT-EVENT TO WS-EVENT-TEXT
           PERFORM ERASE-EVENT-TEXT
           IF WS-MATCHED = "Y"
               MOVE WS-EVENT-TEXT TO IC-AUDIT-EVENT
           END-IF
           IF IC-AUDIT-SEQ-NO IS NUMERIC
               IF WS-MATCHED = "Y" OR WS-RESEALING = "Y"
                   IF WS-RESEALING = "N"
                       MOVE "Y" TO WS-RESEALING
                       MOVE IC-AUDIT-SEQ-NO TO WS-RESEAL-FROM
                   END-IF
                   MOVE SPACES TO WS-HASH-TEXT
                   MOVE WS-CHAIN-CHECK TO WS-HASH-TEXT(1:18)
                   MOVE IC-AUDIT-RECORD(1:68) TO WS-HASH-TEXT(19:68)
                   CALL "quizhash" USING WS-HASH-TEXT WS-HASH-VALUE
                   MOVE WS-HASH-VALUE TO IC-AUDIT-CHECK
               END-IF
               MOVE IC-AUDIT-CHECK TO WS-CHAIN-CHECK
               MOVE IC-AUDIT-SEQ-NO TO WS-LAST-SEQ
           END-IF
           PERFORM COUNT-TOUCHED-EVENT.

       REPLACE-SEALED-TRAIL.
      *> The new seal goes in the checkpoint (state "S") before the
      *> rename, so a run stopped between the rename and the seal
      *> file rewrite can tell on restart which trail it is
      *> looking at (FINISH-INTERRUPTED-RESEAL).
           IF WS-READ-COUNT NOT = WS-WRITE-COUNT
               PERFORM RELEASE-AUDIT-LOCK
               DISPLAY "quizeras: IC-AUDIT.DAT - COUNTS DO NOT PROVE "
                   "(read " WS-READ-COUNT " written " WS-WRITE-COUNT
                   ") - trail left untouched"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-RESEALING = "Y"
               MOVE "S" TO IC-ECK-STATE
               MOVE WS-RESEAL-FROM TO IC-ECK-RESEAL-FROM
               MOVE WS-LAST-SEQ TO IC-ECK-NEW-SEQ
               MOVE WS-CHAIN-CHECK TO IC-ECK-NEW-CHECK
               PERFORM WRITE-CHECKPOINT
           END-IF
           CALL "CBL_RENAME_FILE" USING WS-AUDIT-NEW-NAME
               WS-AUDIT-LIVE-NAME
           IF RETURN-CODE NOT = ZERO
               PERFORM RELEASE-AUDIT-LOCK
               DISPLAY "quizeras: could not rename IC-AUDIT.NEW over "
                   "IC-AUDIT.DAT - trail unchanged"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-RESEALING = "Y"
               PERFORM UPDATE-AUDIT-SEAL
               DISPLAY "quizeras: audit trail re-sealed from sequence "
                   WS-RESEAL-FROM " to " WS-LAST-SEQ
           END-IF.

       UPDATE-AUDIT-SEAL.
           OPEN I-O IC-AUDIT-SEQ-FILE
           IF WS-AUDIT-SEQ-STATUS = "05"
               CLOSE IC-AUDIT-SEQ-FILE
               OPEN OUTPUT IC-AUDIT-SEQ-FILE
               MOVE IC-ECK-NEW-SEQ TO IC-ASEQ-LAST-SEQ
               MOVE IC-ECK-NEW-CHECK TO IC-ASEQ-LAST-CHECK
               WRITE IC-AUDIT-SEQ-RECORD
           ELSE
               READ IC-AUDIT-SEQ-FILE
                   AT END
                       MOVE IC-ECK-NEW-SEQ TO IC-ASEQ-LAST-SEQ
                       MOVE IC-ECK-NEW-CHECK TO IC-ASEQ-LAST-CHECK
                       WRITE IC-AUDIT-SEQ-RECORD
                   NOT AT END
                       MOVE IC-ECK-NEW-SEQ TO IC-ASEQ-LAST-SEQ
                       MOVE IC-ECK-NEW-CHECK TO IC-ASEQ-LAST-CHECK
                       REWRITE IC-AUDIT-SEQ-RECORD
               END-READ
           END-IF
           CLOSE IC-AUDIT-SEQ-FILE.

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
               DISPLAY "quizeras: timed out waiting for the audit "
                   "trail lock (" FUNCTION TRIM(WS-LOCK-DIR)
                   ") - remove it by hand if no other run is active, "
                   "then rerun with the same IC-ERASE-ID"
               MOVE 20 TO RETURN-CODE
               STOP RUN
           END-IF.

       RELEASE-AUDIT-LOCK.
           CALL "CBL_DELETE_DIR" USING WS-LOCK-DIR
           IF RETURN-CODE NOT = ZERO
               DISPLAY "quizeras: could not remove audit trail lock "
                   "directory " FUNCTION TRIM(WS-LOCK-DIR)
           END-IF.

       WRITE-CERTIFICATE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           MOVE SPACES TO WS-CERT-NAME
           STRING "IC-ERASE-CERT." DELIMITED BY SIZE
               WS-ERASE-ID DELIMITED BY SPACE
               ".DAT" DELIMITED BY SIZE
               INTO WS-CERT-NAME
           END-STRING
           MOVE ZERO TO WS-TOTAL-TOUCHED
           OPEN OUTPUT IC-ERASE-CERT-FILE
           MOVE "        ICE CREAM SURVEY - CUSTOMER ERASURE "
               & "CERTIFICATE" TO IC-ERASE-CERT-LINE
           WRITE IC-ERASE-CERT-LINE
           MOVE SPACES TO IC-ERASE-CERT-LINE
           STRING "  ERASURE " DELIMITED BY SIZE
               WS-ERASE-ID DELIMITED BY SIZE
               "  SERIAL " DELIMITED BY SIZE
               WS-SERIAL DELIMITED BY SIZE
               "  COMPLETED " DELIMITED BY SIZE
               WS-CURRENT-DATE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-CURRENT-TIME DELIMITED BY SIZE
               INTO IC-ERASE-CERT-LINE
           END-STRING
           WRITE IC-ERASE-CERT-LINE
           MOVE SPACES TO IC-ERASE-CERT-LINE
           STRING "  OPERATOR " DELIMITED BY SIZE
               WS-OPERATOR-ID DELIMITED BY SIZE
               "  TERMINAL " DELIMITED BY SIZE
               WS-TERMINAL-ID DELIMITED BY SIZE
               INTO IC-ERASE-CERT-LINE
           END-STRING
           WRITE IC-ERASE-CERT-LINE
           MOVE SPACES TO IC-ERASE-CERT-LINE
           STRING "  CUSTOMERS ERASED " DELIMITED BY SIZE
               IC-ECK-ID-COUNT DELIMITED BY SIZE
               "  PSEUDONYMS " DELIMITED BY SIZE
               WS-PSEUDO-PREFIX DELIMITED BY SIZE
               "001 TO " DELIMITED BY SIZE
               WS-PSEUDO-PREFIX DELIMITED BY SIZE
               IC-ECK-ID-COUNT DELIMITED BY SIZE
               INTO IC-ERASE-CERT-LINE
           END-STRING
           WRITE IC-ERASE-CERT-LINE
           MOVE SPACES TO IC-ERASE-CERT-LINE
           WRITE IC-ERASE-CERT-LINE
           MOVE "  FILE                          RECORDS READ  "
               & "RECORDS TOUCHED" TO IC-ERASE-CERT-LINE
           WRITE IC-ERASE-CERT-LINE
           PERFORM VARYING WS-STEP-IDX FROM 1 BY 1
                   UNTIL WS-STEP-IDX > WS-STEP-COUNT
               PERFORM WRITE-CERTIFICATE-LINE
           END-PERFORM
           MOVE SPACES TO IC-ERASE-CERT-LINE
           WRITE IC-ERASE-CERT-LINE
           MOVE SPACES TO IC-ERASE-CERT-LINE
           IF IC-ECK-RESEAL-FROM > ZERO
               STRING "  AUDIT TRAIL RE-SEALED FROM SEQUENCE "
                       DELIMITED BY SIZE
                   IC-ECK-RESEAL-FROM DELIMITED BY SIZE
                   INTO IC-ERASE-CERT-LINE
               END-STRING
           ELSE
               MOVE "  AUDIT TRAIL NOT RE-SEALED - NO SEALED EVENT "
                   & "NAMED THESE CUSTOMERS" TO IC-ERASE-CERT-LINE
           END-IF
           WRITE IC-ERASE-CERT-LINE
           MOVE WS-TOTAL-TOUCHED TO WS-TOTAL-EDIT
           MOVE SPACES TO IC-ERASE-CERT-LINE
           STRING "  TOTAL RECORDS TOUCHED " DELIMITED BY SIZE
               WS-TOTAL-EDIT DELIMITED BY SIZE
               INTO IC-ERASE-CERT-LINE
           END-STRING
           WRITE IC-ERASE-CERT-LINE
           MOVE "  *** END OF CERTIFICATE ***" TO IC-ERASE-CERT-LINE
           WRITE IC-ERASE-CERT-LINE
           CLOSE IC-ERASE-CERT-FILE.

       WRITE-CERTIFICATE-LINE.
           MOVE IC-ECK-READ(WS-STEP-IDX) TO WS-COUNT-EDIT
           MOVE IC-ECK-TOUCHED(WS-STEP-IDX) TO WS-COUNT-EDIT-2
           ADD IC-ECK-TOUCHED(WS-STEP-IDX) TO WS-TOTAL-TOUCHED
           MOVE SPACES TO IC-ERASE-CERT-LINE
           STRING "  " DELIMITED BY SIZE
               WS-STEP-NAME(WS-STEP-IDX) DELIMITED BY SIZE
               "     " DELIMITED BY SIZE
               WS-COUNT-EDIT DELIMITED BY SIZE
               "          " DELIMITED BY SIZE
               WS-COUNT-EDIT-2 DELIMITED BY SIZE
               INTO IC-ERASE-CERT-LINE
           END-STRING
           WRITE IC-ERASE-CERT-LINE.

       WRITE-ERASURE-AUDIT.
      *> Serial and first re-sealed sequence number, packed to the
      *> 30-byte event field - never an id; the certificate under
      *> the same serial says what was touched.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           MOVE WS-CURRENT-DATE TO IC-AUDIT-DATE
           MOVE WS-CURRENT-TIME TO IC-AUDIT-TIME
           MOVE WS-TERMINAL-ID TO IC-AUDIT-TERMINAL
           MOVE WS-OPERATOR-ID TO IC-AUDIT-OPERATOR
           MOVE SPACES TO IC-AUDIT-EVENT
           STRING "ERASURE " DELIMITED BY SIZE
               WS-SERIAL DELIMITED BY SIZE
               " RESEAL " DELIMITED BY SIZE
               IC-ECK-RESEAL-FROM DELIMITED BY SIZE
               INTO IC-AUDIT-EVENT
           END-STRING
           CALL "quizaudw" USING IC-AUDIT-RECORD.

       CLEAR-REQUEST-FILE.
           OPEN OUTPUT IC-ERASE-REQ-FILE
           CLOSE IC-ERASE-REQ-FILE.
