      *> IC-REF-FILE-TABLE - the head-office reference files quizdist
      *> pushes to every store directory, in the one fixed order the
      *> whole system uses for them: quizdist keeps their versions,
      *> quizctl reports the version of each a store ran with in the
      *> same order on the control record (IC-CTL-REF-VER, icctlr.cpy)
      *> and quizcons compares them slot for slot. A new reference
      *> file goes on the END of this list, never in the middle -
      *> control records already on file keep their slot meanings.
      *> Working-storage book, COPY it outside the FILE SECTION.
       01 IC-REF-FILE-COUNT PIC 9(1) VALUE 6.
       01 IC-REF-FILE-NAMES.
           05 FILLER PIC X(20) VALUE "IC-CAMPAIGNS.DAT".
           05 FILLER PIC X(20) VALUE "IC-SURVEY.DAT".
           05 FILLER PIC X(20) VALUE "IC-FLAVORS.DAT".
           05 FILLER PIC X(20) VALUE "IC-CONFIG.DAT".
           05 FILLER PIC X(20) VALUE "IC-MESSAGES.DAT".
           05 FILLER PIC X(20) VALUE "IC-CALENDAR.DAT".
       01 IC-REF-FILE-TABLE REDEFINES IC-REF-FILE-NAMES.
           05 IC-REF-FILE-NAME OCCURS 6 TIMES PIC X(20).
