      *> IC-GL-JOURNAL records - the nightly GL interface file
      *> IC-GL-<business date>.DAT written by quizgl for the finance
      *> system. One header, any number of detail lines, one
      *> trailer; the record type in column 1 says which layout the
      *> rest of the line follows. The trailer's count and totals
      *> let the finance load reject a file that arrived partial.
      *>   GH-/GD-/GT-REC-TYPE  "H" header, "D" detail, "T" trailer
      *>   GH-BUS-DATE     business date the postings belong to
      *>   GH-SOURCE       always "ICSURVEY"
      *>   GH-STORE        store number the file is for
      *>   GH-CREATED-DATE/TIME  when the file was built
      *>   GD-STORE/GD-CAMPAIGN  what the posting is summarized by
      *>   GD-POSTING      ISSUE, REDEEM, EXPIRE or VOID
      *>   GD-ACCOUNT      account from IC-GL-ACCOUNTS.DAT
      *>   GD-DR-CR        "D" debit, "C" credit
      *>   GD-AMOUNT       total coupon value, two implied decimals
      *>   GD-ITEMS        number of coupons in the total
      *>   GT-RECORD-COUNT detail lines in the file
      *>   GT-DEBIT-TOTAL/GT-CREDIT-TOTAL  sums of the detail
      *>                   amounts by side - always equal
       01 IC-GL-HEADER-RECORD.
           05 GH-REC-TYPE PIC X(1).
           05 GH-BUS-DATE PIC 9(8).
           05 GH-SOURCE PIC X(8).
           05 GH-STORE PIC 9(3).
           05 GH-CREATED-DATE PIC 9(8).
           05 GH-CREATED-TIME PIC 9(6).
       01 IC-GL-DETAIL-RECORD.
           05 GD-REC-TYPE PIC X(1).
           05 GD-BUS-DATE PIC 9(8).
           05 GD-STORE PIC 9(3).
           05 GD-CAMPAIGN PIC X(8).
           05 GD-POSTING PIC X(6).
           05 GD-ACCOUNT PIC X(10).
           05 GD-DR-CR PIC X(1).
           05 GD-AMOUNT PIC 9(9)V99.
           05 GD-ITEMS PIC 9(6).
       01 IC-GL-TRAILER-RECORD.
           05 GT-REC-TYPE PIC X(1).
           05 GT-BUS-DATE PIC 9(8).
           05 GT-RECORD-COUNT PIC 9(6).
           05 GT-DEBIT-TOTAL PIC 9(11)V99.
           05 GT-CREDIT-TOTAL PIC 9(11)V99.
