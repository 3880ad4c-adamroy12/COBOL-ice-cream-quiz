      *> IC-GL-ACCOUNT-RECORD - one row of the GL account mapping,
      *> IC-GL-ACCOUNTS.DAT, maintained by finance and read by quizgl.
      *> Each coupon event the extract posts is a balanced pair: a
      *> debit to one account and a credit to another. Typical rows:
      *>   ISSUE   Dr promotion expense accrual  Cr coupon liability
      *>   REDEEM  Dr discount expense           Cr sales clearing
      *>   EXPIRE  Dr coupon liability           Cr promotion accrual
      *>   VOID    Dr coupon liability           Cr promotion accrual
      *> but the accounts are finance's to choose. A row with a
      *> campaign code applies to that campaign only; a row with a
      *> blank campaign is the default for every other campaign.
      *>   GA-POSTING      ISSUE, REDEEM, EXPIRE or VOID
      *>   GA-CAMPAIGN     campaign code, or blank for all
      *>   GA-DEBIT-ACCT   account debited
      *>   GA-CREDIT-ACCT  account credited
      *>   GA-DESC         free text for finance
       01 IC-GL-ACCOUNT-RECORD.
           05 GA-POSTING PIC X(6).
           05 GA-CAMPAIGN PIC X(8).
           05 GA-DEBIT-ACCT PIC X(10).
           05 GA-CREDIT-ACCT PIC X(10).
           05 GA-DESC PIC X(20).
