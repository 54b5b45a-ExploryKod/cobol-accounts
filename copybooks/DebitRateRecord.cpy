       01 DEBIT-RATE-RECORD.
           05 DR-KEY.
               10 DR-ACCT-TYPE       PIC X(1).
               10 DR-TIER-MIN        PIC 9(9)V99.
      *    Lowest overdrawn amount the tier applies to.
               10 DR-EFFECTIVE-DATE  PIC 9(8).
           05 DR-ANNUAL-RATE         PIC 9(2)V9(6).
