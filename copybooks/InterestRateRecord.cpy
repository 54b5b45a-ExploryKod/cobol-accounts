       01 INTEREST-RATE-RECORD.
           05 IR-KEY.
               10 IR-ACCT-TYPE       PIC X(1).
               10 IR-TIER-MIN        PIC 9(9)V99.
      *    Lowest balance the tier applies to.
               10 IR-EFFECTIVE-DATE  PIC 9(8).
           05 IR-ANNUAL-RATE         PIC 9(2)V9(6).
