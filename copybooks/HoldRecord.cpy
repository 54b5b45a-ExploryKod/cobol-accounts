       01 HOLD-RECORD.
           05 HOLD-ID                PIC 9(5).
           05 HOLD-ACCT-ID           PIC 9(5).
           05 HOLD-AMOUNT            PIC 9(9)V99.
           05 HOLD-REASON            PIC X(20).
           05 HOLD-EXPIRY-DATE       PIC 9(8).
      *    Hold lapses after this date (the nightly expiry sweep
