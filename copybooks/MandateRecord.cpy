      *    Originator reference the clearing network carries on the
      *    debit item (CLR-EXT-REF); the match key together with the
      *    account.
           05 MAND-CAP-AMOUNT        PIC 9(9)V99.
      *    Largest single collection the mandate allows.
           05 MAND-STATUS            PIC X(1).
      *    "A" active, "X" cancelled, "S" suspended because the
      *    account holder has died (DeceasedCustomer).
