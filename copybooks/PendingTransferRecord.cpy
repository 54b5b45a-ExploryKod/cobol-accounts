      *    request is filed; unique enough for a single teller desk.
           05 PT-FROM-ACCT-ID        PIC 9(5).
           05 PT-TO-ACCT-ID          PIC 9(5).
           05 PT-AMOUNT              PIC 9(9)V99.
           05 PT-REQUESTED-DATE      PIC 9(8).
           05 PT-STATUS              PIC X(1).
      *    "P" pending, "A" approved, "R" rejected.
