      *    "IN " cash taken in (deposit), "OUT" cash paid out
      *    (withdrawal).
           05 DTX-ACCT-ID            PIC 9(5).
           05 DTX-AMOUNT             PIC 9(9)V99.
