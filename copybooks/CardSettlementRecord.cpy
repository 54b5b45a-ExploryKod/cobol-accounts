           05 CS-ACCT-ID             PIC 9(5).
           05 CS-AUTH-REF            PIC X(12).
      *    Authorization reference of the hold being settled.
           05 CS-AMOUNT              PIC 9(9)V99.
      *    Settled amount; can differ from the authorized amount
      *    (tips, fuel top-ups).
