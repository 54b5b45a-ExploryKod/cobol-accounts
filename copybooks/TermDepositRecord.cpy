           05 TD-ACCT-ID             PIC 9(5).
      *    Customer account the deposit was funded from and pays
      *    back into.
           05 TD-PRINCIPAL           PIC 9(9)V99.
           05 TD-TERM-MONTHS         PIC 9(3).
           05 TD-ANNUAL-RATE         PIC 9(2)V9(6).
      *    Contracted annual rate, fixed for the whole term.
