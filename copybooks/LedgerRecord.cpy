           05 LEDG-ACCT-ID           PIC 9(5).
           05 LEDG-TXN-TYPE          PIC X(10).
           05 LEDG-DIRECTION         PIC X(6).
           05 LEDG-AMOUNT            PIC 9(9)V99.
           05 LEDG-BALANCE           PIC 9(9)V99.
           05 LEDG-ORIG-CURRENCY     PIC X(3).
      *    Currency the movement was instructed in. Spaces on entries
      *    written before cross-currency transfers existed.
           05 LEDG-ORIG-AMOUNT       PIC 9(9)V99.
      *    Amount as instructed, in LEDG-ORIG-CURRENCY. Equals
      *    LEDG-AMOUNT except on the converted leg of a
      *    cross-currency transfer.
