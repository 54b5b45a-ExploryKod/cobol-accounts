           05 GLS-DATE               PIC 9(8).
           05 GLS-TXN-TYPE           PIC X(10).
           05 GLS-CURRENCY           PIC X(3).
           05 GLS-DEBIT-TOTAL        PIC 9(13)V99.
           05 GLS-CREDIT-TOTAL       PIC 9(13)V99.
           05 GLS-BRANCH             PIC X(3).
      *    Branch the totals belong to; spaces on records posted
      *    before branches existed, treated as the head office
