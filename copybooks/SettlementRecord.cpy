           05 STL-EXT-ACCT-ID        PIC X(20).
      *    Beneficiary account reference at the other institution,
      *    carried verbatim from the batch transaction record.
           05 STL-AMOUNT             PIC 9(9)V99.
           05 STL-CURRENCY           PIC X(3).
