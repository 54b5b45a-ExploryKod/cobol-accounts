           05 BATCH-FROM-ACCT-ID     PIC 9(5).
           05 BATCH-TO-ACCT-ID       PIC 9(5).
      *    Unused for WITHDRAWAL and EXTERNAL records.
           05 BATCH-AMOUNT           PIC 9(9)V99.
           05 BATCH-EXT-ACCT-ID      PIC X(20).
      *    Beneficiary reference at the other institution; only used
      *    for EXTERNAL records, which debit the customer into the
      *    settlement file.
           05 BATCH-CATEGORY         PIC X(4).
      *    Optional category code carried onto the ledger entries.
           05 BATCH-CAPTURE-DATE     PIC 9(8).
           05 BATCH-CAPTURE-TIME     PIC 9(6).
      *    When the feeding channel captured the payment (HHMMSS).
      *    EXTERNAL records captured after their cut-off or on a
      *    non-business day are held over to their value date. A
      *    record without them is taken as captured at the start
      *    of the run day.
