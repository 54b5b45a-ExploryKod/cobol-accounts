      ******************************************************************
      * WriteOffRecord.cpy
      * Shared record layout for the write-off register
      * (WRITEOFF.DAT) kept for finance. One record per overdrawn
      * balance CollectionsRun writes off at the final dunning
      * stage: what was written off, from which account and branch,
      * the uncharged debit interest waived with it and the WRITEOFF
      * ledger reference of the entry pair.
      ******************************************************************
       01 WRITE-OFF-RECORD.
           05 WO-DATE                PIC 9(8).
           05 WO-ACCT-ID             PIC 9(5).
           05 WO-BRANCH              PIC X(3).
           05 WO-CURRENCY            PIC X(3).
           05 WO-AMOUNT              PIC 9(9)V99.
           05 WO-INTEREST-WAIVED     PIC 9(9)V9(4).
      *    Debit interest accrued but not yet charged, cleared.
           05 WO-CASE-OPENED-DATE    PIC 9(8).
           05 WO-DAYS-BEYOND         PIC 9(5).
           05 WO-LOSS-ACCT-ID        PIC 9(5).
           05 WO-TXN-REF             PIC 9(14).
           05 WO-CUST-ID             PIC 9(5).
      *    Primary holder; zero when no customer links the account.
           05 WO-CUST-NAME           PIC X(30).
