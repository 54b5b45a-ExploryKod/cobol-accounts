      ******************************************************************
      * CollectionsPolicy.cpy
      * Internal accounts and run identity used by CollectionsRun.
      ******************************************************************
       01 COL-LOSS-ACCT-ID           PIC 9(5) VALUE 99998.
      *    Loan-loss provision account on the account master, funded
      *    by finance; a write-off is debited to it and credited to
      *    the customer's account. A write-off larger than its
      *    balance is held back and reported until it is topped up.
       01 COL-SUSPENSE-ACCT-ID       PIC 9(5) VALUE 99999.
      *    Settlement suspense; never put into collections.
       01 COL-RUN-OPERATOR           PIC X(8) VALUE "COLLRUN".
      *    Operator recorded on the notes CollectionsRun writes.
