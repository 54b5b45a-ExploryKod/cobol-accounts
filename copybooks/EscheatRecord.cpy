       01 ESCHEAT-RECORD.
           05 ESC-DATE               PIC 9(8).
           05 ESC-ACCT-ID            PIC 9(5).
           05 ESC-AMOUNT             PIC 9(9)V99.
           05 ESC-CURRENCY           PIC X(3).
           05 ESC-CUST-ID            PIC 9(5).
      *    Zero when no customer links the account.
