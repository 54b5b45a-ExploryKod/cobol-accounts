           05 JRNL-TIME              PIC 9(6).
           05 JRNL-PROGRAM           PIC X(25).
           05 JRNL-ACCT-ID           PIC 9(5).
           05 JRNL-BEFORE            PIC X(250).
      *    Full ACCOUNT-RECORD image before the change; spaces when
      *    the change created the account.
           05 JRNL-AFTER             PIC X(250).
      *    Full ACCOUNT-RECORD image as written.
