      ******************************************************************
      * AccountSwitchRecord.cpy
      * Shared record layout for the ACCOUNT-SWITCH-FILE indexed file.
      * One record per request to move a customer's main account to
      * another of our accounts, captured through
      * AccountSwitchMaintenance. On the switch date AccountSwitchRun
      * moves the payments, transfers the balance and closes the old
      * account; for the redirect period afterwards InboundClearing
      * posts items addressed to the old account to the new one.
      * Requests are never deleted, only cancelled.
      ******************************************************************
       01 ACCOUNT-SWITCH-RECORD.
           05 SW-ID                  PIC 9(5).
           05 SW-OLD-ACCT-ID         PIC 9(5).
           05 SW-NEW-ACCT-ID         PIC 9(5).
           05 SW-SWITCH-DATE         PIC 9(8).
           05 SW-STATUS              PIC X(1).
      *    "P" pending, "C" completed, "X" cancelled, "F" failed on
      *    the switch date (see SW-FAIL-REASON).
           05 SW-REQUEST-DATE        PIC 9(8).
           05 SW-REQUESTED-BY        PIC X(8).
           05 SW-COMPLETED-DATE      PIC 9(8).
           05 SW-REDIRECT-UNTIL      PIC 9(8).
      *    Last date InboundClearing redirects items addressed to
      *    the old account: the completion date plus
      *    SWP-REDIRECT-MONTHS (AccountSwitchPolicy.cpy).
           05 SW-ORDER-COUNT         PIC 9(3).
           05 SW-MANDATE-COUNT       PIC 9(3).
           05 SW-PAYMENT-COUNT       PIC 9(3).
      *    Standing orders, mandates and future-dated payments moved
      *    to the new account by the switch.
           05 SW-BALANCE-MOVED       PIC 9(9)V99.
           05 SW-FAIL-REASON         PIC X(30).
      *    Why a failed switch could not be done, or why a pending
      *    one was held over to the next run.
