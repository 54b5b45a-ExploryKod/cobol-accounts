      ******************************************************************
      * ClearingSuspensePolicy.cpy
      * Inbound suspense account and return period for clearing
      * credits InboundClearing could not apply.
      ******************************************************************
       01 CSP-SUSPENSE-ACCT-ID       PIC 9(5) VALUE 99997.
      *    Inbound clearing suspense account on the account master.
      *    An unapplied credit is posted here until it is repaired
      *    to a customer account or returned to the sender; its
      *    balance must always equal the open items on UNAPPLIED.DAT
      *    at their UAI-SUSPENSE-AMOUNT. An item in another currency
      *    is converted to this account's currency when posted.
       01 CSP-RETURN-DAYS            PIC 9(2) VALUE 5.
      *    Business days an item may stay unapplied. An item still
      *    open once this many business days have passed since it
      *    was received is returned to the sender by
      *    UnappliedClearingRun.
       01 CSP-RUN-OPERATOR           PIC X(8) VALUE "CLRRETRN".
      *    Recorded as the resolver on items the return run sends
      *    back.
