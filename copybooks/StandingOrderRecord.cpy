           05 SO-ID                  PIC 9(5).
           05 SO-FROM-ACCT-ID        PIC 9(5).
           05 SO-TO-ACCT-ID          PIC 9(5).
           05 SO-AMOUNT              PIC 9(9)V99.
           05 SO-FREQUENCY           PIC X(1).
      *    "M" monthly, "W" weekly.
           05 SO-DAY-OF-MONTH        PIC 9(2).
           05 SO-NEXT-RUN-DATE       PIC 9(8).
           05 SO-STATUS              PIC X(1).
      *    "A" active, "X" stopped, "E" failed - retries exhausted
      *    (see SO-FAIL-REASON), "S" suspended because the paying
      *    account's holder has died (DeceasedCustomer).
           05 SO-RETRY-COUNT         PIC 9(2).
      *    Consecutive failed attempts since the last success; reset
      *    to zero when the order applies cleanly.
      *    is skipped quietly when the balance is at or under
      *    target). Spaces on orders created before sweep orders
      *    existed, treated as "F".
           05 SO-TARGET-BALANCE      PIC 9(9)V99.
      *    Only used by sweep orders.
           05 SO-CATEGORY            PIC X(4).
      *    Category code stamped on the ledger entries each run
