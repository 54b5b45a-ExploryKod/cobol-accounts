      ******************************************************************
      * CashFlowPolicy.cpy
      * Parameters for the nightly 30-day cash flow projection
      * (CashFlowProjection). COPY into WORKING-STORAGE SECTION.
      ******************************************************************
       01 CFP-MANDATE-LOOKBACK-DAYS  PIC 9(3) VALUE 31.
      *    Direct debits collected under an active mandate within
      *    this many days are expected to recur on the same day of
      *    the next month, for the same amount (never more than the
      *    mandate cap). Mandate collections carry no schedule of
      *    their own, so the last month's pattern is the best guide.
       01 CFP-ALERT-MIN-BALANCE      PIC X(1) VALUE "Y".
      *    "Y" to alert on a projected fall below ACCT-MIN-BALANCE
      *    as well as on a projected overdraft breach; anything
      *    else alerts on the overdraft breach only.
