      ******************************************************************
      * AuditSamplePolicy.cpy
      * Year-end audit confirmation sampling defaults used by
      * AuditConfirmation. COPY into WORKING-STORAGE SECTION. Each
      * can be overridden when the run is started, at the auditors'
      * request.
      ******************************************************************
       01 ASP-BALANCE-THRESHOLD      PIC 9(9)V99 VALUE 50000.00.
      *    Every account whose 31 December balance is at or above
      *    this amount (in the account's own currency) is confirmed.
       01 ASP-ACCOUNT-SAMPLE-PCT     PIC 9(3)V99 VALUE 5.00.
      *    Percentage of the remaining open accounts picked at
      *    random for confirmation.
       01 ASP-LEDGER-SAMPLE-PCT      PIC 9(3)V99 VALUE 1.00.
      *    Percentage of the year's ledger entries picked at random
      *    for the auditor extract.
