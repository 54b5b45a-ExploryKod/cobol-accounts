      * defaulted:
      *   account:  branch "001", accrued debit interest 0,
      *             dual-sign limit 0, PIN failure count 0, PIN
      *             lock "N", product code spaces (the OLD layout
      *             is the last SHIPPED generation, ending at the
      *             check flag)
      *   operator: branch "001", password change forced at next
      *             sign-on (changed date 0), failure count 0,
      *             history empty (OLD layout ends at the status)
      *   customer: ownership roles "P" on existing links, status
      *             active, no date of death
      *   order:    roll direction "F" (older fields carried over;
      *             the OLD layout tracks the previous generation)
      *   pending:  category spaces
           MOVE 0 TO ACCT-DUAL-SIGN-LIMIT.
           MOVE 0 TO ACCT-PIN-FAIL-COUNT.
           MOVE "N" TO ACCT-PIN-LOCKED.
           MOVE SPACES TO ACCT-PRODUCT-CODE.
           WRITE ACCOUNT-RECORD
               INVALID KEY
                   DISPLAY "Unable to convert account " OA-ACCT-ID
           MOVE OC-ALERT-FAILED-SO TO CUST-ALERT-FAILED-SO.
           MOVE OC-ALERT-DEPOSIT TO CUST-ALERT-DEPOSIT.
           MOVE OC-ALERT-LARGE-AMOUNT TO CUST-ALERT-LARGE-AMOUNT.
           MOVE "A" TO CUST-STATUS.
           MOVE 0 TO CUST-DEATH-DATE.
           WRITE CUSTOMER-RECORD
               INVALID KEY
                   DISPLAY "Unable to convert customer " OC-CUST-ID
