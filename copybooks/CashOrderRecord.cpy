      ******************************************************************
      * CashOrderRecord.cpy
      * Shared record layout for the cash order file
      * (CASHyyyymmdd.DAT) VaultPositionReport writes each night:
      * one line per branch vault that needs cash delivered or
      * collected by the cash centre on the next business day.
      ******************************************************************
       01 CASH-ORDER-RECORD.
           05 CO-ORDER-DATE          PIC 9(8).
      *    Night the order was raised.
           05 CO-DELIVERY-DATE       PIC 9(8).
      *    Next business day (HOLIDAY.DAT calendar).
           05 CO-BRANCH              PIC X(3).
           05 CO-CURRENCY            PIC X(3).
           05 CO-TYPE                PIC X(1).
      *    "D" delivery to the branch, "P" pickup from it.
           05 CO-AMOUNT              PIC 9(11)V99.
           05 CO-VAULT-BALANCE       PIC 9(11)V99.
      *    Vault balance when the order was raised.
