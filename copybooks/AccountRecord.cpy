      ******************************************************************
       01 ACCOUNT-RECORD.
           05 ACCT-ID                PIC 9(5).
           05 ACCT-BALANCE           PIC 9(9)V99.
           05 ACCT-STATUS            PIC X(1).
      *    "A" active, "F" frozen, "C" closed, "D" dormant (no
      *    customer-initiated activity; debits blocked, credits
      *    allowed until reactivated through AccountMaintenance).
           05 ACCT-DAILY-LIMIT       PIC 9(9)V99.
           05 ACCT-TXN-LIMIT         PIC 9(9)V99.
           05 ACCT-DAILY-TOTAL       PIC 9(9)V99.
           05 ACCT-DAILY-DATE        PIC 9(8).
           05 ACCT-PIN               PIC 9(4).
           05 ACCT-MIN-BALANCE       PIC 9(9)V99.
           05 ACCT-OVERDRAFT-LIMIT   PIC 9(9)V99.
           05 ACCT-CURRENCY          PIC X(3).
      *    ISO 4217 code, e.g. "EUR", "USD".
           05 ACCT-TYPE              PIC X(1).
      *    Incremented on every REWRITE; callers capture this at READ
      *    time and compare it back before REWRITE to detect a
      *    concurrent update to the same account (optimistic locking).
           05 ACCT-APPROVAL-THRESHOLD PIC 9(9)V99.
      *    Transfers out of this account above this amount are filed
      *    as a pending maker-checker request instead of moving money
      *    (see Transfer.cob). Per-account so it can be tightened or
      *    relaxed without a recompile.
           05 ACCT-ACCRUED-INTEREST  PIC 9(9)V9(4).
      *    Interest accrued day by day (DailyInterestAccrual) but not
      *    yet posted; InterestAccrual posts the whole cents at month
      *    end and leaves the sub-cent remainder accruing.
      *    Branch the account is domiciled at, e.g. "001". Spaces
      *    on accounts opened before branches existed, treated as
      *    the head office "001".
           05 ACCT-ACCRUED-DEBIT-INT PIC 9(9)V9(4).
      *    Debit interest accrued day by day on the portion of the
      *    balance below ACCT-MIN-BALANCE (the overdraft credit in
      *    use) but not yet charged; InterestAccrual charges the
      *    whole cents at month end as an ODINTEREST ledger entry
      *    and leaves the sub-cent remainder accruing.
           05 ACCT-DUAL-SIGN-LIMIT   PIC 9(9)V99.
      *    "Both must sign": debits above this amount are filed on
      *    the PENDING-TRANSFER-FILE for a second approval instead
      *    of moving money, exactly like the maker-checker approval
      *    reached: every PIN-based transaction is refused with its
      *    own reason code until a supervisor unlocks the account
      *    through AccountMaintenance.
           05 ACCT-PRODUCT-CODE      PIC X(6).
      *    Catalogue product (PRODUCT.DAT) the account was opened
      *    on; its defaults and ranges applied at opening. Spaces
      *    on accounts opened before the catalogue existed.
