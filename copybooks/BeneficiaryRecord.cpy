      * Shared record layout for the BENEFICIARY-FILE indexed file:
      * the maintained directory of external payees. An EXTERNAL
      * payment is only accepted when its beneficiary reference is
      * an active directory entry, past its cooling-off period, for a
      * customer who owns the paying account - one mis-keyed
      * reference no longer sends money out of the building.
      * Entries are never deleted, only cancelled.
      *    Beneficiary account reference at the other institution,
      *    matched against BATCH-EXT-ACCT-ID / FP-EXT-ACCT-ID.
           05 BEN-STATUS             PIC X(1).
      *    "P" pending (inside its cooling-off period), "A" active,
      *    "X" cancelled.
           05 BEN-DATE-ADDED         PIC 9(8).
      *    A new entry is written pending and sits unusable until
      *    BEN-COOLING-OFF-DAYS (BeneficiaryPolicy.cpy) after this
      *    date; adding one, at the branch or on the web, raises an
      *    ALERTS.DAT record so the customer hears about it at once.
