      ******************************************************************
      * UnappliedItemRecord.cpy
      * Shared record layout for UNAPPLIED.DAT: one record per
      * inbound clearing credit InboundClearing could not apply to
      * the account it named, and posted instead to the inbound
      * suspense account (ClearingSuspensePolicy.cpy). An item stays
      * open until an operator repairs it to the right account in
      * UnappliedItemRepair or UnappliedClearingRun returns it to
      * the sender.
      ******************************************************************
       01 UNAPPLIED-ITEM-RECORD.
           05 UAI-ID                 PIC 9(8).
      *    Generated from ACCEPT ... FROM TIME (HHMMSSCC) when the
      *    item is posted to suspense.
           05 UAI-RECEIVED-DATE      PIC 9(8).
           05 UAI-CLEARING-DATE      PIC 9(8).
      *    CLR-DATE as the network sent it.
           05 UAI-ITEM-NO            PIC 9(5).
      *    Position of the item on that day's INCLEAR.DAT.
           05 UAI-ORIG-ACCT-ID       PIC 9(5).
      *    Account the item named.
           05 UAI-EXT-REF            PIC X(20).
           05 UAI-AMOUNT             PIC 9(9)V99.
           05 UAI-CURRENCY           PIC X(3).
           05 UAI-REASON             PIC X(30).
      *    Why it could not be applied: unknown account, account
      *    closed, account frozen or currency mismatch.
           05 UAI-SUSPENSE-REF       PIC 9(14).
      *    LEDG-TXN-REF of the CLEARING credit to suspense.
           05 UAI-SUSPENSE-AMOUNT    PIC 9(9)V99.
           05 UAI-SUSPENSE-RATE      PIC 9(3)V9(6).
      *    UAI-AMOUNT as credited to suspense, in the suspense
      *    account's currency, and the rate it was converted at (1
      *    when the item is already in that currency). A repair or
      *    a return takes exactly this amount back out of suspense.
           05 UAI-STATUS             PIC X(1).
      *    "O" open, "A" applied to an account, "R" returned.
           05 UAI-APPLIED-ACCT-ID    PIC 9(5).
      *    Account the repair applied it to; zero otherwise.
           05 UAI-RESOLVED-DATE      PIC 9(8).
           05 UAI-RESOLVED-BY        PIC X(8).
      *    Operator who applied it, or the return run.
           05 UAI-RESOLVED-REF       PIC 9(14).
      *    LEDG-TXN-REF of the repair pair or of the return debit.
