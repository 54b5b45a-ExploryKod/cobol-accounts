      ******************************************************************
      * CardDisputeRecord.cpy
      * Shared record layout for the CARD-DISPUTE-FILE indexed file.
      * One case per disputed card settlement, opened from
      * DisputeMaintenance: opening posts a provisional CARDDISP
      * credit to the cardholder's account, the case is then sent
      * to the card scheme as a chargeback, and the scheme's outcome
      * either makes the credit final (won) or takes it back with a
      * CARDDISP debit (lost). The nightly DisputeAgeingReport lists
      * every open case against its deadline. Cases are never
      * deleted.
      ******************************************************************
       01 CARD-DISPUTE-RECORD.
           05 DSP-AUTH-REF           PIC X(12).
      *    CS-AUTH-REF of the disputed settlement.
           05 DSP-ACCT-ID            PIC 9(5).
           05 DSP-SETTLE-DATE        PIC 9(8).
           05 DSP-SETTLED-AMOUNT     PIC 9(9)V99.
           05 DSP-AMOUNT             PIC 9(9)V99.
      *    Amount disputed and provisionally credited; at most the
      *    settled amount.
           05 DSP-REASON             PIC X(30).
           05 DSP-STATUS             PIC X(1).
      *    "O" open, not yet sent; "S" sent to the card scheme;
      *    "W" won, credit final; "L" lost, credit re-debited.
           05 DSP-OPENED-DATE        PIC 9(8).
           05 DSP-OPENED-BY          PIC X(8).
           05 DSP-FILING-DEADLINE    PIC 9(8).
      *    Last day the scheme accepts the chargeback: settlement
      *    date plus DSP-FILING-DAYS (CardDisputePolicy.cpy).
           05 DSP-SENT-DATE          PIC 9(8).
           05 DSP-SCHEME-REF         PIC X(16).
      *    Scheme's case number, recorded when the case is sent.
           05 DSP-DECISION-DUE       PIC 9(8).
      *    Date the scheme's decision is expected: sent date plus
      *    DSP-DECISION-DAYS. Zero until sent.
           05 DSP-CREDIT-REF         PIC 9(14).
      *    LEDG-TXN-REF of the provisional credit.
           05 DSP-CLOSED-DATE        PIC 9(8).
           05 DSP-CLOSED-BY          PIC X(8).
           05 DSP-REDEBIT-REF        PIC 9(14).
      *    LEDG-TXN-REF of the re-debit on a lost case; zero
      *    otherwise.
           05 DSP-UNRECOVERED        PIC 9(9)V99.
      *    Part of a lost case's credit the account could not carry
      *    back; left for collection.
