      * Shared record layout for the inbound clearing file the
      * network sends each morning. One record per payment to one of
      * our customers; InboundClearing credits the named account and
      * rejects unmatched items to its exceptions report, posting an
      * unmatched credit to inbound suspense (UNAPPLIED.DAT).
      ******************************************************************
       01 CLEARING-RECORD.
           05 CLR-DATE               PIC 9(8).
           05 CLR-TO-ACCT-ID         PIC 9(5).
           05 CLR-EXT-REF            PIC X(20).
      *    Originating reference at the sending institution.
           05 CLR-AMOUNT             PIC 9(9)V99.
           05 CLR-CURRENCY           PIC X(3).
           05 CLR-DIRECTION          PIC X(6).
      *    "CREDIT" for a payment to the account, "DEBIT" for a
