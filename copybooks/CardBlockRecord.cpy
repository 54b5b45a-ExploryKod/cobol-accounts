      ******************************************************************
      * CardBlockRecord.cpy
      * Shared record layout for the CARD-BLOCK-FILE indexed file.
      * One record per account whose card has been blocked from
      * FraudCaseMaintenance. While CB-STATUS is "B" the
      * CardAuthorizationFeed refuses every authorization on the
      * account; lifting the block (a replacement card issued) sets
      * it to "L" and keeps the record as history.
      ******************************************************************
       01 CARD-BLOCK-RECORD.
           05 CB-ACCT-ID             PIC 9(5).
           05 CB-STATUS              PIC X(1).
      *    "B" blocked, "L" block lifted.
           05 CB-CASE-ID             PIC 9(8).
      *    Fraud case that blocked the card.
           05 CB-BLOCKED-DATE        PIC 9(8).
           05 CB-BLOCKED-BY          PIC X(8).
           05 CB-LIFTED-DATE         PIC 9(8).
           05 CB-LIFTED-BY           PIC X(8).
