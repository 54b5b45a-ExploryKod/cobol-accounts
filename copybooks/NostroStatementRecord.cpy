      ******************************************************************
      * NostroStatementRecord.cpy
      * Shared record layout for the correspondent bank statement of
      * our nostro account. One record per movement the correspondent
      * booked on the account, in the currency it was booked in.
      ******************************************************************
       01 NOSTRO-STATEMENT-RECORD.
           05 NST-VALUE-DATE         PIC 9(8).
           05 NST-CURRENCY           PIC X(3).
           05 NST-DIRECTION          PIC X(1).
      *    "D" money left the nostro (a settlement we sent or a debit
      *    collected from one of our customers), "C" money arrived
      *    (an inbound clearing payment or a returned settlement).
           05 NST-AMOUNT             PIC 9(9)V99.
           05 NST-REFERENCE          PIC X(20).
      *    Payment reference as passed through the network: the
      *    beneficiary account reference on an outbound or returned
      *    settlement, the originator's reference on a clearing item.
           05 NST-CORRESPONDENT-REF  PIC X(16).
      *    The correspondent's own booking reference, quoted back to
      *    them when a break has to be queried.
