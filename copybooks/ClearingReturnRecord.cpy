      ******************************************************************
      * ClearingReturnRecord.cpy
      * Shared record layout for the outbound clearing returns file:
      * one record per inbound clearing credit sent back to the
      * sending institution because it could not be applied within
      * the return period. The amount has already been debited from
      * the inbound suspense account with a CLEARING entry.
      ******************************************************************
       01 CLEARING-RETURN-RECORD.
           05 CRT-DATE               PIC 9(8).
           05 CRT-EXT-REF            PIC X(20).
      *    Originating reference at the sending institution, as the
      *    item carried it.
           05 CRT-AMOUNT             PIC 9(9)V99.
           05 CRT-CURRENCY           PIC X(3).
           05 CRT-ORIG-ACCT-ID       PIC 9(5).
      *    Account the item named on our side.
           05 CRT-CLEARING-DATE      PIC 9(8).
           05 CRT-RECEIVED-DATE      PIC 9(8).
           05 CRT-REASON             PIC X(30).
           05 CRT-ITEM-ID            PIC 9(8).
      *    UAI-ID of the unapplied item returned.
           05 CRT-TXN-REF            PIC 9(14).
