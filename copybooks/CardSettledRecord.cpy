      ******************************************************************
      * CardSettledRecord.cpy
      * Shared record layout for the cumulative settled card items
      * file (CARDSDON.DAT). CardSettlementMatch appends one record
      * per settlement it turns into an account debit, so a later
      * customer dispute can be tied to the settlement it questions
      * after the day's CARDSETL.DAT has been replaced.
      ******************************************************************
       01 CARD-SETTLED-RECORD.
           05 CSD-AUTH-REF           PIC X(12).
           05 CSD-ACCT-ID            PIC 9(5).
           05 CSD-SETTLE-DATE        PIC 9(8).
      *    CS-DATE of the settlement item.
           05 CSD-AMOUNT             PIC 9(9)V99.
           05 CSD-TXN-REF            PIC 9(14).
      *    LEDG-TXN-REF of the CARD debit the settlement posted.
           05 CSD-PROCESSED-DATE     PIC 9(8).
