      * and matches every item back to its SETTLEMENT-RECORD on the
      * dated OUTSyyyymmdd.DAT file it went out on. A "RET" moves the
      * money out of settlement suspense and back to the customer's
      * account with a STLRETURN ledger entry pair and a letter to
      * the customer (LetterRequest); an "ACK" just
      * closes the item. Every answered item is recorded on the
      * cumulative settled-items file (SETTLDON.DAT), and an aging
      * pass then lists every outbound item older than the operator's
      *    Settlement suspense account the original EXTERNAL debit
      *    posted into; the return takes the money back out of it.
       01 WS-JOURNAL-PROGRAM PIC X(25) VALUE "SettlementReturns".
       01 WS-JOURNAL-BEFORE  PIC X(250).
       01 WS-JOURNAL-AFTER   PIC X(250).
       01 WS-LETTER-TYPE     PIC X(8) VALUE "STLRETRN".
       01 WS-LETTER-DETAIL   PIC X(40).

       01 DONE-TABLE.
           05 DONE-ENTRY OCCURS 5000 TIMES.
               10 DONE-SETTLE-DATE      PIC 9(8).
               10 DONE-FROM-ACCT-ID     PIC 9(5).
               10 DONE-EXT-ACCT-ID      PIC X(20).
               10 DONE-AMOUNT           PIC 9(9)V99.

       PROCEDURE DIVISION.
       START-RETURNS.
                   PERFORM CREDIT-CUSTOMER-ACCOUNT
                   ADD 1 TO WS-RETURN-COUNT
                   PERFORM APPEND-DONE-RECORD
                   MOVE SACK-REASON TO WS-LETTER-DETAIL
                   CALL "LetterRequest" USING WS-JOURNAL-PROGRAM
                       WS-LETTER-TYPE SACK-FROM-ACCT-ID SACK-AMOUNT
                       SACK-SETTLE-DATE WS-LETTER-DETAIL
                   DISPLAY "Settlement item of " SACK-AMOUNT
                       " returned to account " SACK-FROM-ACCT-ID
                       " (" SACK-REASON ")."
