       01 WS-TABLE-IDX              PIC 9(3) VALUE 0.
       01 WS-PRINT-IDX              PIC 9(3).
       01 WS-ENTRY-CURRENCY         PIC X(3).
       01 WS-TOTAL-DEBITS           PIC 9(13)V99 VALUE 0.
       01 WS-TOTAL-CREDITS          PIC 9(13)V99 VALUE 0.
       01 WS-OUT-OF-BALANCE         PIC X(1) VALUE "N".
       01 WS-CASH-BUCKET-OK         PIC X(1) VALUE "Y".
       01 WS-ALREADY-POSTED         PIC X(1) VALUE "N".
       01 WS-EOF-SUMMARY            PIC X(1).
       01 WS-FX-AMOUNT              PIC 9(9)V99.
       01 WS-FX-LEG                 PIC X(1).
       01 WS-ENTRY-BRANCH           PIC X(3).

               10 GL-POST-TYPE          PIC X(10).
               10 GL-POST-CURRENCY      PIC X(3).
               10 GL-POST-BRANCH        PIC X(3).
               10 GL-POST-DEBITS        PIC 9(13)V99.
               10 GL-POST-CREDITS       PIC 9(13)V99.

       01 RPT-DETAIL-LINE.
           05 RPT-DET-TYPE           PIC X(10).
           05 FILLER                 PIC X(2) VALUE SPACES.
           05 RPT-DET-BRANCH         PIC X(3).
           05 FILLER                 PIC X(2) VALUE SPACES.
           05 RPT-DET-DEBITS         PIC Z(12)9.99.
           05 FILLER                 PIC X(2) VALUE SPACES.
           05 RPT-DET-CREDITS        PIC Z(12)9.99.

       PROCEDURE DIVISION.
       START-GL-POSTING.
      *    the ledger; book their cash/P-and-L contra on the side
      *    OPPOSITE the entry, so a reversal entry - the same type
      *    with the direction flipped - balances exactly like its
      *    original instead of tipping the day over. Loan
      *    disbursals and repayments (LOANDISB, LOANINT, LOANPRIN)
      *    and card dispute credits and re-debits (CARDDISP) are
      *    one-sided in the same way.
           IF LEDG-TXN-TYPE = "WITHDRAWAL"
               OR LEDG-TXN-TYPE = "DEPOSIT"
               OR LEDG-TXN-TYPE = "INTEREST"
               OR LEDG-TXN-TYPE = "ODINTEREST"
               OR LEDG-TXN-TYPE = "WHTAX"
               OR LEDG-TXN-TYPE = "ESCHEAT"
               OR LEDG-TXN-TYPE = "LOANDISB"
               OR LEDG-TXN-TYPE = "LOANINT"
               OR LEDG-TXN-TYPE = "LOANPRIN"
               OR LEDG-TXN-TYPE = "CARDDISP"
               IF LEDG-DIRECTION = "DEBIT"
                   PERFORM ACCUMULATE-CASH-CREDIT
               ELSE
      *    and their flipped direction books the offsetting
      *    contra, whichever day the reversal lands on.
           MOVE "N" TO WS-FX-LEG.
           IF (LEDG-TXN-TYPE = "TRANSFER"
                   OR LEDG-TXN-TYPE = "PAYROLL"
                   OR LEDG-TXN-TYPE = "PAYRETURN")
               AND LEDG-ORIG-CURRENCY NOT = SPACES
               IF (WS-ENTRY-CURRENCY NOT = "???"
                       AND LEDG-ORIG-CURRENCY NOT =
                   MOVE "Y" TO WS-FX-LEG
               END-IF
           END-IF.
      *    STLRETURN pairs (suspense debit, customer re-credit) and
      *    WRITEOFF pairs (loss provision debit, customer credit)
      *    are two-sided like transfers and always same-currency, so
      *    each leg books a plain INTERBR contra - a cross-branch
      *    pair otherwise leaves both branches unbalanced. Payroll
      *    is two-sided the same way: the PAYROLL debit of the file
      *    total to the originator against the PAYROLL credits to
      *    each payee or to settlement suspense, and the PAYRETURN
      *    credit back to the originator against the items that
      *    were never credited. A suspense credit converted out of
      *    the originator's currency books under FX like a
      *    converted transfer leg.
           IF LEDG-TXN-TYPE = "TRANSFER"
               OR LEDG-TXN-TYPE = "STLRETURN"
               OR LEDG-TXN-TYPE = "WRITEOFF"
               OR LEDG-TXN-TYPE = "PAYROLL"
               OR LEDG-TXN-TYPE = "PAYRETURN"
               IF WS-FX-LEG = "Y"
                   PERFORM ACCUMULATE-FX-CONTRA
               ELSE
