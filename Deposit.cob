       WORKING-STORAGE SECTION.
       COPY "ReasonCodes.cpy".
       01 WS-LEDGER-FILE-STATUS PIC X(2).
       01 AMOUNT PIC 9(9)V99.
       01 RESULT-BALANCE PIC 9(9)V99.
       01 WS-REJECT-LOG-FILE-STATUS PIC X(2).
       01 WS-HOLDS-FILE-STATUS PIC X(2).
       01 WS-AVAILABILITY-STATUS PIC X(2).

       LINKAGE SECTION.
       01 ACCOUNT-1-ID  PIC 9(5).
       01 ACCOUNT-1-BALANCE       PIC 9(9)V99.
       01 ACCOUNT-1-STATUS        PIC X(1).
       01 DEPOSIT-FUNDS-TYPE      PIC X(1).
      *    Handed back to the caller: "C" cash, "Q" cheque, "O"
