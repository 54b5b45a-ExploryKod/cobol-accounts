       01 WS-ACCOUNT-FILE-STATUS    PIC X(2).
       01 WS-LEDGER-FILE-STATUS     PIC X(2).
       01 WS-EOF-ACCOUNTS           PIC X(1) VALUE "N".
       01 WS-INTEREST-AMOUNT        PIC 9(9)V99.
       01 WS-JOURNAL-PROGRAM PIC X(25) VALUE "InterestAccrual".
       01 WS-JOURNAL-BEFORE  PIC X(250).
       01 WS-JOURNAL-AFTER   PIC X(250).
       01 WS-NEW-BALANCE            PIC 9(9)V99.
       01 WS-ACCOUNT-COUNT          PIC 9(5) VALUE 0.
       01 WS-DEBIT-AMOUNT           PIC 9(9)V99.
       01 WS-CHARGED-COUNT          PIC 9(5) VALUE 0.
       01 WS-UNCOLLECTABLE-COUNT    PIC 9(5) VALUE 0.
       01 WS-WITHHOLDING-RATE-STATUS PIC X(2).
       01 WS-WHT-RATE               PIC 9(2)V9(6) VALUE 0.
       01 WS-TAX-AMOUNT             PIC 9(9)V99.
       01 WS-NET-AMOUNT             PIC 9(9)V99.
       01 WS-WITHHELD-TOTAL         PIC 9(13)V99 VALUE 0.

       PROCEDURE DIVISION.
       START-ACCRUAL.
