       01 WS-TODAY                  PIC 9(8).
       01 WS-RATE-FOUND             PIC X(1).
       01 WS-APPLICABLE-RATE        PIC 9(2)V9(6).
       01 WS-DAILY-INTEREST         PIC 9(9)V9(4).
       01 WS-ACCRUED-COUNT          PIC 9(5) VALUE 0.
       01 WS-DEBIT-RATE-FILE-STATUS PIC X(2).
       01 WS-DEBIT-RATES-OPEN       PIC X(1) VALUE "N".
       01 WS-EOF-DEBIT-RATES        PIC X(1).
       01 WS-DEBIT-RATE-FOUND       PIC X(1).
       01 WS-APPLICABLE-DEBIT-RATE  PIC 9(2)V9(6).
       01 WS-OVERDRAWN-AMOUNT       PIC 9(9)V99.
       01 WS-DAILY-DEBIT-INT        PIC 9(9)V9(4).
       01 WS-DEBIT-ACCRUED-COUNT    PIC 9(5) VALUE 0.
       01 WS-JOURNAL-PROGRAM PIC X(25) VALUE "DailyInterestAccrual".
       01 WS-JOURNAL-BEFORE  PIC X(250).
       01 WS-JOURNAL-AFTER   PIC X(250).

       PROCEDURE DIVISION.
       START-DAILY-ACCRUAL.
