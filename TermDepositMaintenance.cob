       01 WS-SIGNON-OPERATOR-ID   PIC X(8).
       01 WS-SIGNON-LEVEL         PIC 9(1).
       01 WS-MAINT-AUDIT-FILE-STATUS PIC X(2).
       01 WS-TIME-NOW            PIC 9(8).
       01 WS-AUDIT-ACTION         PIC X(20).
       01 WS-AUDIT-KEY            PIC X(8).
       01 WS-AUDIT-BEFORE         PIC X(40).
       01 WS-LIST-ACCT-ID         PIC 9(5).
       01 WS-CHECK-ACCT-ID        PIC 9(5).
       01 WS-CHECK-RESULT         PIC X(1).
       01 WS-AVAILABLE-FLOOR      PIC S9(9)V99.
       01 WS-DAYS-SERVED          PIC 9(5).
       01 WS-START-INT            PIC 9(8).
       01 WS-TODAY-INT            PIC 9(8).
       01 WS-BREAK-INTEREST       PIC 9(9)V99.
       01 WS-PAYOUT-AMOUNT        PIC 9(9)V99.
       01 WS-LEDGER-AMOUNT        PIC 9(9)V99.
       01 WS-LEDGER-DIRECTION     PIC X(6).
       01 WS-JOURNAL-PROGRAM PIC X(25) VALUE "TermDepositMaintenance".
       01 WS-JOURNAL-BEFORE  PIC X(250).
       01 WS-JOURNAL-AFTER   PIC X(250).
       01 WS-YEAR                 PIC 9(4).
       01 WS-MONTH                PIC 9(3).
       01 WS-DAY                  PIC 9(2).
               OPEN OUTPUT MAINT-AUDIT-FILE
           END-IF.
           ACCEPT AUD-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-TIME-NOW FROM TIME.
           MOVE WS-TIME-NOW (1:6) TO AUD-TIME.
           MOVE WS-SIGNON-OPERATOR-ID TO AUD-OPERATOR-ID.
           MOVE "TermDepositMaintenance" TO AUD-PROGRAM.
           MOVE WS-AUDIT-ACTION TO AUD-ACTION.
