       01 WS-IS-REVERSAL            PIC X(1) VALUE "N".
       01 WS-ALREADY-REVERSED       PIC X(1) VALUE "N".
       01 WS-REVERSAL-OK            PIC X(1) VALUE "Y".
       01 WS-NEW-BALANCE            PIC S9(11)V99.
       01 WS-ARCHIVE-LEDGER-STATUS  PIC X(2).
       01 WS-ARCHIVE-LEDGER-NAME    PIC X(14).
       01 WS-ORIG-DATE              PIC 9(8).
       01 WS-EOF-SHADOW             PIC X(1).
       01 WS-SHADOW-LEG-IDX         PIC 9(1).
       01 WS-JOURNAL-PROGRAM PIC X(25) VALUE "TransactionReversal".
       01 WS-JOURNAL-BEFORE  PIC X(250).
       01 WS-JOURNAL-AFTER   PIC X(250).

       01 LEG-TABLE.
           05 LEG-ENTRY OCCURS 4 TIMES.
               10 LEG-ACCT-ID           PIC 9(5).
               10 LEG-TXN-TYPE          PIC X(10).
               10 LEG-DIRECTION         PIC X(6).
               10 LEG-AMOUNT            PIC 9(9)V99.
               10 LEG-CATEGORY          PIC X(4).
               10 LEG-ORIG-CURRENCY     PIC X(3).
               10 LEG-ORIG-AMOUNT       PIC 9(9)V99.
               10 LEG-EXCHANGE-RATE     PIC 9(3)V9(6).

       PROCEDURE DIVISION.
