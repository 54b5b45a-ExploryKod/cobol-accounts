       01 WS-EOF-TXNS               PIC X(1).
       01 WS-TODAY                  PIC 9(8).
       01 WS-DRAWER-COUNT           PIC 9(5) VALUE 0.
       01 WS-CASH-IN                PIC 9(13)V99.
       01 WS-CASH-OUT               PIC 9(13)V99.
       01 WS-EXPECTED-CASH          PIC S9(13)V99.
       01 WS-DIFFERENCE             PIC S9(13)V99.

       PROCEDURE DIVISION.
       START-BALANCING.
