       01 WS-PREV-SEQUENCE          PIC 9(9) VALUE 0.
       01 WS-HAVE-PREV-SEQ          PIC X(1) VALUE "N".
       01 WS-PREV-DATE              PIC 9(8) VALUE 0.
       01 WS-EXPECTED-BALANCE       PIC S9(11)V99.
       01 WS-EXCEPTION-TEXT         PIC X(60).
       01 WS-BAL-COUNT              PIC 9(5) VALUE 0.
       01 WS-BAL-IDX                PIC 9(5).
       01 BALANCE-TRACK-TABLE.
           05 BAL-TRACK-ENTRY OCCURS 5000 TIMES.
               10 BAL-TRACK-ID          PIC 9(5).
               10 BAL-TRACK-BALANCE     PIC 9(9)V99.

       PROCEDURE DIVISION.
       START-INTEGRITY-CHECK.
