       01 WS-MISMATCH-COUNT         PIC 9(5) VALUE 0.
       01 WS-TABLE-IDX              PIC 9(5) VALUE 0.
       01 WS-SEARCH-IDX             PIC 9(5).
       01 WS-LEDG-DELTA             PIC S9(11)V99.
       01 WS-EXPECTED-CLOSING       PIC S9(11)V99.
       01 WS-SNAPSHOT-FILE-STATUS   PIC X(2).
       01 WS-SNAPSHOT-FILE-NAME     PIC X(16).
       01 WS-SNAPSHOT-LOADED        PIC X(1) VALUE "N".
               10 BRT-CODE              PIC X(3).
               10 BRT-MATCHED           PIC 9(5).
               10 BRT-MISMATCHED        PIC 9(5).
               10 BRT-BALANCE           PIC 9(15)V99.

       01 SNAPSHOT-TABLE.
           05 SNAP-TAB-ENTRY OCCURS 5000 TIMES.
               10 SNAP-TAB-ID           PIC 9(5).
               10 SNAP-TAB-BALANCE      PIC 9(9)V99.

       01 ACCT-TRACK-TABLE.
           05 ACCT-TRACK-ENTRY OCCURS 5000 TIMES
                   INDEXED BY ACCT-TRACK-IDX.
               10 ACCT-TRACK-ID         PIC 9(5).
               10 ACCT-TRACK-OPENING    PIC S9(11)V99.
               10 ACCT-TRACK-DELTA      PIC S9(11)V99 VALUE 0.

       PROCEDURE DIVISION.
       START-RECONCILIATION.
