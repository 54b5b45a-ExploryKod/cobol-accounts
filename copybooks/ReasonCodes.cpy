       01 RC-CURRENCY-MISMATCH          PIC 9(2) VALUE 90.
       01 RC-CONCURRENT-UPDATE          PIC 9(2) VALUE 91.
       01 RC-WATCHLIST-HIT              PIC 9(2) VALUE 92.
       01 RC-DUE-DILIGENCE-OVERDUE      PIC 9(2) VALUE 93.
       01 RC-VELOCITY-BREACH            PIC 9(2) VALUE 94.
       01 RC-CONTROL-TOTAL-MISMATCH     PIC 9(2) VALUE 95.
