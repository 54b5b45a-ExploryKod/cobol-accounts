           DISPLAY "Statement for account " WS-STMT-ACCT-ID
               " from " WS-START-DATE " to " WS-END-DATE.
           DISPLAY "DATE     TIME   TYPE       DIRECTION "
               "         AMOUNT       BALANCE".
           OPEN INPUT LEDGER-SHADOW-FILE.
           IF WS-LEDGER-SHADOW-STATUS = "00"
               MOVE "Y" TO WS-SHADOW-AVAILABLE
