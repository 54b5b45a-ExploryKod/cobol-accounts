      ******************************************************************
      * CashOrderFileControl.cpy
      * SELECT clause for the nightly cash order file sent to the
      * central cash centre. Programs using this entry build
      * CASHyyyymmdd.DAT (the delivery date) into
      * WS-CASH-ORDER-FILE-NAME before the OPEN.
      ******************************************************************
           SELECT CASH-ORDER-FILE ASSIGN TO DYNAMIC
               WS-CASH-ORDER-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CASH-ORDER-STATUS.
