      ******************************************************************
      * CutoffFileControl.cpy
      * SELECT clause for the indexed payment cut-off table, keyed
      * by payment type and currency.
      ******************************************************************
           SELECT CUTOFF-FILE ASSIGN TO "CUTOFF.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUT-KEY
               FILE STATUS IS WS-CUTOFF-FILE-STATUS.
