      ******************************************************************
      * NostroOpenItemFileControl.cpy
      * FILE-CONTROL entry for the nostro open-items file
      * (NOSTROPN.DAT) NostroReconciliation carries from one day's
      * run to the next.
      ******************************************************************
           SELECT NOSTRO-OPEN-ITEM-FILE ASSIGN TO "NOSTROPN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NOSTRO-OPEN-STATUS.
