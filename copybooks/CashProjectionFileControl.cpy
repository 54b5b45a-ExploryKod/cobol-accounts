      ******************************************************************
      * CashProjectionFileControl.cpy
      * FILE-CONTROL entry for the 30-day projected cash flow file
      * rebuilt each night by CashFlowProjection.
      ******************************************************************
           SELECT CASH-PROJECTION-FILE ASSIGN TO "CASHPROJ.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRJ-ACCT-ID
               FILE STATUS IS WS-CASH-PROJECTION-STATUS.
