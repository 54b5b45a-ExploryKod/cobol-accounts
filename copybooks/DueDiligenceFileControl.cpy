      ******************************************************************
      * DueDiligenceFileControl.cpy
      * SELECT clause for the indexed customer due-diligence file,
      * keyed by DD-CUST-ID.
      ******************************************************************
           SELECT DUE-DILIGENCE-FILE ASSIGN TO "CUSTCDD.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DD-CUST-ID
               FILE STATUS IS WS-DUE-DILIGENCE-FILE-STATUS.
