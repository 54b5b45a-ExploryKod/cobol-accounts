      ******************************************************************
      * FraudCaseFileControl.cpy
      * SELECT clause for the indexed fraud case queue, keyed by
      * case id.
      ******************************************************************
           SELECT FRAUD-CASE-FILE ASSIGN TO "FRAUDCAS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FC-ID
               FILE STATUS IS WS-FRAUD-CASE-STATUS.
