      ******************************************************************
      * CollectionCaseFileControl.cpy
      * SELECT clause for the indexed collections case file, keyed
      * by account id.
      ******************************************************************
           SELECT COLLECTION-CASE-FILE ASSIGN TO "COLLECT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS COL-ACCT-ID
               FILE STATUS IS WS-COLLECTION-CASE-STATUS.
