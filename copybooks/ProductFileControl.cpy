      ******************************************************************
      * ProductFileControl.cpy
      * SELECT clause for the indexed account product catalogue,
      * keyed by product code.
      ******************************************************************
           SELECT PRODUCT-FILE ASSIGN TO "PRODUCT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRD-CODE
               FILE STATUS IS WS-PRODUCT-FILE-STATUS.
