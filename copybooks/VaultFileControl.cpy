      ******************************************************************
      * VaultFileControl.cpy
      * SELECT clause for the indexed branch vault file, keyed by
      * branch and currency.
      ******************************************************************
           SELECT BRANCH-VAULT-FILE ASSIGN TO "VAULT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VLT-KEY
               FILE STATUS IS WS-VAULT-FILE-STATUS.
