      ******************************************************************
      * VaultTxnFileControl.cpy
      * SELECT clause for the sequential vault movement log.
      ******************************************************************
           SELECT VAULT-TXN-FILE ASSIGN TO "VAULTTXN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VAULT-TXN-STATUS.
