      ******************************************************************
      * NostroStatementFileControl.cpy
      * FILE-CONTROL entry for the statement of our own account at
      * the correspondent bank (NOSTROST.DAT), received each day and
      * read by NostroReconciliation.
      ******************************************************************
           SELECT NOSTRO-STATEMENT-FILE ASSIGN TO "NOSTROST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NOSTRO-STATEMENT-STATUS.
