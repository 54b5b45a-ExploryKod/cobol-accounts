      ******************************************************************
      * AuditExtractFileControl.cpy
      * FILE-CONTROL entry for the year-end auditor ledger extract;
      * the program using this entry builds AUDLyyyy.DAT into
      * WS-AUDIT-EXTRACT-NAME before OPEN.
      ******************************************************************
           SELECT AUDIT-EXTRACT-FILE ASSIGN TO DYNAMIC
               WS-AUDIT-EXTRACT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-EXTRACT-STATUS.
