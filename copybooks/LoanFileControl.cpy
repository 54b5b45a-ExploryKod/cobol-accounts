      ******************************************************************
      * LoanFileControl.cpy
      * SELECT clause for the indexed loan file, keyed by LOAN-ID.
      ******************************************************************
           SELECT LOAN-FILE ASSIGN TO "LOANS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LOAN-ID
               FILE STATUS IS WS-LOAN-FILE-STATUS.
