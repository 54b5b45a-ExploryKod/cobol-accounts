      ******************************************************************
      * StatementProfileFileControl.cpy
      * SELECT clause for the indexed electronic statement profile
      * file, keyed by SP-ACCT-ID.
      ******************************************************************
           SELECT STATEMENT-PROFILE-FILE ASSIGN TO "STMTPROF.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SP-ACCT-ID
               FILE STATUS IS WS-STATEMENT-PROFILE-STATUS.
