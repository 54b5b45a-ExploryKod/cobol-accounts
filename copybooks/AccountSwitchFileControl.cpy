      ******************************************************************
      * AccountSwitchFileControl.cpy
      * SELECT clause for the indexed account switch request file,
      * keyed by SW-ID.
      ******************************************************************
           SELECT ACCOUNT-SWITCH-FILE ASSIGN TO "SWITCH.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SW-ID
               FILE STATUS IS WS-ACCOUNT-SWITCH-STATUS.
