      ******************************************************************
      * CardBlockFileControl.cpy
      * SELECT clause for the indexed card block file, keyed by the
      * card's account.
      ******************************************************************
           SELECT CARD-BLOCK-FILE ASSIGN TO "CARDBLK.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CB-ACCT-ID
               FILE STATUS IS WS-CARD-BLOCK-STATUS.
