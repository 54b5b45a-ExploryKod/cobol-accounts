      ******************************************************************
      * UnappliedItemFileControl.cpy
      * SELECT clause for the indexed unapplied inbound clearing
      * items file, keyed by UAI-ID.
      ******************************************************************
           SELECT UNAPPLIED-ITEM-FILE ASSIGN TO "UNAPPLIED.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS UAI-ID
               FILE STATUS IS WS-UNAPPLIED-ITEM-STATUS.
