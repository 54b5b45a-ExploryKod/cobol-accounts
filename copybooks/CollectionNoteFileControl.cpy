      ******************************************************************
      * CollectionNoteFileControl.cpy
      * SELECT clause for the indexed collections notes file, keyed
      * by account id and note sequence.
      ******************************************************************
           SELECT COLLECTION-NOTE-FILE ASSIGN TO "COLNOTE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CN-KEY
               FILE STATUS IS WS-COLLECTION-NOTE-STATUS.
