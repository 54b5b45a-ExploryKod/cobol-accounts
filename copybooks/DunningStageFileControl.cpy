      ******************************************************************
      * DunningStageFileControl.cpy
      * SELECT clause for the indexed dunning stage table, keyed by
      * stage number.
      ******************************************************************
           SELECT DUNNING-STAGE-FILE ASSIGN TO "DUNSTAGE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DST-STAGE
               FILE STATUS IS WS-DUNNING-STAGE-STATUS.
