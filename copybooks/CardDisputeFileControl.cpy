      ******************************************************************
      * CardDisputeFileControl.cpy
      * SELECT clause for the indexed card dispute case file, keyed
      * by the disputed settlement's authorization reference.
      ******************************************************************
           SELECT CARD-DISPUTE-FILE ASSIGN TO "CARDDISP.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DSP-AUTH-REF
               FILE STATUS IS WS-CARD-DISPUTE-STATUS.
