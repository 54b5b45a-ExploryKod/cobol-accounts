      ******************************************************************
      * VelocityLogFileControl.cpy
      * SELECT clause for the indexed account activity log the
      * velocity rules count against, keyed by account, date, time
      * and a tie-break sequence.
      ******************************************************************
           SELECT VELOCITY-LOG-FILE ASSIGN TO "VELOCLOG.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VL-KEY
               FILE STATUS IS WS-VELOCITY-LOG-STATUS.
