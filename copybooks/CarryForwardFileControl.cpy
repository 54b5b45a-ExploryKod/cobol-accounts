      ******************************************************************
      * CarryForwardFileControl.cpy
      * FILE-CONTROL entry for the log of payments carried forward
      * to a later value date (CARRYFWD.DAT), appended to by
      * CarryForwardLog and listed by CarryForwardReport.
      ******************************************************************
           SELECT CARRY-FORWARD-FILE ASSIGN TO "CARRYFWD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CARRY-FORWARD-STATUS.
