      ******************************************************************
      * RestoreControlFileControl.cpy
      * FILE-CONTROL entry for the restore control file
      * (RESTCTL.DAT), written by SystemRestore and checked by
      * NightlyBatchOrchestrator before the night starts.
      ******************************************************************
           SELECT RESTORE-CONTROL-FILE ASSIGN TO "RESTCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RESTORE-CONTROL-STATUS.
