      ******************************************************************
      * BackupImageFileControl.cpy
      * FILE-CONTROL entry for a backup generation image. The
      * program using this entry builds the slot's name, BKUPnn.DAT,
      * into WS-BACKUP-IMAGE-NAME before each OPEN.
      ******************************************************************
           SELECT BACKUP-IMAGE-FILE ASSIGN TO DYNAMIC
               WS-BACKUP-IMAGE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BACKUP-IMAGE-STATUS.
