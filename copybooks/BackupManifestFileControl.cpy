      ******************************************************************
      * BackupManifestFileControl.cpy
      * FILE-CONTROL entry for a backup generation manifest. The
      * program using this entry builds the slot's name, BKUPnn.MAN,
      * into WS-BACKUP-MANIFEST-NAME before each OPEN.
      ******************************************************************
           SELECT BACKUP-MANIFEST-FILE ASSIGN TO DYNAMIC
               WS-BACKUP-MANIFEST-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BACKUP-MANIFEST-STATUS.
