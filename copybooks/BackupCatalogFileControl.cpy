      ******************************************************************
      * BackupCatalogFileControl.cpy
      * FILE-CONTROL entry for the backup catalogue (BACKUPS.DAT),
      * one record per backup generation still on disk. The
      * catalogue is not itself backed up, so it still describes the
      * generations after one of them has been restored.
      ******************************************************************
           SELECT BACKUP-CATALOG-FILE ASSIGN TO "BACKUPS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BACKUP-CATALOG-STATUS.
