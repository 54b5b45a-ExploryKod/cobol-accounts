      ******************************************************************
      * BackupCatalogRecord.cpy
      * Shared record layout for the backup catalogue (BACKUPS.DAT).
      * SystemBackup rewrites the whole catalogue when a generation
      * starts and again when it completes; SystemRestore lists it
      * to pick the generation to put back.
      ******************************************************************
       01 BACKUP-CATALOG-RECORD.
           05 BCT-GENERATION         PIC 9(6).
      *    Ascending generation number, never reused.
           05 BCT-SLOT               PIC 9(2).
      *    Slot the generation occupies: image BKUPnn.DAT and
      *    manifest BKUPnn.MAN. Slots are reused in rotation once
      *    BKP-GENERATIONS-KEPT generations are on disk.
           05 BCT-DATE               PIC 9(8).
           05 BCT-TIME               PIC 9(6).
           05 BCT-STAGE              PIC X(1).
      *    "S" taken at the start of the night run, before any job;
      *    "E" at the end, after the last job.
           05 BCT-STATUS             PIC X(1).
      *    "I" being written (or the run died part way - never
      *    restorable), "C" complete.
           05 BCT-FILE-COUNT         PIC 9(3).
           05 BCT-RECORD-COUNT       PIC 9(9).
