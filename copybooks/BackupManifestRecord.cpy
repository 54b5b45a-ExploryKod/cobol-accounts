      ******************************************************************
      * BackupManifestRecord.cpy
      * Shared record layout for a backup generation manifest
      * (BKUPnn.MAN): one record per data file in the generation,
      * in the order the image holds them, with the control figures
      * a restore is verified against.
      ******************************************************************
       01 BACKUP-MANIFEST-RECORD.
           05 BKM-GENERATION         PIC 9(6).
           05 BKM-FILE-NAME          PIC X(14).
           05 BKM-PRESENT            PIC X(1).
      *    "Y" the file existed when the generation was taken, "N"
      *    it did not (it is restored empty).
           05 BKM-RECORD-COUNT       PIC 9(9).
           05 BKM-HASH-TOTAL         PIC 9(15).
      *    Sum over every record of each character's code weighted
      *    by its position in the record, so a changed, lost or
      *    reordered byte shows, not just a changed amount.
