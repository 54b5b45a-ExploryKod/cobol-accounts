      ******************************************************************
      * BackupPolicy.cpy
      * Retention for the whole-system backup generations written by
      * SystemBackup. COPY into WORKING-STORAGE SECTION.
      ******************************************************************
       01 BKP-GENERATIONS-KEPT       PIC 9(2) VALUE 14.
      *    Generations kept on disk, one per slot BKUP01 .. BKUPnn;
      *    the night run takes two a night (start and end), so the
      *    default covers the last seven nights. At most 99.
