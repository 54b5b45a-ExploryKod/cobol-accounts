      ******************************************************************
      * RestoreControlRecord.cpy
      * Shared record layout for the restore control file
      * (RESTCTL.DAT): the outcome of the last restore of a backup
      * generation. No file means no restore has ever been run.
      ******************************************************************
       01 RESTORE-CONTROL-RECORD.
           05 RST-DATE               PIC 9(8).
           05 RST-TIME               PIC 9(6).
           05 RST-GENERATION         PIC 9(6).
           05 RST-OPERATOR-ID        PIC X(8).
           05 RST-STATUS             PIC X(1).
      *    "R" restore under way (or interrupted), "F" restored but
      *    the counts or totals did not agree with the manifest,
      *    "V" restored and verified. The night run will not start
      *    on "R" or "F".
