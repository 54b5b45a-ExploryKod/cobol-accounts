      ******************************************************************
      * BackupImageRecord.cpy
      * Shared record layout for a backup generation image
      * (BKUPnn.DAT): every record of every backed-up data file,
      * file by file in manifest order, each tagged with the live
      * file it came from. Keyed files are unloaded in key order so
      * they reload straight back.
      ******************************************************************
       01 BACKUP-IMAGE-RECORD.
           05 BKI-FILE-NAME          PIC X(14).
           05 BKI-DATA               PIC X(600).
      *    The record exactly as held on the live file, space
      *    filled; wide enough for the longest layout on the system
      *    (the account journal).
