      ******************************************************************
       01 SNAPSHOT-RECORD.
           05 SNAP-ACCT-ID           PIC 9(5).
           05 SNAP-BALANCE           PIC 9(9)V99.
           05 SNAP-STATUS            PIC X(1).
           05 SNAP-VERSION           PIC 9(9).
           05 SNAP-RECORD-IMAGE      PIC X(250).
      *    Full ACCOUNT-RECORD image, so AccountRecovery can rebuild
      *    the master outright from a snapshot plus the update
      *    journal. Spaces on snapshots taken before this field
