      *    names the OUTSyyyymmdd.DAT file the item went out on.
           05 SACK-FROM-ACCT-ID      PIC 9(5).
           05 SACK-EXT-ACCT-ID       PIC X(20).
           05 SACK-AMOUNT            PIC 9(9)V99.
           05 SACK-CURRENCY          PIC X(3).
           05 SACK-STATUS            PIC X(3).
      *    "ACK" delivered, "RET" returned.
