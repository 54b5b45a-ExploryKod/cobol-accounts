           05 SDONE-SETTLE-DATE      PIC 9(8).
           05 SDONE-FROM-ACCT-ID     PIC 9(5).
           05 SDONE-EXT-ACCT-ID      PIC X(20).
           05 SDONE-AMOUNT           PIC 9(9)V99.
           05 SDONE-STATUS           PIC X(3).
      *    "ACK" delivered, "RET" returned and re-credited.
           05 SDONE-PROCESSED-DATE   PIC 9(8).
