           05 CA-AUTH-REF            PIC X(12).
      *    Processor's authorization reference; carried in the
      *    hold's reason so the settlement match can find it.
           05 CA-AMOUNT              PIC 9(9)V99.
           05 CA-TIME                PIC 9(6).
      *    HHMMSS of the authorization, for the velocity rules. Older
      *    files without it leave spaces; the feed's run time is
      *    used instead.
           05 CA-CURRENCY            PIC X(3).
      *    Currency the card was used in; spaces means the account's
      *    own currency.
