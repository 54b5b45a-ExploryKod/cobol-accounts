      ******************************************************************
      * CutoffRecord.cpy
      * Shared record layout for the CUTOFF-FILE indexed file: the
      * latest time of day a payment of each type and currency can
      * be captured and still take today as its value date. Kept by
      * CutoffMaintenance and read by ValueDate; a payment with no
      * entry for its currency uses the entry for its type with a
      * blank currency, and failing that CUT-DEFAULT-TIME in
      * CutoffPolicy.cpy.
      ******************************************************************
       01 CUTOFF-RECORD.
           05 CUT-KEY.
               10 CUT-PAYMENT-TYPE   PIC X(10).
      *        "EXTERNAL" outbound payments to other institutions
      *        (batch, teller and web), "TRANSFER" future-dated
      *        internal transfers, "STANDORD" standing orders.
               10 CUT-CURRENCY       PIC X(3).
      *        Spaces for the type's default across currencies.
           05 CUT-TIME               PIC 9(4).
      *    HHMM; a payment captured at or after this time is value
      *    dated the next business day.
           05 CUT-DESCRIPTION        PIC X(30).
