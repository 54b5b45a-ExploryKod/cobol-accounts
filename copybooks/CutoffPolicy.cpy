      ******************************************************************
      * CutoffPolicy.cpy
      * Fallback used by ValueDate when CUTOFF.DAT holds no entry for
      * a payment's type.
      ******************************************************************
       01 CUT-DEFAULT-TIME           PIC 9(4) VALUE 1600.
      *    HHMM cut-off assumed for a type with no maintained entry.
       01 CUT-MAX-ROLL-DAYS          PIC 9(2) VALUE 15.
      *    Most calendar days a value date is rolled looking for a
      *    business day before the search gives up.
