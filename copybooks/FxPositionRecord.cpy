      ******************************************************************
       01 FX-POSITION-RECORD.
           05 FXP-CURRENCY           PIC X(3).
           05 FXP-POSITION           PIC S9(15)V99.
      *    Net position in the currency: positive when the bank is
      *    long (bought more than it sold through conversions).
           05 FXP-LAST-RATE          PIC 9(3)V9(6).
