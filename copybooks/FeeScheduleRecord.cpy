           05 FEE-TYPE               PIC X(10).
      *    Short code shown on reports, e.g. "MAINT", "PERITEM".
           05 FEE-DESCRIPTION        PIC X(20).
           05 FEE-AMOUNT             PIC 9(9)V99.
           05 FEE-ACCT-TYPE          PIC X(1).
      *    "C" checking only, "S" savings only, "*" every type.
           05 FEE-WAIVER-MIN-BALANCE PIC 9(9)V99.
      *    Fee is waived when the account balance is at or above
      *    this amount; zero means the fee is never waived.
           05 FEE-STATUS             PIC X(1).
