           05 REJ-TIME               PIC 9(6).
           05 REJ-PROGRAM            PIC X(20).
           05 REJ-ACCT-ID            PIC 9(5).
           05 REJ-AMOUNT             PIC 9(9)V99.
           05 REJ-REASON             PIC 9(2).
      *    A ReasonCodes.cpy value.
