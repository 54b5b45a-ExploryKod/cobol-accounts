           05 HF-DATE                PIC 9(8).
           05 HF-ACCT-ID             PIC 9(5).
           05 HF-EXT-REF             PIC X(20).
           05 HF-AMOUNT              PIC 9(9)V99.
           05 HF-CURRENCY            PIC X(3).
           05 HF-DIRECTION           PIC X(6).
      *    "CREDIT" or "DEBIT" as the clearing item carried it.
