      *    Beneficiary reference at the other institution; only
      *    used for EXTERNAL payments.
           05 FP-TXN-TYPE            PIC X(10).
      *    "TRANSFER", "EXTERNAL", "BATCHEXT" - an EXTERNAL
      *    batch record BatchTransferDriver held over to its value
      *    date because it came in after its cut-off or on a
      *    non-business day - or "PAYROLLEXT", an external payroll
      *    credit PayrollCredit held over the same way.
           05 FP-AMOUNT              PIC 9(9)V99.
           05 FP-EXEC-DATE           PIC 9(8).
           05 FP-CAPTURE-DATE        PIC 9(8).
           05 FP-CATEGORY            PIC X(4).
           05 FP-STATUS              PIC X(1).
      *    "P" warehoused, "X" cancelled, "D" released, "E" failed
      *    on release (see FP-FAIL-REASON), "S" suspended because
      *    the paying account's holder has died (DeceasedCustomer).
           05 FP-FAIL-REASON         PIC 9(2).
      *    ReasonCodes.cpy value from the failed release attempt.
