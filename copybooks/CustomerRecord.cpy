      *    is rejected.
           05 CUST-ALERT-DEPOSIT     PIC X(1).
      *    "Y" to alert when a deposit or clearing credit lands.
           05 CUST-ALERT-LARGE-AMOUNT PIC 9(9)V99.
      *    Per-customer threshold for the large-movement alert.
           05 CUST-STATUS            PIC X(1).
      *    "A" active, "D" deceased (recorded through
      *    CustomerMaintenance, which hands the estate work to
      *    DeceasedCustomer). Spaces on customers created before
      *    the status existed, treated as "A".
           05 CUST-DEATH-DATE        PIC 9(8).
      *    Date of death on a deceased customer; zero otherwise.
