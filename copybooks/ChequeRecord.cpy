      * Shared record layout for the CHEQUE-FILE indexed file
      * (CHEQUES.DAT), keyed account + cheque number. A record only
      * exists once something happened to the number: "S" a stop
      * order placed through ChequeMaintenance (or on every unused
      * number of a deceased holder's books by DeceasedCustomer),
      * "P" paid through the clearing. Numbers with no record are
      * simply unused cheques from an issued book.
      ******************************************************************
       01 CHEQUE-RECORD.
           05 CHQ-KEY.
      *    "S" stopped, "P" paid.
           05 CHQ-DATE               PIC 9(8).
      *    Date the stop was placed or the cheque paid.
           05 CHQ-AMOUNT             PIC 9(9)V99.
      *    Paid amount; zero on a stop order.
