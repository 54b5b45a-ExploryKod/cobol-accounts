      ******************************************************************
      * LoanRecord.cpy
      * Shared record layout for the LOAN-FILE indexed file. One
      * record per instalment loan: booked for a customer against a
      * repayment account through LoanMaintenance, paid out into
      * that account on disbursal, and repaid by equal monthly
      * instalments the nightly LoanRepaymentCollection job debits
      * from the same account (separate LOANINT and LOANPRIN ledger
      * entries, so statements and the GL see interest earned apart
      * from capital returned). Loans are never deleted, so the file
      * explains every past facility.
      ******************************************************************
       01 LOAN-RECORD.
           05 LOAN-ID                PIC 9(5).
           05 LOAN-CUST-ID           PIC 9(5).
      *    Borrowing customer (CUSTOMER.DAT).
           05 LOAN-ACCT-ID           PIC 9(5).
      *    Repayment account: the principal is paid into it on
      *    disbursal and every instalment is collected from it. Must
      *    be one of the customer's own accounts.
           05 LOAN-PRINCIPAL         PIC 9(9)V99.
      *    Amount lent, as booked.
           05 LOAN-ANNUAL-RATE       PIC 9(2)V9(6).
      *    Contracted annual rate, fixed for the whole term.
           05 LOAN-TERM-MONTHS       PIC 9(3).
           05 LOAN-INSTALMENT        PIC 9(9)V99.
      *    Level monthly instalment (annuity) worked out at booking;
      *    the last instalment takes whatever principal remains.
           05 LOAN-OUTSTANDING       PIC 9(9)V99.
      *    Principal not yet fallen due. Reduced by the principal
      *    part of each instalment on its due date, whether or not
      *    the instalment could be collected.
           05 LOAN-BOOKED-DATE       PIC 9(8).
           05 LOAN-DISBURSED-DATE    PIC 9(8).
      *    Zero until the loan is paid out.
           05 LOAN-PAYMENT-DAY       PIC 9(2).
      *    Day of month instalments fall due (the disbursal day,
      *    clamped to the end of short months).
           05 LOAN-INTEREST-FROM     PIC 9(8).
      *    Date interest on LOAN-OUTSTANDING currently runs from:
      *    the disbursal date, then each instalment's due date. An
      *    early settlement charges interest from here to the day.
           05 LOAN-NEXT-DUE-DATE     PIC 9(8).
      *    Date the next instalment falls due; zero before
      *    disbursal and once the loan is repaid or settled.
           05 LOAN-INSTALMENTS-PAID  PIC 9(3).
           05 LOAN-DUE-COUNT         PIC 9(3).
      *    Instalments fallen due but not yet collected; non-zero
      *    only while the loan is in arrears.
           05 LOAN-DUE-INTEREST      PIC 9(9)V99.
           05 LOAN-DUE-PRINCIPAL     PIC 9(9)V99.
      *    Interest and principal parts of the uncollected
      *    instalments; their sum is the arrears amount.
           05 LOAN-ARREARS-SINCE     PIC 9(8).
      *    Due date of the oldest uncollected instalment; zero when
      *    the loan is up to date.
           05 LOAN-STATUS            PIC X(1).
      *    "B" booked, not yet disbursed; "A" active and up to date;
      *    "R" in arrears; "P" repaid in full by its instalments;
      *    "S" settled early from LoanMaintenance.
           05 LOAN-CLOSED-DATE       PIC 9(8).
      *    Date the loan was repaid or settled; zero while open.
