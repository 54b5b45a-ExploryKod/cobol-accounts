      ******************************************************************
      * PayrollRecord.cpy
      * Record layouts for the corporate payroll credit file read by
      * PayrollCredit. One submission is one header, any number of
      * detail records and one trailer, told apart by the first
      * byte:
      *   H  header  - batch reference, the originating (paying)
      *              account, value date, item count and hash total
      *   D  detail  - one salary credit, either to one of our
      *              accounts or to an account at another institution
      *   T  trailer - item count and amount total
      * The hash total and the trailer amount total are both the sum
      * of the detail amounts; the whole file is refused unless the
      * header, trailer and the details actually read all agree.
      ******************************************************************
       01 PAYROLL-RECORD.
           05 PAY-REC-TYPE           PIC X(1).
           05 FILLER                 PIC X(79).
       01 PAYROLL-HEADER.
           05 FILLER                 PIC X(1).
           05 PAYH-BATCH-REF         PIC X(12).
      *    Originator's reference for the submission; a file whose
      *    reference has already been posted is not posted again.
           05 PAYH-ORIG-ACCT-ID      PIC 9(5).
           05 PAYH-VALUE-DATE        PIC 9(8).
      *    The file is left untouched until this date is reached.
           05 PAYH-ITEM-COUNT        PIC 9(5).
           05 PAYH-HASH-TOTAL        PIC 9(13)V99.
       01 PAYROLL-DETAIL.
           05 FILLER                 PIC X(1).
           05 PAYD-ITEM-NO           PIC 9(5).
           05 PAYD-TO-ACCT-ID        PIC 9(5).
      *    Our account to credit; zero when the credit goes out to
      *    another institution.
           05 PAYD-EXT-ACCT-ID       PIC X(20).
      *    Account reference at the other institution; spaces for
      *    a credit to one of our accounts. An external credit must
      *    be an active beneficiary of the originating account.
           05 PAYD-PAYEE-NAME        PIC X(30).
      *    Employee name, screened against the watch list on
      *    external credits.
           05 PAYD-AMOUNT            PIC 9(9)V99.
       01 PAYROLL-TRAILER.
           05 FILLER                 PIC X(1).
           05 PAYT-ITEM-COUNT        PIC 9(5).
           05 PAYT-TOTAL-AMOUNT      PIC 9(13)V99.
