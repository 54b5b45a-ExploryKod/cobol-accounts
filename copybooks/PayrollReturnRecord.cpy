      ******************************************************************
      * PayrollReturnRecord.cpy
      * One record per payroll item PayrollCredit could not apply,
      * with the reason code (ReasonCodes.cpy) and its text. The
      * amount of every returned item is credited back to the
      * originating account in one PAYRETURN entry. When the whole
      * file is refused (control totals, originator account, funds)
      * a single record with item number zero carries the file
      * total and the reason, and nothing is posted.
      ******************************************************************
       01 PAYROLL-RETURN-RECORD.
           05 PRT-DATE               PIC 9(8).
           05 PRT-BATCH-REF          PIC X(12).
           05 PRT-ORIG-ACCT-ID       PIC 9(5).
           05 PRT-ITEM-NO            PIC 9(5).
           05 PRT-TO-ACCT-ID         PIC 9(5).
           05 PRT-EXT-ACCT-ID        PIC X(20).
           05 PRT-AMOUNT             PIC 9(13)V99.
           05 PRT-REASON             PIC 9(2).
           05 PRT-REASON-TEXT        PIC X(40).
