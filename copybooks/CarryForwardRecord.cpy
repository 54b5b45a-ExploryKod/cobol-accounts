      ******************************************************************
      * CarryForwardRecord.cpy
      * Shared record layout for the CARRY-FORWARD-FILE: one record
      * each time a payment is given a later value date than the
      * day it asked for, because it was captured after its cut-off
      * or the day is not a business day.
      ******************************************************************
       01 CARRY-FORWARD-RECORD.
           05 CFW-LOG-DATE           PIC 9(8).
           05 CFW-LOG-TIME           PIC 9(6).
           05 CFW-PROGRAM            PIC X(25).
      *    Program that carried the payment forward.
           05 CFW-PAYMENT-TYPE       PIC X(10).
      *    Cut-off type applied (CutoffRecord.cpy lists them).
           05 CFW-REFERENCE          PIC X(8).
      *    Future payment id, standing order id, or batch record
      *    number.
           05 CFW-FROM-ACCT-ID       PIC 9(5).
           05 CFW-PAYEE              PIC X(20).
      *    Beneficiary reference, or the receiving account number.
           05 CFW-AMOUNT             PIC 9(9)V99.
           05 CFW-CURRENCY           PIC X(3).
           05 CFW-REQUEST-DATE       PIC 9(8).
      *    The day the payment would otherwise have been made.
           05 CFW-VALUE-DATE         PIC 9(8).
           05 CFW-REASON             PIC X(1).
      *    "C" captured after the cut-off, "H" requested day is not
      *    a business day.
