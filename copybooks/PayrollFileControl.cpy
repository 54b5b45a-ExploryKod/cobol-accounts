      ******************************************************************
      * PayrollFileControl.cpy
      * FILE-CONTROL entry for the corporate payroll credit file
      * (PAYROLL.DAT) processed by PayrollCredit.
      ******************************************************************
           SELECT PAYROLL-FILE ASSIGN TO "PAYROLL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAYROLL-FILE-STATUS.
