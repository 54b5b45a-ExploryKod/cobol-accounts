      ******************************************************************
      * PayrollReturnFileControl.cpy
      * FILE-CONTROL entry for the payroll return file (PAYRETRN.DAT)
      * PayrollCredit writes for the originator.
      ******************************************************************
           SELECT PAYROLL-RETURN-FILE ASSIGN TO "PAYRETRN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAYROLL-RETURN-STATUS.
