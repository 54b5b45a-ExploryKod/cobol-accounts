       01 CCY-TOTAL-TABLE.
           05 CCY-TOTAL-ENTRY OCCURS 10 TIMES.
               10 CCY-TOTAL-CODE        PIC X(3).
               10 CCY-TOTAL-AMOUNT      PIC S9(13)V99.

       01 RPT-ACCOUNT-LINE.
           05 FILLER                 PIC X(2) VALUE SPACES.
           05 FILLER                 PIC X(2) VALUE SPACES.
           05 RPT-ACCT-CURRENCY      PIC X(3).
           05 FILLER                 PIC X(2) VALUE SPACES.
           05 RPT-ACCT-BALANCE       PIC Z(8)9.99.

       01 RPT-TOTAL-LINE.
           05 FILLER                 PIC X(2) VALUE SPACES.
           05 FILLER                 PIC X(2) VALUE SPACES.
           05 RPT-TOTAL-CURRENCY     PIC X(3).
           05 FILLER                 PIC X(2) VALUE SPACES.
           05 RPT-TOTAL-AMOUNT       PIC Z(12)9.99-.

       PROCEDURE DIVISION.
       START-REPORT.
