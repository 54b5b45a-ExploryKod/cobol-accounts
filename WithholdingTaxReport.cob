       01 WS-TAB-IDX                PIC 9(4).
       01 WS-TAB-FOUND              PIC X(1).
       01 WS-CUST-IDX               PIC 9(2).
       01 WS-CUST-GROSS             PIC 9(13)V99.
       01 WS-CUST-TAX               PIC 9(13)V99.
       01 WS-CUST-NET               PIC 9(13)V99.
       01 WS-CUSTOMER-COUNT         PIC 9(5) VALUE 0.

       01 TAX-SUM-TABLE.
           05 TAX-SUM-ENTRY OCCURS 5000 TIMES.
               10 TAX-ACCT-ID           PIC 9(5).
               10 TAX-GROSS             PIC 9(13)V99.
               10 TAX-WITHHELD          PIC 9(13)V99.

       PROCEDURE DIVISION.
       START-REPORT.
