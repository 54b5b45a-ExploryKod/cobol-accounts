           05 SPEND-SUM-ENTRY OCCURS 2000 TIMES.
               10 SPEND-ACCT-ID         PIC 9(5).
               10 SPEND-CATEGORY        PIC X(4).
               10 SPEND-TOTAL           PIC 9(13)V99.
               10 SPEND-ENTRIES         PIC 9(4).

       PROCEDURE DIVISION.
