           05 BRANCH-TOTAL-ENTRY OCCURS 10 TIMES.
               10 BRT-CODE              PIC X(3).
               10 BRT-ACCOUNTS          PIC 9(5).
               10 BRT-BALANCE           PIC 9(15)V99.

       PROCEDURE DIVISION.
       START-SNAPSHOT.
