       01 WS-ASSESSED-COUNT         PIC 9(5) VALUE 0.
       01 WS-WAIVED-COUNT           PIC 9(5) VALUE 0.
       01 WS-SKIPPED-COUNT          PIC 9(5) VALUE 0.
       01 WS-CHARGED-TOTAL          PIC 9(13)V99 VALUE 0.
       01 WS-JOURNAL-PROGRAM PIC X(25) VALUE "MonthlyFeeAssessment".
       01 WS-JOURNAL-BEFORE  PIC X(250).
       01 WS-JOURNAL-AFTER   PIC X(250).

       01 FEE-TABLE.
           05 FEE-ENTRY OCCURS 20 TIMES.
               10 FEE-TAB-TYPE          PIC X(10).
               10 FEE-TAB-AMOUNT        PIC 9(9)V99.
               10 FEE-TAB-ACCT-TYPE     PIC X(1).
               10 FEE-TAB-WAIVER        PIC 9(9)V99.

       PROCEDURE DIVISION.
       START-ASSESSMENT.
