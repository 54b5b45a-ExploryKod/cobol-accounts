      * WITHDRAWAL or DEPOSIT; interest, fees, clearing credits and
      * reversals do not count) inside the configurable window is
      * moved from "A" to dormant status "D" and listed on
      * DORMANT.RPT, and the customer is sent a dormancy letter
      * (LetterRequest). The activity scan covers the live ledger plus
      * the monthly archive files inside the window, so a rolled-over
      * ledger does not make everyone look inactive. Dormant
      * accounts block debits but keep taking credits until an
       01 WS-SWEEP-OK               PIC X(1) VALUE "Y".
       01 WS-SEARCH-IDX             PIC 9(5).
       01 WS-JOURNAL-PROGRAM PIC X(25) VALUE "DormantAccountSweep".
       01 WS-JOURNAL-BEFORE  PIC X(250).
       01 WS-JOURNAL-AFTER   PIC X(250).
       01 WS-LETTER-TYPE     PIC X(8) VALUE "DORMANT".
       01 WS-LETTER-DETAIL   PIC X(40) VALUE SPACES.

       01 ACTIVE-ACCT-TABLE.
           05 ACTIVE-ACCT-ID OCCURS 5000 TIMES
                   " " ACCT-CURRENCY " marked dormant"
                   DELIMITED BY SIZE INTO DORMANT-REPORT-LINE
               WRITE DORMANT-REPORT-LINE
               CALL "LetterRequest" USING WS-JOURNAL-PROGRAM
                   WS-LETTER-TYPE ACCT-ID ACCT-BALANCE WS-TODAY
                   WS-LETTER-DETAIL
               DISPLAY "Account " ACCT-ID " marked dormant."
           END-IF.
