      * a fresh term at the same rate and pays only the interest out;
      * anything else pays principal plus interest and is marked
      * matured. Either way the customer hears about it through an
      * ALERTS.DAT record and a maturity letter; a deposit due to
      * mature WS-NOTICE-DAYS from today is sent an advance notice
      * letter (LetterRequest).
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01 WS-CUSTOMER-FILE-STATUS   PIC X(2).
       01 WS-ALERTS-FILE-STATUS     PIC X(2).
       01 WS-EOF-DEPOSITS           PIC X(1) VALUE "N".
       01 WS-HOLDER-COUNT           PIC 9(2).
       01 WS-HOLDER-TABLE.
           05 WS-HOLDER-ENTRY OCCURS 20 TIMES.
               10 WS-HOLDER-CUST-ID PIC 9(5).
               10 WS-HOLDER-ROLE    PIC X(1).
       01 WS-TODAY                  PIC 9(8).
       01 WS-MATURED-COUNT          PIC 9(5) VALUE 0.
       01 WS-ROLLED-COUNT           PIC 9(5) VALUE 0.
       01 WS-SKIPPED-COUNT          PIC 9(5) VALUE 0.
       01 WS-TERM-INTEREST          PIC 9(9)V99.
       01 WS-PAYOUT-AMOUNT          PIC 9(9)V99.
       01 WS-LEDGER-AMOUNT          PIC 9(9)V99.
       01 WS-ALERT-CUST-FOUND       PIC X(1).
       01 WS-YEAR                   PIC 9(4).
       01 WS-MONTH                  PIC 9(3).
       01 WS-DAY                    PIC 9(2).
       01 WS-NOTICE-DAYS            PIC 9(3) VALUE 14.
       01 WS-NOTICE-DATE            PIC 9(8).
       01 WS-LETTER-TYPE            PIC X(8).
       01 WS-LETTER-AMOUNT          PIC 9(9)V99.
       01 WS-LETTER-DATE            PIC 9(8).
       01 WS-LETTER-DETAIL          PIC X(40).
       01 WS-JOURNAL-PROGRAM PIC X(25) VALUE "TermDepositMaturity".
       01 WS-JOURNAL-BEFORE  PIC X(250).
       01 WS-JOURNAL-AFTER   PIC X(250).

       PROCEDURE DIVISION.
       START-MATURITY.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           DISPLAY "Term deposit maturity run for " WS-TODAY ".".
           COMPUTE WS-NOTICE-DATE = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE (WS-TODAY) + WS-NOTICE-DAYS).
           OPEN I-O TERM-DEPOSIT-FILE.
           IF WS-TERM-DEPOSIT-FILE-STATUS NOT = "00"
               DISPLAY "No term deposit file; nothing matures."
                           AND TD-MATURITY-DATE <= WS-TODAY
                           PERFORM MATURE-ONE-DEPOSIT
                       END-IF
                       IF TD-STATUS = "A"
                           AND TD-MATURITY-DATE = WS-NOTICE-DATE
                           PERFORM REQUEST-NOTICE-LETTER
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ACCOUNT-MASTER-FILE.
                   PERFORM CREDIT-LINKED-ACCOUNT
               END-IF
               PERFORM WRITE-MATURITY-ALERT
               PERFORM REQUEST-MATURITY-LETTER
           END-IF.

       REQUEST-MATURITY-LETTER.
           MOVE "TDMATURE" TO WS-LETTER-TYPE.
           MOVE WS-PAYOUT-AMOUNT TO WS-LETTER-AMOUNT.
           MOVE SPACES TO WS-LETTER-DETAIL.
           IF TD-STATUS = "M"
               MOVE TD-MATURITY-DATE TO WS-LETTER-DATE
               STRING "Deposit " TD-ID " paid out"
                   DELIMITED BY SIZE INTO WS-LETTER-DETAIL
           ELSE
               MOVE TD-START-DATE TO WS-LETTER-DATE
               STRING "Deposit " TD-ID " renewed to "
                   TD-MATURITY-DATE
                   DELIMITED BY SIZE INTO WS-LETTER-DETAIL
           END-IF.
           CALL "LetterRequest" USING WS-JOURNAL-PROGRAM
               WS-LETTER-TYPE TD-ACCT-ID WS-LETTER-AMOUNT
               WS-LETTER-DATE WS-LETTER-DETAIL.

       REQUEST-NOTICE-LETTER.
           MOVE "TDNOTICE" TO WS-LETTER-TYPE.
           MOVE TD-PRINCIPAL TO WS-LETTER-AMOUNT.
           MOVE TD-MATURITY-DATE TO WS-LETTER-DATE.
           MOVE SPACES TO WS-LETTER-DETAIL.
           IF TD-ROLLOVER = "Y"
               STRING "Deposit " TD-ID " will renew"
                   DELIMITED BY SIZE INTO WS-LETTER-DETAIL
           ELSE
               STRING "Deposit " TD-ID " will be paid out"
                   DELIMITED BY SIZE INTO WS-LETTER-DETAIL
           END-IF.
           CALL "LetterRequest" USING WS-JOURNAL-PROGRAM
               WS-LETTER-TYPE TD-ACCT-ID WS-LETTER-AMOUNT
               WS-LETTER-DATE WS-LETTER-DETAIL.

      * Same month arithmetic as the maintenance screen: the fresh
      * term runs from the old maturity date, clamped to the end of
      * same reverse lookup the customer file was built to answer.
       WRITE-MATURITY-ALERT.
           MOVE "N" TO WS-ALERT-CUST-FOUND.
           CALL "AccountHolders" USING TD-ACCT-ID
               WS-HOLDER-COUNT WS-HOLDER-TABLE.
           IF WS-HOLDER-COUNT > 0
               OPEN INPUT CUSTOMER-FILE
               IF WS-CUSTOMER-FILE-STATUS = "00"
                   MOVE WS-HOLDER-CUST-ID (1) TO CUST-ID
                   READ CUSTOMER-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE "Y" TO WS-ALERT-CUST-FOUND
                   END-READ
                   CLOSE CUSTOMER-FILE
               END-IF
           END-IF.
           IF WS-ALERT-CUST-FOUND = "Y"
               OPEN EXTEND ALERTS-FILE
                       TD-ACCT-ID
                       DELIMITED BY SIZE INTO ALERT-TEXT
               ELSE
                   STRING "Term deposit " TD-ID " renewed to "
                       TD-MATURITY-DATE "; interest "
                       WS-PAYOUT-AMOUNT " to account "
                       TD-ACCT-ID
                       DELIMITED BY SIZE INTO ALERT-TEXT
               END-IF
