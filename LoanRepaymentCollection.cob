       IDENTIFICATION DIVISION.
       PROGRAM-ID. LoanRepaymentCollection.

      ******************************************************************
      * Nightly loan repayment collection. Walks LOANS.DAT and, for
      * every running loan, brings each instalment whose due date
      * has been reached onto the loan's "due" figures - interest
      * for the month on the principal outstanding, the rest of the
      * level instalment as principal (the last instalment takes
      * whatever principal remains) - and then tries to collect
      * everything due from the repayment account in one go. A
      * collection debits the account with a LOANINT entry for the
      * interest and a LOANPRIN entry for the principal, sharing one
      * transaction reference. When the account cannot cover what
      * is due (inactive, or not enough after its holds, minimum
      * balance and overdraft limit) nothing is taken and the loan
      * moves into arrears "R"; a loan in arrears is retried every
      * night until the whole arrears amount can be collected.
      * Every loan still in arrears after the run is listed on the
      * daily arrears listing LOANARRS.RPT.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "LoanFileControl.cpy".
           COPY "AccountFileControl.cpy".
           COPY "HoldFileControl.cpy".
           COPY "LedgerFileControl.cpy".
           SELECT ARREARS-REPORT ASSIGN TO "LOANARRS.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARREARS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LOAN-FILE.
           COPY "LoanRecord.cpy".
       FD  ACCOUNT-MASTER-FILE.
           COPY "AccountRecord.cpy".
       FD  HOLDS-FILE.
           COPY "HoldRecord.cpy".
       FD  TRANSACTION-LEDGER.
           COPY "LedgerRecord.cpy".
       FD  ARREARS-REPORT.
       01 ARREARS-REPORT-LINE        PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-LOAN-FILE-STATUS       PIC X(2).
       01 WS-ACCOUNT-FILE-STATUS    PIC X(2).
       01 WS-HOLDS-FILE-STATUS      PIC X(2).
       01 WS-LEDGER-FILE-STATUS     PIC X(2).
       01 WS-ARREARS-REPORT-STATUS  PIC X(2).
       01 WS-EOF-LOANS              PIC X(1) VALUE "N".
       01 WS-EOF-HOLDS              PIC X(1).
       01 WS-TODAY                  PIC 9(8).
       01 WS-TODAY-INT              PIC 9(8).
       01 WS-SINCE-INT              PIC 9(8).
       01 WS-DAYS-IN-ARREARS        PIC 9(5).
       01 WS-INSTALMENT-INTEREST    PIC 9(9)V99.
       01 WS-INSTALMENT-PRINCIPAL   PIC 9(9)V99.
       01 WS-DUE-TOTAL              PIC 9(11)V99.
       01 WS-AVAILABLE-FLOOR        PIC S9(9)V99.
       01 WS-ACTIVE-HOLDS-TOTAL     PIC 9(11)V99.
       01 WS-COLLECTED              PIC X(1).
       01 WS-LEDGER-TYPE            PIC X(10).
       01 WS-LEDGER-AMOUNT          PIC 9(9)V99.
       01 WS-LEDGER-REF             PIC 9(14).
       01 WS-LOANS-READ             PIC 9(5) VALUE 0.
       01 WS-COLLECTED-COUNT        PIC 9(5) VALUE 0.
       01 WS-COLLECTED-TOTAL        PIC 9(13)V99 VALUE 0.
       01 WS-NEW-ARREARS-COUNT      PIC 9(5) VALUE 0.
       01 WS-ARREARS-COUNT          PIC 9(5) VALUE 0.
       01 WS-ARREARS-TOTAL          PIC 9(13)V99 VALUE 0.
       01 WS-REPAID-COUNT           PIC 9(5) VALUE 0.
       01 WS-JOURNAL-PROGRAM PIC X(25) VALUE "LoanRepaymentCollection".
       01 WS-JOURNAL-BEFORE  PIC X(250).
       01 WS-JOURNAL-AFTER   PIC X(250).
       01 WS-YEAR                   PIC 9(4).
       01 WS-MONTH                  PIC 9(3).
       01 WS-DAY                    PIC 9(2).

       PROCEDURE DIVISION.
       START-COLLECTION.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE (WS-TODAY).
           DISPLAY "Loan repayment collection for " WS-TODAY ".".
           OPEN I-O LOAN-FILE.
           IF WS-LOAN-FILE-STATUS = "35"
               DISPLAY "No loan file; nothing to collect."
               PERFORM OPEN-ARREARS-REPORT
               PERFORM CLOSE-ARREARS-REPORT
               GOBACK
           END-IF.
           IF WS-LOAN-FILE-STATUS NOT = "00"
               DISPLAY "Unable to open the loan file, status "
                   WS-LOAN-FILE-STATUS "; nothing collected."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN I-O ACCOUNT-MASTER-FILE.
           IF WS-ACCOUNT-FILE-STATUS NOT = "00"
               DISPLAY "Unable to open the account master, status "
                   WS-ACCOUNT-FILE-STATUS "; nothing collected."
               CLOSE LOAN-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM OPEN-ARREARS-REPORT.
           MOVE LOW-VALUES TO LOAN-ID.
           START LOAN-FILE KEY IS NOT LESS THAN LOAN-ID
               INVALID KEY
                   MOVE "Y" TO WS-EOF-LOANS
           END-START.
           PERFORM UNTIL WS-EOF-LOANS = "Y"
               READ LOAN-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF-LOANS
                   NOT AT END
                       IF LOAN-STATUS = "A" OR LOAN-STATUS = "R"
                           ADD 1 TO WS-LOANS-READ
                           PERFORM PROCESS-ONE-LOAN
                       END-IF
               END-READ
           END-PERFORM.
           PERFORM CLOSE-ARREARS-REPORT.
           CLOSE ACCOUNT-MASTER-FILE.
           CLOSE LOAN-FILE.
           DISPLAY "Loan collection complete: " WS-LOANS-READ
               " running loan(s), " WS-COLLECTED-COUNT
               " collection(s) totalling " WS-COLLECTED-TOTAL ", "
               WS-REPAID-COUNT " repaid in full, "
               WS-NEW-ARREARS-COUNT " newly in arrears, "
               WS-ARREARS-COUNT " in arrears.".
           GOBACK.

       PROCESS-ONE-LOAN.
           PERFORM UNTIL LOAN-NEXT-DUE-DATE = 0
                   OR LOAN-NEXT-DUE-DATE > WS-TODAY
               PERFORM BRING-INSTALMENT-DUE
           END-PERFORM.
           IF LOAN-DUE-COUNT > 0
               PERFORM TRY-COLLECT-DUE
               IF WS-COLLECTED = "Y"
                   IF LOAN-OUTSTANDING = 0
                       AND LOAN-NEXT-DUE-DATE = 0
                       MOVE "P" TO LOAN-STATUS
                       MOVE WS-TODAY TO LOAN-CLOSED-DATE
                       ADD 1 TO WS-REPAID-COUNT
                       DISPLAY "Loan " LOAN-ID " repaid in full."
                   ELSE
                       MOVE "A" TO LOAN-STATUS
                   END-IF
               ELSE
                   IF LOAN-STATUS NOT = "R"
                       ADD 1 TO WS-NEW-ARREARS-COUNT
                       DISPLAY "Loan " LOAN-ID " moved into arrears."
                   END-IF
                   MOVE "R" TO LOAN-STATUS
               END-IF
               REWRITE LOAN-RECORD
                   INVALID KEY
                       DISPLAY "Unable to update loan " LOAN-ID
               END-REWRITE
           END-IF.
           IF LOAN-STATUS = "R"
               PERFORM WRITE-ARREARS-LINE
           END-IF.

      * One instalment falls due: the month's interest on the
      * principal still outstanding, and the remainder of the level
      * instalment as principal. The final instalment (or one the
      * remainder would overshoot) takes exactly what is left, so
      * rounding never leaves a few cents owing after the term.
       BRING-INSTALMENT-DUE.
           COMPUTE WS-INSTALMENT-INTEREST ROUNDED =
               LOAN-OUTSTANDING * LOAN-ANNUAL-RATE / 12.
           IF LOAN-INSTALMENTS-PAID + LOAN-DUE-COUNT + 1
                   >= LOAN-TERM-MONTHS
               OR LOAN-INSTALMENT - WS-INSTALMENT-INTEREST
                   > LOAN-OUTSTANDING
               MOVE LOAN-OUTSTANDING TO WS-INSTALMENT-PRINCIPAL
           ELSE
               IF LOAN-INSTALMENT > WS-INSTALMENT-INTEREST
                   COMPUTE WS-INSTALMENT-PRINCIPAL =
                       LOAN-INSTALMENT - WS-INSTALMENT-INTEREST
               ELSE
                   MOVE 0 TO WS-INSTALMENT-PRINCIPAL
               END-IF
           END-IF.
           ADD WS-INSTALMENT-INTEREST TO LOAN-DUE-INTEREST.
           ADD WS-INSTALMENT-PRINCIPAL TO LOAN-DUE-PRINCIPAL.
           SUBTRACT WS-INSTALMENT-PRINCIPAL FROM LOAN-OUTSTANDING.
           IF LOAN-DUE-COUNT = 0
               MOVE LOAN-NEXT-DUE-DATE TO LOAN-ARREARS-SINCE
           END-IF.
           ADD 1 TO LOAN-DUE-COUNT.
           MOVE LOAN-NEXT-DUE-DATE TO LOAN-INTEREST-FROM.
           IF LOAN-OUTSTANDING = 0
               MOVE 0 TO LOAN-NEXT-DUE-DATE
           ELSE
               PERFORM ADVANCE-DUE-DATE
           END-IF.

      * Next due date: one month on, on the loan's payment day,
      * clamped to the end of short months.
       ADVANCE-DUE-DATE.
           MOVE LOAN-NEXT-DUE-DATE (1:4) TO WS-YEAR.
           MOVE LOAN-NEXT-DUE-DATE (5:2) TO WS-MONTH.
           MOVE LOAN-PAYMENT-DAY TO WS-DAY.
           ADD 1 TO WS-MONTH.
           IF WS-MONTH > 12
               SUBTRACT 12 FROM WS-MONTH
               ADD 1 TO WS-YEAR
           END-IF.
           PERFORM CLAMP-DAY-OF-MONTH.
           COMPUTE LOAN-NEXT-DUE-DATE =
               WS-YEAR * 10000 + WS-MONTH * 100 + WS-DAY.

       CLAMP-DAY-OF-MONTH.
           EVALUATE WS-MONTH
               WHEN 4 WHEN 6 WHEN 9 WHEN 11
                   IF WS-DAY > 30
                       MOVE 30 TO WS-DAY
                   END-IF
               WHEN 2
                   IF FUNCTION MOD(WS-YEAR, 4) = 0
                       AND (FUNCTION MOD(WS-YEAR, 100) NOT = 0
                           OR FUNCTION MOD(WS-YEAR, 400) = 0)
                       IF WS-DAY > 29
                           MOVE 29 TO WS-DAY
                       END-IF
                   ELSE
                       IF WS-DAY > 28
                           MOVE 28 TO WS-DAY
                       END-IF
                   END-IF
               WHEN OTHER
                   IF WS-DAY > 31
                       MOVE 31 TO WS-DAY
                   END-IF
           END-EVALUATE.

      * All or nothing: either the whole amount due (tonight's
      * instalment plus any arrears) leaves the account, or nothing
      * does and the loan stays in arrears for tomorrow's retry.
       TRY-COLLECT-DUE.
           MOVE "N" TO WS-COLLECTED.
           COMPUTE WS-DUE-TOTAL =
               LOAN-DUE-INTEREST + LOAN-DUE-PRINCIPAL.
           MOVE LOAN-ACCT-ID TO ACCT-ID.
           READ ACCOUNT-MASTER-FILE
               INVALID KEY
                   CONTINUE
           END-READ.
           IF WS-ACCOUNT-FILE-STATUS NOT = "00"
               DISPLAY "Loan " LOAN-ID ": repayment account "
                   LOAN-ACCT-ID " not found."
           ELSE
               IF ACCT-STATUS NOT = "A"
                   DISPLAY "Loan " LOAN-ID ": repayment account "
                       LOAN-ACCT-ID " not active (status "
                       ACCT-STATUS "); " WS-DUE-TOTAL
                       " not collected."
               ELSE
                   PERFORM SUM-ACTIVE-HOLDS
                   COMPUTE WS-AVAILABLE-FLOOR =
                       ACCT-MIN-BALANCE - ACCT-OVERDRAFT-LIMIT
                   IF ACCT-BALANCE - WS-DUE-TOTAL
                       - WS-ACTIVE-HOLDS-TOTAL < WS-AVAILABLE-FLOOR
                       DISPLAY "Loan " LOAN-ID ": account "
                           LOAN-ACCT-ID " cannot cover "
                           WS-DUE-TOTAL "; not collected."
                   ELSE
                       PERFORM POST-COLLECTION
                   END-IF
               END-IF
           END-IF.

       POST-COLLECTION.
           MOVE ACCOUNT-RECORD TO WS-JOURNAL-BEFORE.
           SUBTRACT WS-DUE-TOTAL FROM ACCT-BALANCE.
           ADD 1 TO ACCT-VERSION.
           REWRITE ACCOUNT-RECORD
               INVALID KEY
                   DISPLAY "Unable to post collection for account "
                       ACCT-ID
           END-REWRITE.
           IF WS-ACCOUNT-FILE-STATUS = "00"
               MOVE ACCOUNT-RECORD TO WS-JOURNAL-AFTER
               CALL "AccountJournal" USING
                   WS-JOURNAL-PROGRAM WS-JOURNAL-BEFORE
                   WS-JOURNAL-AFTER
      *        The interest entry's running balance is the balance
      *        before the principal leaves; both entries carry the
      *        reference of the first.
               MOVE 0 TO WS-LEDGER-REF
               IF LOAN-DUE-INTEREST > 0
                   ADD LOAN-DUE-PRINCIPAL TO ACCT-BALANCE
                   MOVE "LOANINT" TO WS-LEDGER-TYPE
                   MOVE LOAN-DUE-INTEREST TO WS-LEDGER-AMOUNT
                   PERFORM WRITE-LOAN-LEDGER-ENTRY
                   SUBTRACT LOAN-DUE-PRINCIPAL FROM ACCT-BALANCE
               END-IF
               IF LOAN-DUE-PRINCIPAL > 0
                   MOVE "LOANPRIN" TO WS-LEDGER-TYPE
                   MOVE LOAN-DUE-PRINCIPAL TO WS-LEDGER-AMOUNT
                   PERFORM WRITE-LOAN-LEDGER-ENTRY
               END-IF
               DISPLAY "Loan " LOAN-ID ": " WS-DUE-TOTAL
                   " collected from account " LOAN-ACCT-ID
                   " (interest " LOAN-DUE-INTEREST ", principal "
                   LOAN-DUE-PRINCIPAL ")."
               ADD 1 TO WS-COLLECTED-COUNT
               ADD WS-DUE-TOTAL TO WS-COLLECTED-TOTAL
               ADD LOAN-DUE-COUNT TO LOAN-INSTALMENTS-PAID
               MOVE 0 TO LOAN-DUE-COUNT
               MOVE 0 TO LOAN-DUE-INTEREST
               MOVE 0 TO LOAN-DUE-PRINCIPAL
               MOVE 0 TO LOAN-ARREARS-SINCE
               MOVE "Y" TO WS-COLLECTED
           END-IF.

      * Active, unexpired holds reduce what the collection may draw
      * on, exactly as they do for a withdrawal.
       SUM-ACTIVE-HOLDS.
           MOVE 0 TO WS-ACTIVE-HOLDS-TOTAL.
           OPEN INPUT HOLDS-FILE.
           IF WS-HOLDS-FILE-STATUS = "00"
               MOVE LOW-VALUES TO HOLD-ID
               START HOLDS-FILE KEY IS NOT LESS THAN HOLD-ID
                   INVALID KEY
                       CONTINUE
               END-START
               MOVE "N" TO WS-EOF-HOLDS
               IF WS-HOLDS-FILE-STATUS NOT = "00"
                   MOVE "Y" TO WS-EOF-HOLDS
               END-IF
               PERFORM UNTIL WS-EOF-HOLDS = "Y"
                   READ HOLDS-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-EOF-HOLDS
                       NOT AT END
                           IF HOLD-ACCT-ID = LOAN-ACCT-ID
                               AND HOLD-STATUS = "A"
                               AND (HOLD-EXPIRY-DATE = 0
                                   OR HOLD-EXPIRY-DATE >= WS-TODAY)
                               ADD HOLD-AMOUNT TO
                                   WS-ACTIVE-HOLDS-TOTAL
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HOLDS-FILE
           END-IF.

       WRITE-LOAN-LEDGER-ENTRY.
           OPEN EXTEND TRANSACTION-LEDGER.
           ACCEPT LEDG-DATE FROM DATE YYYYMMDD.
           ACCEPT LEDG-TIME FROM TIME.
           MOVE LOAN-ACCT-ID TO LEDG-ACCT-ID.
           MOVE WS-LEDGER-TYPE TO LEDG-TXN-TYPE.
           MOVE "DEBIT" TO LEDG-DIRECTION.
           MOVE WS-LEDGER-AMOUNT TO LEDG-AMOUNT.
           MOVE ACCT-BALANCE TO LEDG-BALANCE.
           MOVE SPACES TO LEDG-ORIG-CURRENCY.
           MOVE WS-LEDGER-AMOUNT TO LEDG-ORIG-AMOUNT.
           MOVE 1 TO LEDG-EXCHANGE-RATE.
           MOVE SPACE TO LEDG-REVERSAL-FLAG.
           MOVE 0 TO LEDG-ORIG-REF.
           CALL "LedgerSequence" USING LEDG-SEQUENCE.
           IF WS-LEDGER-REF = 0
               MOVE LEDG-SEQUENCE TO WS-LEDGER-REF
           END-IF.
           MOVE WS-LEDGER-REF TO LEDG-TXN-REF.
           MOVE SPACES TO LEDG-CATEGORY.
           WRITE LEDGER-RECORD.
           CALL "LedgerShadow" USING LEDGER-RECORD.
           CLOSE TRANSACTION-LEDGER.

       OPEN-ARREARS-REPORT.
           OPEN OUTPUT ARREARS-REPORT.
           MOVE SPACES TO ARREARS-REPORT-LINE.
           STRING "LOANS IN ARREARS AS AT " WS-TODAY
               DELIMITED BY SIZE INTO ARREARS-REPORT-LINE.
           WRITE ARREARS-REPORT-LINE.
           MOVE SPACES TO ARREARS-REPORT-LINE.
           STRING "LOAN  CUST  ACCT  MISSED  INTEREST   PRINCIPAL  "
               "SINCE     DAYS"
               DELIMITED BY SIZE INTO ARREARS-REPORT-LINE.
           WRITE ARREARS-REPORT-LINE.

       WRITE-ARREARS-LINE.
           COMPUTE WS-SINCE-INT =
               FUNCTION INTEGER-OF-DATE (LOAN-ARREARS-SINCE).
           IF WS-TODAY-INT > WS-SINCE-INT
               COMPUTE WS-DAYS-IN-ARREARS = WS-TODAY-INT - WS-SINCE-INT
           ELSE
               MOVE 0 TO WS-DAYS-IN-ARREARS
           END-IF.
           ADD 1 TO WS-ARREARS-COUNT.
           ADD LOAN-DUE-INTEREST TO WS-ARREARS-TOTAL.
           ADD LOAN-DUE-PRINCIPAL TO WS-ARREARS-TOTAL.
           MOVE SPACES TO ARREARS-REPORT-LINE.
           STRING LOAN-ID " " LOAN-CUST-ID " " LOAN-ACCT-ID " "
               LOAN-DUE-COUNT "     " LOAN-DUE-INTEREST "  "
               LOAN-DUE-PRINCIPAL "  " LOAN-ARREARS-SINCE " "
               WS-DAYS-IN-ARREARS
               DELIMITED BY SIZE INTO ARREARS-REPORT-LINE.
           WRITE ARREARS-REPORT-LINE.

       CLOSE-ARREARS-REPORT.
           MOVE SPACES TO ARREARS-REPORT-LINE.
           STRING "TOTAL " WS-ARREARS-COUNT " loan(s) in arrears, "
               "amount " WS-ARREARS-TOTAL
               DELIMITED BY SIZE INTO ARREARS-REPORT-LINE.
           WRITE ARREARS-REPORT-LINE.
           CLOSE ARREARS-REPORT.
