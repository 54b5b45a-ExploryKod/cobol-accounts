       IDENTIFICATION DIVISION.
       PROGRAM-ID. LoanMaintenance.

      ******************************************************************
      * Back-office screen for instalment loans. Booking records the
      * loan for a customer against one of the customer's own
      * accounts and works out the level monthly instalment;
      * disbursal (supervisor only) pays the principal into that
      * repayment account (LOANDISB ledger entry) and starts the
      * repayment schedule. Instalments are collected by the nightly
      * LoanRepaymentCollection job, never from this screen. An
      * early settlement collects everything still owed - principal
      * not yet due, any arrears, and interest from the last due
      * date to today - as LOANINT and LOANPRIN entries and closes
      * the loan. Loans are never deleted.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "LoanFileControl.cpy".
           COPY "AccountFileControl.cpy".
           COPY "CustomerFileControl.cpy".
           COPY "HoldFileControl.cpy".
           COPY "LedgerFileControl.cpy".
           COPY "MaintAuditFileControl.cpy".

       DATA DIVISION.
       FILE SECTION.
       FD  LOAN-FILE.
           COPY "LoanRecord.cpy".
       FD  ACCOUNT-MASTER-FILE.
           COPY "AccountRecord.cpy".
       FD  CUSTOMER-FILE.
           COPY "CustomerRecord.cpy".
       FD  HOLDS-FILE.
           COPY "HoldRecord.cpy".
       FD  TRANSACTION-LEDGER.
           COPY "LedgerRecord.cpy".
       FD  MAINT-AUDIT-FILE.
           COPY "MaintAuditRecord.cpy".

       WORKING-STORAGE SECTION.
       COPY "ReasonCodes.cpy".
       01 WS-LOAN-FILE-STATUS     PIC X(2).
       01 WS-ACCOUNT-FILE-STATUS  PIC X(2).
       01 WS-CUSTOMER-FILE-STATUS PIC X(2).
       01 WS-HOLDS-FILE-STATUS    PIC X(2).
       01 WS-LEDGER-FILE-STATUS   PIC X(2).
       01 USER-CHOICE             PIC X(1).
       01 END-PROG                PIC 9(1) VALUE 0.
       01 ERROR-CODE              PIC 9(2).
       01 WS-SIGNON-OPERATOR-ID   PIC X(8).
       01 WS-SIGNON-LEVEL         PIC 9(1).
       01 WS-MAINT-AUDIT-FILE-STATUS PIC X(2).
       01 WS-TIME-NOW            PIC 9(8).
       01 WS-AUDIT-ACTION         PIC X(20).
       01 WS-AUDIT-KEY            PIC X(8).
       01 WS-AUDIT-BEFORE         PIC X(40).
       01 WS-AUDIT-AFTER          PIC X(40).
       01 WS-TODAY                PIC 9(8).
       01 WS-EOF-LOANS            PIC X(1).
       01 WS-EOF-HOLDS            PIC X(1).
       01 WS-LIST-CUST-ID         PIC 9(5).
       01 WS-CHECK-ACCT-ID        PIC 9(5).
       01 WS-CHECK-RESULT         PIC X(1).
       01 WS-LINK-FOUND           PIC X(1).
       01 WS-LINK-IDX             PIC 9(2).
       01 WS-MONTHLY-RATE         PIC 9V9(8).
       01 WS-GROWTH               PIC 9(5)V9(8).
       01 WS-AVAILABLE-FLOOR      PIC S9(9)V99.
       01 WS-ACTIVE-HOLDS-TOTAL   PIC 9(11)V99.
       01 WS-FROM-INT             PIC 9(8).
       01 WS-TODAY-INT            PIC 9(8).
       01 WS-DAYS-ACCRUED         PIC 9(5).
       01 WS-ACCRUED-INTEREST     PIC 9(9)V99.
       01 WS-SETTLE-INTEREST      PIC 9(9)V99.
       01 WS-SETTLE-PRINCIPAL     PIC 9(9)V99.
       01 WS-SETTLE-TOTAL         PIC 9(11)V99.
       01 WS-CONFIRM              PIC X(1).
       01 WS-OLD-STATUS           PIC X(1).
       01 WS-LEDGER-TYPE          PIC X(10).
       01 WS-LEDGER-DIRECTION     PIC X(6).
       01 WS-LEDGER-AMOUNT        PIC 9(9)V99.
       01 WS-LEDGER-REF           PIC 9(14).
       01 WS-JOURNAL-PROGRAM PIC X(25) VALUE "LoanMaintenance".
       01 WS-JOURNAL-BEFORE  PIC X(250).
       01 WS-JOURNAL-AFTER   PIC X(250).
       01 WS-YEAR                 PIC 9(4).
       01 WS-MONTH                PIC 9(3).
       01 WS-DAY                  PIC 9(2).

       PROCEDURE DIVISION.
       START-PROGRAM.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           CALL "OperatorSignon" USING WS-SIGNON-OPERATOR-ID
               WS-SIGNON-LEVEL ERROR-CODE.
           IF ERROR-CODE NOT = RC-SUCCESS
               DISPLAY "Exiting."
               STOP RUN
           END-IF.
           OPEN I-O LOAN-FILE.
           IF WS-LOAN-FILE-STATUS = "35"
               OPEN OUTPUT LOAN-FILE
               CLOSE LOAN-FILE
               OPEN I-O LOAN-FILE
           END-IF.
           OPEN I-O ACCOUNT-MASTER-FILE.
           OPEN INPUT CUSTOMER-FILE.
           GO TO MAIN-LOOP.

       MAIN-LOOP.
           DISPLAY "Loan Maintenance Menu:".
           DISPLAY "1. Book new loan".
           DISPLAY "2. Disburse loan".
           DISPLAY "3. Settle loan early".
           DISPLAY "4. Display loan".
           DISPLAY "5. List loans for a customer".
           DISPLAY "6. Quitter".
           ACCEPT USER-CHOICE.
           EVALUATE USER-CHOICE
               WHEN "1"
                   PERFORM BOOK-LOAN THRU BOOK-LOAN-DONE
               WHEN "2"
                   IF WS-SIGNON-LEVEL < 2
                       DISPLAY "Error: disbursing a loan requires "
                           "supervisor level."
                   ELSE
                       PERFORM DISBURSE-LOAN THRU DISBURSE-LOAN-DONE
                   END-IF
               WHEN "3"
                   PERFORM SETTLE-LOAN-EARLY
                       THRU SETTLE-LOAN-EARLY-DONE
               WHEN "4"
                   PERFORM DISPLAY-LOAN
               WHEN "5"
                   PERFORM LIST-LOANS-FOR-CUSTOMER
               WHEN "6"
                   MOVE 1 TO END-PROG
               WHEN OTHER
                   DISPLAY "Invalid choice."
           END-EVALUATE.
           IF END-PROG NOT = 1
               GO TO MAIN-LOOP
           END-IF.
           CLOSE CUSTOMER-FILE.
           CLOSE ACCOUNT-MASTER-FILE.
           CLOSE LOAN-FILE.
           STOP RUN.

       BOOK-LOAN.
           DISPLAY "Enter new loan id: ".
           ACCEPT LOAN-ID.
           READ LOAN-FILE
               INVALID KEY
                   CONTINUE
           END-READ.
           IF WS-LOAN-FILE-STATUS = "00"
               DISPLAY "Error: loan " LOAN-ID " already exists."
               GO TO BOOK-LOAN-DONE
           END-IF.
           DISPLAY "Enter customer id: ".
           ACCEPT LOAN-CUST-ID.
           MOVE LOAN-CUST-ID TO CUST-ID.
           READ CUSTOMER-FILE
               INVALID KEY
                   CONTINUE
           END-READ.
           IF WS-CUSTOMER-FILE-STATUS NOT = "00"
               DISPLAY "Error: customer " LOAN-CUST-ID " not found."
               GO TO BOOK-LOAN-DONE
           END-IF.
           DISPLAY "Enter repayment account id: ".
           ACCEPT LOAN-ACCT-ID.
           MOVE LOAN-ACCT-ID TO WS-CHECK-ACCT-ID.
           CALL "AccountIdValidate" USING WS-CHECK-ACCT-ID
               WS-CHECK-RESULT.
           IF WS-CHECK-RESULT NOT = "Y"
               DISPLAY "Error: account " LOAN-ACCT-ID
                   " fails its check digit."
               GO TO BOOK-LOAN-DONE
           END-IF.
      *    The repayment account must be the borrower's own - a
      *    primary or joint holding, not a view-only link.
           MOVE "N" TO WS-LINK-FOUND.
           PERFORM VARYING WS-LINK-IDX FROM 1 BY 1
                   UNTIL WS-LINK-IDX > CUST-ACCOUNT-COUNT
                   OR WS-LINK-IDX > 10
               IF CUST-ACCOUNT-IDS (WS-LINK-IDX) = LOAN-ACCT-ID
                   AND CUST-ACCOUNT-ROLES (WS-LINK-IDX) NOT = "V"
                   MOVE "Y" TO WS-LINK-FOUND
               END-IF
           END-PERFORM.
           IF WS-LINK-FOUND NOT = "Y"
               DISPLAY "Error: account " LOAN-ACCT-ID
                   " is not held by customer " LOAN-CUST-ID "."
               GO TO BOOK-LOAN-DONE
           END-IF.
           MOVE LOAN-ACCT-ID TO ACCT-ID.
           READ ACCOUNT-MASTER-FILE
               INVALID KEY
                   CONTINUE
           END-READ.
           IF WS-ACCOUNT-FILE-STATUS NOT = "00"
               DISPLAY "Error: account " LOAN-ACCT-ID " not found."
               GO TO BOOK-LOAN-DONE
           END-IF.
           IF ACCT-STATUS NOT = "A"
               DISPLAY "Error: account " LOAN-ACCT-ID
                   " is not active (status " ACCT-STATUS ")."
               GO TO BOOK-LOAN-DONE
           END-IF.
           DISPLAY "Enter principal amount: ".
           ACCEPT LOAN-PRINCIPAL.
           IF LOAN-PRINCIPAL IS NOT NUMERIC OR LOAN-PRINCIPAL = 0
               DISPLAY "Error: invalid amount."
               GO TO BOOK-LOAN-DONE
           END-IF.
           DISPLAY "Enter term in months: ".
           ACCEPT LOAN-TERM-MONTHS.
           IF LOAN-TERM-MONTHS IS NOT NUMERIC
               OR LOAN-TERM-MONTHS = 0
               DISPLAY "Error: invalid term."
               GO TO BOOK-LOAN-DONE
           END-IF.
           DISPLAY "Enter contracted annual rate (e.g. 0.0650): ".
           ACCEPT LOAN-ANNUAL-RATE.
           IF LOAN-ANNUAL-RATE IS NOT NUMERIC
               DISPLAY "Error: invalid rate."
               GO TO BOOK-LOAN-DONE
           END-IF.
           PERFORM COMPUTE-INSTALMENT.
           MOVE LOAN-PRINCIPAL TO LOAN-OUTSTANDING.
           MOVE WS-TODAY TO LOAN-BOOKED-DATE.
           MOVE 0 TO LOAN-DISBURSED-DATE.
           MOVE 0 TO LOAN-PAYMENT-DAY.
           MOVE 0 TO LOAN-INTEREST-FROM.
           MOVE 0 TO LOAN-NEXT-DUE-DATE.
           MOVE 0 TO LOAN-INSTALMENTS-PAID.
           MOVE 0 TO LOAN-DUE-COUNT.
           MOVE 0 TO LOAN-DUE-INTEREST.
           MOVE 0 TO LOAN-DUE-PRINCIPAL.
           MOVE 0 TO LOAN-ARREARS-SINCE.
           MOVE "B" TO LOAN-STATUS.
           MOVE 0 TO LOAN-CLOSED-DATE.
           WRITE LOAN-RECORD
               INVALID KEY
                   DISPLAY "Unable to book loan " LOAN-ID
                   GO TO BOOK-LOAN-DONE
           END-WRITE.
           DISPLAY "Loan " LOAN-ID " of " LOAN-PRINCIPAL
               " booked for customer " LOAN-CUST-ID ", "
               LOAN-TERM-MONTHS " instalment(s) of " LOAN-INSTALMENT
               " from account " LOAN-ACCT-ID ".".
           DISPLAY "  Awaiting disbursal by a supervisor.".
           MOVE "BOOK LOAN" TO WS-AUDIT-ACTION.
           MOVE LOAN-ID TO WS-AUDIT-KEY.
           MOVE SPACES TO WS-AUDIT-BEFORE.
           MOVE SPACES TO WS-AUDIT-AFTER.
           STRING "CUST=" LOAN-CUST-ID " ACCT=" LOAN-ACCT-ID
               " AMT=" LOAN-PRINCIPAL
               DELIMITED BY SIZE INTO WS-AUDIT-AFTER.
           PERFORM WRITE-AUDIT-RECORD.

       BOOK-LOAN-DONE.
           EXIT.

      * Level annuity instalment: P * r * (1+r)**n / ((1+r)**n - 1)
      * at the monthly rate r; an interest-free loan simply splits
      * the principal evenly. Rounding is left to the last
      * instalment, which takes whatever principal remains.
       COMPUTE-INSTALMENT.
           COMPUTE WS-MONTHLY-RATE ROUNDED = LOAN-ANNUAL-RATE / 12.
           IF WS-MONTHLY-RATE = 0
               COMPUTE LOAN-INSTALMENT ROUNDED =
                   LOAN-PRINCIPAL / LOAN-TERM-MONTHS
           ELSE
               COMPUTE WS-GROWTH ROUNDED =
                   (1 + WS-MONTHLY-RATE) ** LOAN-TERM-MONTHS
               COMPUTE LOAN-INSTALMENT ROUNDED =
                   LOAN-PRINCIPAL * WS-MONTHLY-RATE * WS-GROWTH
                   / (WS-GROWTH - 1)
           END-IF.

       DISBURSE-LOAN.
           DISPLAY "Enter loan id to disburse: ".
           ACCEPT LOAN-ID.
           READ LOAN-FILE
               INVALID KEY
                   DISPLAY "Error: loan " LOAN-ID " not found."
                   GO TO DISBURSE-LOAN-DONE
           END-READ.
           IF LOAN-STATUS NOT = "B"
               DISPLAY "Error: loan " LOAN-ID
                   " is not awaiting disbursal (status " LOAN-STATUS
                   ")."
               GO TO DISBURSE-LOAN-DONE
           END-IF.
           MOVE LOAN-ACCT-ID TO ACCT-ID.
           READ ACCOUNT-MASTER-FILE
               INVALID KEY
                   CONTINUE
           END-READ.
           IF WS-ACCOUNT-FILE-STATUS NOT = "00"
               DISPLAY "Error: repayment account " LOAN-ACCT-ID
                   " not found; loan left undisbursed."
               GO TO DISBURSE-LOAN-DONE
           END-IF.
           IF ACCT-STATUS NOT = "A"
               DISPLAY "Error: repayment account " LOAN-ACCT-ID
                   " is not active (status " ACCT-STATUS ")."
               GO TO DISBURSE-LOAN-DONE
           END-IF.
      *    The money goes on the account first; the loan is only
      *    made active once the account has taken it, and an
      *    account that cannot be updated leaves the loan awaiting
      *    disbursal.
           MOVE ACCOUNT-RECORD TO WS-JOURNAL-BEFORE.
           ADD LOAN-PRINCIPAL TO ACCT-BALANCE.
           ADD 1 TO ACCT-VERSION.
           REWRITE ACCOUNT-RECORD
               INVALID KEY
                   DISPLAY "Unable to persist account " ACCT-ID
                       "; loan left undisbursed."
                   GO TO DISBURSE-LOAN-DONE
           END-REWRITE.
           MOVE WS-TODAY TO LOAN-DISBURSED-DATE.
           MOVE WS-TODAY TO LOAN-INTEREST-FROM.
           MOVE WS-TODAY (7:2) TO LOAN-PAYMENT-DAY.
           PERFORM COMPUTE-FIRST-DUE-DATE.
           MOVE "A" TO LOAN-STATUS.
           REWRITE LOAN-RECORD
               INVALID KEY
                   DISPLAY "Unable to update loan " LOAN-ID
                       "; disbursal taken back off account " ACCT-ID
                   SUBTRACT LOAN-PRINCIPAL FROM ACCT-BALANCE
                   ADD 1 TO ACCT-VERSION
                   REWRITE ACCOUNT-RECORD
                       INVALID KEY
                           DISPLAY "Unable to persist account "
                               ACCT-ID
                   END-REWRITE
                   GO TO DISBURSE-LOAN-DONE
           END-REWRITE.
           MOVE ACCOUNT-RECORD TO WS-JOURNAL-AFTER.
           CALL "AccountJournal" USING
               WS-JOURNAL-PROGRAM WS-JOURNAL-BEFORE
               WS-JOURNAL-AFTER.
           MOVE 0 TO WS-LEDGER-REF.
           MOVE "LOANDISB" TO WS-LEDGER-TYPE.
           MOVE "CREDIT" TO WS-LEDGER-DIRECTION.
           MOVE LOAN-PRINCIPAL TO WS-LEDGER-AMOUNT.
           PERFORM WRITE-LOAN-LEDGER-ENTRY.
           DISPLAY "Loan " LOAN-ID ": " LOAN-PRINCIPAL
               " paid into account " LOAN-ACCT-ID
               ", first instalment due " LOAN-NEXT-DUE-DATE ".".
           MOVE "DISBURSE LOAN" TO WS-AUDIT-ACTION.
           MOVE LOAN-ID TO WS-AUDIT-KEY.
           MOVE "STATUS=B" TO WS-AUDIT-BEFORE.
           MOVE SPACES TO WS-AUDIT-AFTER.
           STRING "STATUS=A PAID=" LOAN-PRINCIPAL
               " DUE=" LOAN-NEXT-DUE-DATE
               DELIMITED BY SIZE INTO WS-AUDIT-AFTER.
           PERFORM WRITE-AUDIT-RECORD.

       DISBURSE-LOAN-DONE.
           EXIT.

      * The first instalment falls one month after disbursal on the
      * payment day, clamped to the end of short months the way
      * TermDepositMaintenance works out a maturity date.
       COMPUTE-FIRST-DUE-DATE.
           MOVE LOAN-DISBURSED-DATE (1:4) TO WS-YEAR.
           MOVE LOAN-DISBURSED-DATE (5:2) TO WS-MONTH.
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

      * Early settlement collects in one go: the arrears (interest
      * and principal of instalments already due), the principal
      * not yet due, and simple interest on that principal from the
      * last due date (or the disbursal) to today. The repayment
      * account must be able to cover the lot after its holds,
      * minimum balance and overdraft limit - a settlement is never
      * part-paid.
       SETTLE-LOAN-EARLY.
           DISPLAY "Enter loan id to settle: ".
           ACCEPT LOAN-ID.
           READ LOAN-FILE
               INVALID KEY
                   DISPLAY "Error: loan " LOAN-ID " not found."
                   GO TO SETTLE-LOAN-EARLY-DONE
           END-READ.
           IF LOAN-STATUS NOT = "A" AND LOAN-STATUS NOT = "R"
               DISPLAY "Error: loan " LOAN-ID
                   " is not running (status " LOAN-STATUS ")."
               GO TO SETTLE-LOAN-EARLY-DONE
           END-IF.
           MOVE LOAN-ACCT-ID TO ACCT-ID.
           READ ACCOUNT-MASTER-FILE
               INVALID KEY
                   CONTINUE
           END-READ.
           IF WS-ACCOUNT-FILE-STATUS NOT = "00"
               DISPLAY "Error: repayment account " LOAN-ACCT-ID
                   " not found; loan left untouched."
               GO TO SETTLE-LOAN-EARLY-DONE
           END-IF.
           IF ACCT-STATUS NOT = "A"
               DISPLAY "Error: repayment account " LOAN-ACCT-ID
                   " is not active (status " ACCT-STATUS ")."
               GO TO SETTLE-LOAN-EARLY-DONE
           END-IF.
           COMPUTE WS-FROM-INT =
               FUNCTION INTEGER-OF-DATE (LOAN-INTEREST-FROM).
           COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE (WS-TODAY).
           IF WS-TODAY-INT > WS-FROM-INT
               COMPUTE WS-DAYS-ACCRUED = WS-TODAY-INT - WS-FROM-INT
           ELSE
               MOVE 0 TO WS-DAYS-ACCRUED
           END-IF.
           COMPUTE WS-ACCRUED-INTEREST ROUNDED =
               LOAN-OUTSTANDING * LOAN-ANNUAL-RATE
               * WS-DAYS-ACCRUED / 365.
           COMPUTE WS-SETTLE-INTEREST =
               LOAN-DUE-INTEREST + WS-ACCRUED-INTEREST.
           COMPUTE WS-SETTLE-PRINCIPAL =
               LOAN-DUE-PRINCIPAL + LOAN-OUTSTANDING.
           COMPUTE WS-SETTLE-TOTAL =
               WS-SETTLE-INTEREST + WS-SETTLE-PRINCIPAL.
           DISPLAY "Loan " LOAN-ID " settlement figure " WS-SETTLE-TOTAL
               " (principal " WS-SETTLE-PRINCIPAL ", interest "
               WS-SETTLE-INTEREST ").".
           PERFORM SUM-ACTIVE-HOLDS.
           COMPUTE WS-AVAILABLE-FLOOR =
               ACCT-MIN-BALANCE - ACCT-OVERDRAFT-LIMIT.
           IF ACCT-BALANCE - WS-SETTLE-TOTAL - WS-ACTIVE-HOLDS-TOTAL
               < WS-AVAILABLE-FLOOR
               DISPLAY "Error: account " LOAN-ACCT-ID
                   " cannot cover the settlement after holds and "
                   "its minimum balance/overdraft limit."
               GO TO SETTLE-LOAN-EARLY-DONE
           END-IF.
           DISPLAY "Settle now, Y or N: ".
           ACCEPT WS-CONFIRM.
           IF WS-CONFIRM NOT = "Y"
               DISPLAY "Settlement abandoned."
               GO TO SETTLE-LOAN-EARLY-DONE
           END-IF.
           MOVE ACCOUNT-RECORD TO WS-JOURNAL-BEFORE.
           SUBTRACT WS-SETTLE-TOTAL FROM ACCT-BALANCE.
           ADD 1 TO ACCT-VERSION.
           REWRITE ACCOUNT-RECORD
               INVALID KEY
                   DISPLAY "Unable to persist account " ACCT-ID
                   GO TO SETTLE-LOAN-EARLY-DONE
           END-REWRITE.
           MOVE ACCOUNT-RECORD TO WS-JOURNAL-AFTER.
           CALL "AccountJournal" USING
               WS-JOURNAL-PROGRAM WS-JOURNAL-BEFORE
               WS-JOURNAL-AFTER.
      *    Both entries carry the reference of the first, like the
      *    two legs of a transfer; the interest entry's running
      *    balance is the balance before the principal leaves.
           MOVE 0 TO WS-LEDGER-REF.
           MOVE "DEBIT" TO WS-LEDGER-DIRECTION.
           IF WS-SETTLE-INTEREST > 0
               ADD WS-SETTLE-PRINCIPAL TO ACCT-BALANCE
               MOVE "LOANINT" TO WS-LEDGER-TYPE
               MOVE WS-SETTLE-INTEREST TO WS-LEDGER-AMOUNT
               PERFORM WRITE-LOAN-LEDGER-ENTRY
               SUBTRACT WS-SETTLE-PRINCIPAL FROM ACCT-BALANCE
           END-IF.
           IF WS-SETTLE-PRINCIPAL > 0
               MOVE "LOANPRIN" TO WS-LEDGER-TYPE
               MOVE WS-SETTLE-PRINCIPAL TO WS-LEDGER-AMOUNT
               PERFORM WRITE-LOAN-LEDGER-ENTRY
           END-IF.
           MOVE LOAN-STATUS TO WS-OLD-STATUS.
           MOVE 0 TO LOAN-OUTSTANDING.
           MOVE 0 TO LOAN-DUE-COUNT.
           MOVE 0 TO LOAN-DUE-INTEREST.
           MOVE 0 TO LOAN-DUE-PRINCIPAL.
           MOVE 0 TO LOAN-ARREARS-SINCE.
           MOVE 0 TO LOAN-NEXT-DUE-DATE.
           MOVE WS-TODAY TO LOAN-INTEREST-FROM.
           MOVE WS-TODAY TO LOAN-CLOSED-DATE.
           MOVE "S" TO LOAN-STATUS.
           REWRITE LOAN-RECORD
               INVALID KEY
                   DISPLAY "Unable to update loan " LOAN-ID
           END-REWRITE.
           DISPLAY "Loan " LOAN-ID " settled; " WS-SETTLE-TOTAL
               " collected from account " LOAN-ACCT-ID ".".
           MOVE "SETTLE LOAN" TO WS-AUDIT-ACTION.
           MOVE LOAN-ID TO WS-AUDIT-KEY.
           MOVE SPACES TO WS-AUDIT-BEFORE.
           MOVE SPACES TO WS-AUDIT-AFTER.
           STRING "STATUS=" WS-OLD-STATUS
               DELIMITED BY SIZE INTO WS-AUDIT-BEFORE.
           STRING "STATUS=S PRN=" WS-SETTLE-PRINCIPAL
               " INT=" WS-SETTLE-INTEREST
               DELIMITED BY SIZE INTO WS-AUDIT-AFTER.
           PERFORM WRITE-AUDIT-RECORD.

       SETTLE-LOAN-EARLY-DONE.
           EXIT.

      * Active, unexpired holds reduce what the settlement may draw
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
           MOVE WS-LEDGER-DIRECTION TO LEDG-DIRECTION.
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

       DISPLAY-LOAN.
           DISPLAY "Enter loan id to display: ".
           ACCEPT LOAN-ID.
           READ LOAN-FILE
               INVALID KEY
                   DISPLAY "Error: loan " LOAN-ID " not found."
           END-READ.
           IF WS-LOAN-FILE-STATUS = "00"
               DISPLAY "Loan " LOAN-ID ": customer " LOAN-CUST-ID
                   ", account " LOAN-ACCT-ID ", principal "
                   LOAN-PRINCIPAL ", rate " LOAN-ANNUAL-RATE
               DISPLAY "  Term " LOAN-TERM-MONTHS " month(s), "
                   "instalment " LOAN-INSTALMENT ", paid "
                   LOAN-INSTALMENTS-PAID ", outstanding "
                   LOAN-OUTSTANDING
               DISPLAY "  Booked " LOAN-BOOKED-DATE ", disbursed "
                   LOAN-DISBURSED-DATE ", next due "
                   LOAN-NEXT-DUE-DATE ", status " LOAN-STATUS
               IF LOAN-DUE-COUNT > 0
                   DISPLAY "  In arrears since " LOAN-ARREARS-SINCE
                       ": " LOAN-DUE-COUNT " instalment(s), interest "
                       LOAN-DUE-INTEREST ", principal "
                       LOAN-DUE-PRINCIPAL
               END-IF
           END-IF.

       LIST-LOANS-FOR-CUSTOMER.
           DISPLAY "Enter customer id: ".
           ACCEPT WS-LIST-CUST-ID.
           MOVE LOW-VALUES TO LOAN-ID.
           START LOAN-FILE KEY IS NOT LESS THAN LOAN-ID
               INVALID KEY
                   DISPLAY "No loans on file."
           END-START.
           MOVE "N" TO WS-EOF-LOANS.
           PERFORM UNTIL WS-EOF-LOANS = "Y"
               READ LOAN-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF-LOANS
                   NOT AT END
                       IF LOAN-CUST-ID = WS-LIST-CUST-ID
                           DISPLAY "Loan " LOAN-ID " account "
                               LOAN-ACCT-ID " principal "
                               LOAN-PRINCIPAL " outstanding "
                               LOAN-OUTSTANDING " status "
                               LOAN-STATUS
                       END-IF
               END-READ
           END-PERFORM.

       WRITE-AUDIT-RECORD.
           OPEN EXTEND MAINT-AUDIT-FILE.
           IF WS-MAINT-AUDIT-FILE-STATUS = "35"
               OPEN OUTPUT MAINT-AUDIT-FILE
           END-IF.
           ACCEPT AUD-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-TIME-NOW FROM TIME.
           MOVE WS-TIME-NOW (1:6) TO AUD-TIME.
           MOVE WS-SIGNON-OPERATOR-ID TO AUD-OPERATOR-ID.
           MOVE "LoanMaintenance" TO AUD-PROGRAM.
           MOVE WS-AUDIT-ACTION TO AUD-ACTION.
           MOVE WS-AUDIT-KEY TO AUD-KEY.
           MOVE WS-AUDIT-BEFORE TO AUD-BEFORE.
           MOVE WS-AUDIT-AFTER TO AUD-AFTER.
           WRITE MAINT-AUDIT-RECORD.
           CLOSE MAINT-AUDIT-FILE.
