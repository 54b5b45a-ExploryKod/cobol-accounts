       IDENTIFICATION DIVISION.
       PROGRAM-ID. ReferenceIntegrityCheck.

      ******************************************************************
      * Nightly cross-file reference audit. Every satellite file that
      * points at an account or a customer is read against the
      * account and customer masters, and every live reference to a
      * record that is missing (purged or never there) or to an
      * account that is closed goes to REFCHK.RPT under the check
      * that found it:
      *   CUSTOMER LINK     CUST-ACCOUNT-IDS naming a missing account
      *   ACCOUNT OWNER     an account not closed that no customer
      *                     links to
      *   STANDING ORDER    active order from or to a missing or
      *                     closed account
      *   HOLD              active hold on a missing or closed
      *                     account
      *   MANDATE           active mandate on a missing or closed
      *                     account
      *   TERM DEPOSIT      active deposit whose account is missing
      *                     or closed
      *   CHEQUE BOOK       book issued on a missing account
      *   BENEFICIARY       live beneficiary of a missing customer
      *   LOAN              live loan of a missing customer, or with
      *                     a missing or closed repayment account
      *   FUTURE PAYMENT    warehoused payment from or to a missing
      *                     or closed account
      *   PENDING TRANSFER  transfer awaiting approval from or to a
      *                     missing or closed account
      *   DUE DILIGENCE     profile of a missing customer
      *   STATEMENT PROFILE opted-in profile of a missing account
      * Finished, cancelled and released records are history and are
      * not checked. Nothing is changed: the report closes with the
      * records read and exceptions found per check, so the problems
      * can be put right through the maintenance screens before they
      * break a standing order or a clearing run. A satellite file
      * not present is reported as such and skipped.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "AccountFileControl.cpy".
           COPY "CustomerFileControl.cpy".
           COPY "StandingOrderFileControl.cpy".
           COPY "HoldFileControl.cpy".
           COPY "MandateFileControl.cpy".
           COPY "TermDepositFileControl.cpy".
           COPY "ChequeBookFileControl.cpy".
           COPY "BeneficiaryFileControl.cpy".
           COPY "LoanFileControl.cpy".
           COPY "FuturePaymentFileControl.cpy".
           COPY "PendingTransferFileControl.cpy".
           COPY "DueDiligenceFileControl.cpy".
           COPY "StatementProfileFileControl.cpy".
           SELECT REFERENCE-REPORT ASSIGN TO "REFCHK.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REFERENCE-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCOUNT-MASTER-FILE.
           COPY "AccountRecord.cpy".
       FD  CUSTOMER-FILE.
           COPY "CustomerRecord.cpy".
       FD  STANDING-ORDER-FILE.
           COPY "StandingOrderRecord.cpy".
       FD  HOLDS-FILE.
           COPY "HoldRecord.cpy".
       FD  MANDATE-FILE.
           COPY "MandateRecord.cpy".
       FD  TERM-DEPOSIT-FILE.
           COPY "TermDepositRecord.cpy".
       FD  CHEQUE-BOOK-FILE.
           COPY "ChequeBookRecord.cpy".
       FD  BENEFICIARY-FILE.
           COPY "BeneficiaryRecord.cpy".
       FD  LOAN-FILE.
           COPY "LoanRecord.cpy".
       FD  FUTURE-PAYMENT-FILE.
           COPY "FuturePaymentRecord.cpy".
       FD  PENDING-TRANSFER-FILE.
           COPY "PendingTransferRecord.cpy".
       FD  DUE-DILIGENCE-FILE.
           COPY "DueDiligenceRecord.cpy".
       FD  STATEMENT-PROFILE-FILE.
           COPY "StatementProfileRecord.cpy".
       FD  REFERENCE-REPORT.
       01 REFERENCE-REPORT-LINE      PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-ACCOUNT-FILE-STATUS    PIC X(2).
       01 WS-CUSTOMER-FILE-STATUS   PIC X(2).
       01 WS-STANDING-ORDER-FILE-STATUS PIC X(2).
       01 WS-HOLDS-FILE-STATUS      PIC X(2).
       01 WS-MANDATE-FILE-STATUS    PIC X(2).
       01 WS-TERM-DEPOSIT-FILE-STATUS PIC X(2).
       01 WS-CHEQUE-BOOK-STATUS     PIC X(2).
       01 WS-BENEFICIARY-FILE-STATUS PIC X(2).
       01 WS-LOAN-FILE-STATUS       PIC X(2).
       01 WS-FUTURE-PAYMENT-FILE-STATUS PIC X(2).
       01 WS-PENDING-TRANSFER-FILE-STATUS PIC X(2).
       01 WS-DUE-DILIGENCE-FILE-STATUS PIC X(2).
       01 WS-STATEMENT-PROFILE-STATUS PIC X(2).
       01 WS-REFERENCE-REPORT-STATUS PIC X(2).
       01 WS-EOF-FLAG               PIC X(1).
       01 WS-TODAY                  PIC 9(8).
       01 WS-CUST-IDX               PIC 9(2).
       01 WS-REF-ACCT-ID            PIC 9(5).
       01 WS-REF-CUST-ID            PIC 9(5).
      *    Result of a master lookup: "O" open account (any status
      *    but closed), "C" closed account, "M" missing; for a
      *    customer "O" or "M".
       01 WS-REF-STATE              PIC X(1).
       01 WS-EXC-KEY                PIC X(8).
       01 WS-EXC-REF                PIC X(8).
       01 WS-EXC-TEXT               PIC X(40).
       01 WS-EXC-ROLE               PIC X(12).
       01 WS-TOTAL-EXCEPTIONS       PIC 9(7) VALUE 0.
      *    One flag per possible account id, set while the customers
      *    are read for every account some customer links to.
       01 WS-OWNED-TABLE.
           05 WS-OWNED              PIC X(1) OCCURS 99999 TIMES.
       01 WS-CHECK-IDX              PIC 9(2).
       01 WS-CHECK-TABLE.
           05 WS-CHECK-ENTRY OCCURS 13 TIMES.
               10 WS-CHECK-NAME      PIC X(18).
               10 WS-CHECK-PRESENT   PIC X(1).
               10 WS-CHECK-READ      PIC 9(7).
               10 WS-CHECK-EXCEPTIONS PIC 9(7).

       PROCEDURE DIVISION.
       START-REFERENCE-CHECK.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           DISPLAY "Reference integrity check for " WS-TODAY ".".
           OPEN INPUT ACCOUNT-MASTER-FILE.
           IF WS-ACCOUNT-FILE-STATUS NOT = "00"
               DISPLAY "Unable to open the account master, status "
                   WS-ACCOUNT-FILE-STATUS "; nothing checked."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT CUSTOMER-FILE.
           IF WS-CUSTOMER-FILE-STATUS NOT = "00"
               DISPLAY "Unable to open the customer master, status "
                   WS-CUSTOMER-FILE-STATUS "; nothing checked."
               CLOSE ACCOUNT-MASTER-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM LOAD-CHECK-NAMES.
           MOVE ALL "N" TO WS-OWNED-TABLE.
           OPEN OUTPUT REFERENCE-REPORT.
           MOVE SPACES TO REFERENCE-REPORT-LINE.
           STRING "REFERENCE INTEGRITY EXCEPTIONS AS AT " WS-TODAY
               DELIMITED BY SIZE INTO REFERENCE-REPORT-LINE.
           WRITE REFERENCE-REPORT-LINE.
           MOVE SPACES TO REFERENCE-REPORT-LINE.
           STRING "CHECK              RECORD   REFERS TO PROBLEM"
               DELIMITED BY SIZE INTO REFERENCE-REPORT-LINE.
           WRITE REFERENCE-REPORT-LINE.
           PERFORM CHECK-CUSTOMER-LINKS.
           PERFORM CHECK-ACCOUNT-OWNERS.
           PERFORM CHECK-STANDING-ORDERS.
           PERFORM CHECK-HOLDS.
           PERFORM CHECK-MANDATES.
           PERFORM CHECK-TERM-DEPOSITS.
           PERFORM CHECK-CHEQUE-BOOKS.
           PERFORM CHECK-BENEFICIARIES.
           PERFORM CHECK-LOANS.
           PERFORM CHECK-FUTURE-PAYMENTS.
           PERFORM CHECK-PENDING-TRANSFERS.
           PERFORM CHECK-DUE-DILIGENCE.
           PERFORM CHECK-STATEMENT-PROFILES.
           PERFORM WRITE-CHECK-COUNTS.
           CLOSE REFERENCE-REPORT.
           CLOSE CUSTOMER-FILE.
           CLOSE ACCOUNT-MASTER-FILE.
           DISPLAY "Reference integrity check complete: "
               WS-TOTAL-EXCEPTIONS " exception(s); see REFCHK.RPT.".
           GOBACK.

       LOAD-CHECK-NAMES.
           MOVE "CUSTOMER LINK" TO WS-CHECK-NAME (1).
           MOVE "ACCOUNT OWNER" TO WS-CHECK-NAME (2).
           MOVE "STANDING ORDER" TO WS-CHECK-NAME (3).
           MOVE "HOLD" TO WS-CHECK-NAME (4).
           MOVE "MANDATE" TO WS-CHECK-NAME (5).
           MOVE "TERM DEPOSIT" TO WS-CHECK-NAME (6).
           MOVE "CHEQUE BOOK" TO WS-CHECK-NAME (7).
           MOVE "BENEFICIARY" TO WS-CHECK-NAME (8).
           MOVE "LOAN" TO WS-CHECK-NAME (9).
           MOVE "FUTURE PAYMENT" TO WS-CHECK-NAME (10).
           MOVE "PENDING TRANSFER" TO WS-CHECK-NAME (11).
           MOVE "DUE DILIGENCE" TO WS-CHECK-NAME (12).
           MOVE "STATEMENT PROFILE" TO WS-CHECK-NAME (13).
           PERFORM VARYING WS-CHECK-IDX FROM 1 BY 1
                   UNTIL WS-CHECK-IDX > 13
               MOVE "Y" TO WS-CHECK-PRESENT (WS-CHECK-IDX)
               MOVE 0 TO WS-CHECK-READ (WS-CHECK-IDX)
               MOVE 0 TO WS-CHECK-EXCEPTIONS (WS-CHECK-IDX)
           END-PERFORM.

      ******************************************************************
      * Master lookups. The satellite file is read sequentially and
      * each reference is read at random against the master.
      ******************************************************************
       LOOK-UP-ACCOUNT.
           MOVE WS-REF-ACCT-ID TO ACCT-ID.
           READ ACCOUNT-MASTER-FILE
               INVALID KEY
                   MOVE "M" TO WS-REF-STATE
               NOT INVALID KEY
                   IF ACCT-STATUS = "C"
                       MOVE "C" TO WS-REF-STATE
                   ELSE
                       MOVE "O" TO WS-REF-STATE
                   END-IF
           END-READ.

       LOOK-UP-CUSTOMER.
           MOVE WS-REF-CUST-ID TO CUST-ID.
           READ CUSTOMER-FILE
               INVALID KEY
                   MOVE "M" TO WS-REF-STATE
               NOT INVALID KEY
                   MOVE "O" TO WS-REF-STATE
           END-READ.

      * Reports the account lookup just made when it found the
      * account missing or closed; WS-EXC-ROLE names the part the
      * account plays in the record.
       REPORT-BAD-ACCOUNT.
           IF WS-REF-STATE NOT = "O"
               MOVE WS-REF-ACCT-ID TO WS-EXC-REF
               MOVE SPACES TO WS-EXC-TEXT
               IF WS-REF-STATE = "M"
                   STRING WS-EXC-ROLE DELIMITED BY SPACE
                       " account missing" DELIMITED BY SIZE
                       INTO WS-EXC-TEXT
               ELSE
                   STRING WS-EXC-ROLE DELIMITED BY SPACE
                       " account closed" DELIMITED BY SIZE
                       INTO WS-EXC-TEXT
               END-IF
               PERFORM WRITE-EXCEPTION
           END-IF.

       WRITE-EXCEPTION.
           ADD 1 TO WS-CHECK-EXCEPTIONS (WS-CHECK-IDX).
           ADD 1 TO WS-TOTAL-EXCEPTIONS.
           MOVE SPACES TO REFERENCE-REPORT-LINE.
           STRING WS-CHECK-NAME (WS-CHECK-IDX) " " WS-EXC-KEY " "
               WS-EXC-REF "  " WS-EXC-TEXT
               DELIMITED BY SIZE INTO REFERENCE-REPORT-LINE.
           WRITE REFERENCE-REPORT-LINE.

      * Marks a satellite file that could not be opened; status 35
      * (never created) is normal for a facility not in use.
       NOTE-FILE-ABSENT.
           MOVE "N" TO WS-CHECK-PRESENT (WS-CHECK-IDX).
           MOVE "Y" TO WS-EOF-FLAG.

      ******************************************************************
      * Customer links, and the ownership flags for the next check.
      ******************************************************************
       CHECK-CUSTOMER-LINKS.
           MOVE 1 TO WS-CHECK-IDX.
           MOVE "N" TO WS-EOF-FLAG.
           MOVE LOW-VALUES TO CUST-ID.
           START CUSTOMER-FILE KEY IS NOT LESS THAN CUST-ID
               INVALID KEY
                   MOVE "Y" TO WS-EOF-FLAG
           END-START.
           PERFORM UNTIL WS-EOF-FLAG = "Y"
               READ CUSTOMER-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-CHECK-READ (WS-CHECK-IDX)
                       PERFORM CHECK-ONE-CUSTOMER
               END-READ
           END-PERFORM.

       CHECK-ONE-CUSTOMER.
           PERFORM VARYING WS-CUST-IDX FROM 1 BY 1
                   UNTIL WS-CUST-IDX > CUST-ACCOUNT-COUNT
                       OR WS-CUST-IDX > 10
               MOVE CUST-ACCOUNT-IDS (WS-CUST-IDX) TO WS-REF-ACCT-ID
               IF WS-REF-ACCT-ID > 0
                   MOVE "Y" TO WS-OWNED (WS-REF-ACCT-ID)
               END-IF
               PERFORM LOOK-UP-ACCOUNT
               IF WS-REF-STATE = "M"
                   MOVE CUST-ID TO WS-EXC-KEY
                   MOVE WS-REF-ACCT-ID TO WS-EXC-REF
                   MOVE "linked account missing" TO WS-EXC-TEXT
                   PERFORM WRITE-EXCEPTION
               END-IF
           END-PERFORM.

       CHECK-ACCOUNT-OWNERS.
           MOVE 2 TO WS-CHECK-IDX.
           MOVE "N" TO WS-EOF-FLAG.
           MOVE LOW-VALUES TO ACCT-ID.
           START ACCOUNT-MASTER-FILE KEY IS NOT LESS THAN ACCT-ID
               INVALID KEY
                   MOVE "Y" TO WS-EOF-FLAG
           END-START.
           PERFORM UNTIL WS-EOF-FLAG = "Y"
               READ ACCOUNT-MASTER-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-CHECK-READ (WS-CHECK-IDX)
                       IF ACCT-STATUS NOT = "C"
                           AND ACCT-ID > 0
                           AND WS-OWNED (ACCT-ID) NOT = "Y"
                           MOVE ACCT-ID TO WS-EXC-KEY
                           MOVE SPACES TO WS-EXC-REF
                           MOVE "account linked to no customer" TO
                               WS-EXC-TEXT
                           PERFORM WRITE-EXCEPTION
                       END-IF
               END-READ
           END-PERFORM.

      ******************************************************************
      * Account satellites.
      ******************************************************************
       CHECK-STANDING-ORDERS.
           MOVE 3 TO WS-CHECK-IDX.
           MOVE "N" TO WS-EOF-FLAG.
           OPEN INPUT STANDING-ORDER-FILE.
           IF WS-STANDING-ORDER-FILE-STATUS NOT = "00"
               PERFORM NOTE-FILE-ABSENT
           ELSE
               MOVE LOW-VALUES TO SO-ID
               START STANDING-ORDER-FILE KEY IS NOT LESS THAN SO-ID
                   INVALID KEY
                       MOVE "Y" TO WS-EOF-FLAG
               END-START
           END-IF.
           PERFORM UNTIL WS-EOF-FLAG = "Y"
               READ STANDING-ORDER-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-CHECK-READ (WS-CHECK-IDX)
                       IF SO-STATUS = "A"
                           PERFORM CHECK-ONE-STANDING-ORDER
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-CHECK-PRESENT (WS-CHECK-IDX) = "Y"
               CLOSE STANDING-ORDER-FILE
           END-IF.

       CHECK-ONE-STANDING-ORDER.
           MOVE SO-ID TO WS-EXC-KEY.
           MOVE SO-FROM-ACCT-ID TO WS-REF-ACCT-ID.
           PERFORM LOOK-UP-ACCOUNT.
           MOVE "paying" TO WS-EXC-ROLE.
           PERFORM REPORT-BAD-ACCOUNT.
           MOVE SO-TO-ACCT-ID TO WS-REF-ACCT-ID.
           PERFORM LOOK-UP-ACCOUNT.
           MOVE "receiving" TO WS-EXC-ROLE.
           PERFORM REPORT-BAD-ACCOUNT.

       CHECK-HOLDS.
           MOVE 4 TO WS-CHECK-IDX.
           MOVE "N" TO WS-EOF-FLAG.
           OPEN INPUT HOLDS-FILE.
           IF WS-HOLDS-FILE-STATUS NOT = "00"
               PERFORM NOTE-FILE-ABSENT
           ELSE
               MOVE LOW-VALUES TO HOLD-ID
               START HOLDS-FILE KEY IS NOT LESS THAN HOLD-ID
                   INVALID KEY
                       MOVE "Y" TO WS-EOF-FLAG
               END-START
           END-IF.
           PERFORM UNTIL WS-EOF-FLAG = "Y"
               READ HOLDS-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-CHECK-READ (WS-CHECK-IDX)
                       IF HOLD-STATUS = "A"
                           MOVE HOLD-ID TO WS-EXC-KEY
                           MOVE HOLD-ACCT-ID TO WS-REF-ACCT-ID
                           PERFORM LOOK-UP-ACCOUNT
                           MOVE "held" TO WS-EXC-ROLE
                           PERFORM REPORT-BAD-ACCOUNT
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-CHECK-PRESENT (WS-CHECK-IDX) = "Y"
               CLOSE HOLDS-FILE
           END-IF.

       CHECK-MANDATES.
           MOVE 5 TO WS-CHECK-IDX.
           MOVE "N" TO WS-EOF-FLAG.
           OPEN INPUT MANDATE-FILE.
           IF WS-MANDATE-FILE-STATUS NOT = "00"
               PERFORM NOTE-FILE-ABSENT
           ELSE
               MOVE LOW-VALUES TO MAND-ID
               START MANDATE-FILE KEY IS NOT LESS THAN MAND-ID
                   INVALID KEY
                       MOVE "Y" TO WS-EOF-FLAG
               END-START
           END-IF.
           PERFORM UNTIL WS-EOF-FLAG = "Y"
               READ MANDATE-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-CHECK-READ (WS-CHECK-IDX)
                       IF MAND-STATUS = "A"
                           MOVE MAND-ID TO WS-EXC-KEY
                           MOVE MAND-ACCT-ID TO WS-REF-ACCT-ID
                           PERFORM LOOK-UP-ACCOUNT
                           MOVE "debited" TO WS-EXC-ROLE
                           PERFORM REPORT-BAD-ACCOUNT
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-CHECK-PRESENT (WS-CHECK-IDX) = "Y"
               CLOSE MANDATE-FILE
           END-IF.

       CHECK-TERM-DEPOSITS.
           MOVE 6 TO WS-CHECK-IDX.
           MOVE "N" TO WS-EOF-FLAG.
           OPEN INPUT TERM-DEPOSIT-FILE.
           IF WS-TERM-DEPOSIT-FILE-STATUS NOT = "00"
               PERFORM NOTE-FILE-ABSENT
           ELSE
               MOVE LOW-VALUES TO TD-ID
               START TERM-DEPOSIT-FILE KEY IS NOT LESS THAN TD-ID
                   INVALID KEY
                       MOVE "Y" TO WS-EOF-FLAG
               END-START
           END-IF.
           PERFORM UNTIL WS-EOF-FLAG = "Y"
               READ TERM-DEPOSIT-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-CHECK-READ (WS-CHECK-IDX)
                       IF TD-STATUS = "A"
                           MOVE TD-ID TO WS-EXC-KEY
                           MOVE TD-ACCT-ID TO WS-REF-ACCT-ID
                           PERFORM LOOK-UP-ACCOUNT
                           MOVE "payout" TO WS-EXC-ROLE
                           PERFORM REPORT-BAD-ACCOUNT
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-CHECK-PRESENT (WS-CHECK-IDX) = "Y"
               CLOSE TERM-DEPOSIT-FILE
           END-IF.

      * Books on a closed account are history; only a book whose
      * account has left the master altogether is an exception.
       CHECK-CHEQUE-BOOKS.
           MOVE 7 TO WS-CHECK-IDX.
           MOVE "N" TO WS-EOF-FLAG.
           OPEN INPUT CHEQUE-BOOK-FILE.
           IF WS-CHEQUE-BOOK-STATUS NOT = "00"
               PERFORM NOTE-FILE-ABSENT
           ELSE
               MOVE LOW-VALUES TO CHB-ID
               START CHEQUE-BOOK-FILE KEY IS NOT LESS THAN CHB-ID
                   INVALID KEY
                       MOVE "Y" TO WS-EOF-FLAG
               END-START
           END-IF.
           PERFORM UNTIL WS-EOF-FLAG = "Y"
               READ CHEQUE-BOOK-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-CHECK-READ (WS-CHECK-IDX)
                       MOVE CHB-ACCT-ID TO WS-REF-ACCT-ID
                       PERFORM LOOK-UP-ACCOUNT
                       IF WS-REF-STATE = "M"
                           MOVE CHB-ID TO WS-EXC-KEY
                           MOVE "book" TO WS-EXC-ROLE
                           PERFORM REPORT-BAD-ACCOUNT
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-CHECK-PRESENT (WS-CHECK-IDX) = "Y"
               CLOSE CHEQUE-BOOK-FILE
           END-IF.

      ******************************************************************
      * Customer satellites.
      ******************************************************************
       CHECK-BENEFICIARIES.
           MOVE 8 TO WS-CHECK-IDX.
           MOVE "N" TO WS-EOF-FLAG.
           OPEN INPUT BENEFICIARY-FILE.
           IF WS-BENEFICIARY-FILE-STATUS NOT = "00"
               PERFORM NOTE-FILE-ABSENT
           ELSE
               MOVE LOW-VALUES TO BEN-ID
               START BENEFICIARY-FILE KEY IS NOT LESS THAN BEN-ID
                   INVALID KEY
                       MOVE "Y" TO WS-EOF-FLAG
               END-START
           END-IF.
           PERFORM UNTIL WS-EOF-FLAG = "Y"
               READ BENEFICIARY-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-CHECK-READ (WS-CHECK-IDX)
                       IF BEN-STATUS = "A" OR BEN-STATUS = "P"
                           MOVE BEN-CUST-ID TO WS-REF-CUST-ID
                           PERFORM LOOK-UP-CUSTOMER
                           IF WS-REF-STATE = "M"
                               MOVE BEN-ID TO WS-EXC-KEY
                               MOVE BEN-CUST-ID TO WS-EXC-REF
                               MOVE "owning customer missing" TO
                                   WS-EXC-TEXT
                               PERFORM WRITE-EXCEPTION
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-CHECK-PRESENT (WS-CHECK-IDX) = "Y"
               CLOSE BENEFICIARY-FILE
           END-IF.

      * Booked, active and in-arrears loans are live; repaid and
      * settled loans are history.
       CHECK-LOANS.
           MOVE 9 TO WS-CHECK-IDX.
           MOVE "N" TO WS-EOF-FLAG.
           OPEN INPUT LOAN-FILE.
           IF WS-LOAN-FILE-STATUS NOT = "00"
               PERFORM NOTE-FILE-ABSENT
           ELSE
               MOVE LOW-VALUES TO LOAN-ID
               START LOAN-FILE KEY IS NOT LESS THAN LOAN-ID
                   INVALID KEY
                       MOVE "Y" TO WS-EOF-FLAG
               END-START
           END-IF.
           PERFORM UNTIL WS-EOF-FLAG = "Y"
               READ LOAN-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-CHECK-READ (WS-CHECK-IDX)
                       IF LOAN-STATUS = "B" OR LOAN-STATUS = "A"
                           OR LOAN-STATUS = "R"
                           PERFORM CHECK-ONE-LOAN
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-CHECK-PRESENT (WS-CHECK-IDX) = "Y"
               CLOSE LOAN-FILE
           END-IF.

       CHECK-ONE-LOAN.
           MOVE LOAN-ID TO WS-EXC-KEY.
           MOVE LOAN-CUST-ID TO WS-REF-CUST-ID.
           PERFORM LOOK-UP-CUSTOMER.
           IF WS-REF-STATE = "M"
               MOVE LOAN-CUST-ID TO WS-EXC-REF
               MOVE "borrowing customer missing" TO WS-EXC-TEXT
               PERFORM WRITE-EXCEPTION
           END-IF.
           MOVE LOAN-ACCT-ID TO WS-REF-ACCT-ID.
           PERFORM LOOK-UP-ACCOUNT.
           MOVE "repayment" TO WS-EXC-ROLE.
           PERFORM REPORT-BAD-ACCOUNT.

      ******************************************************************
      * Payments still to be made.
      ******************************************************************
       CHECK-FUTURE-PAYMENTS.
           MOVE 10 TO WS-CHECK-IDX.
           MOVE "N" TO WS-EOF-FLAG.
           OPEN INPUT FUTURE-PAYMENT-FILE.
           IF WS-FUTURE-PAYMENT-FILE-STATUS NOT = "00"
               PERFORM NOTE-FILE-ABSENT
           ELSE
               MOVE LOW-VALUES TO FP-ID
               START FUTURE-PAYMENT-FILE KEY IS NOT LESS THAN FP-ID
                   INVALID KEY
                       MOVE "Y" TO WS-EOF-FLAG
               END-START
           END-IF.
           PERFORM UNTIL WS-EOF-FLAG = "Y"
               READ FUTURE-PAYMENT-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-CHECK-READ (WS-CHECK-IDX)
                       IF FP-STATUS = "P"
                           PERFORM CHECK-ONE-FUTURE-PAYMENT
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-CHECK-PRESENT (WS-CHECK-IDX) = "Y"
               CLOSE FUTURE-PAYMENT-FILE
           END-IF.

       CHECK-ONE-FUTURE-PAYMENT.
           MOVE FP-ID TO WS-EXC-KEY.
           MOVE FP-FROM-ACCT-ID TO WS-REF-ACCT-ID.
           PERFORM LOOK-UP-ACCOUNT.
           MOVE "paying" TO WS-EXC-ROLE.
           PERFORM REPORT-BAD-ACCOUNT.
           IF FP-TXN-TYPE = "TRANSFER"
               MOVE FP-TO-ACCT-ID TO WS-REF-ACCT-ID
               PERFORM LOOK-UP-ACCOUNT
               MOVE "receiving" TO WS-EXC-ROLE
               PERFORM REPORT-BAD-ACCOUNT
           END-IF.

       CHECK-PENDING-TRANSFERS.
           MOVE 11 TO WS-CHECK-IDX.
           MOVE "N" TO WS-EOF-FLAG.
           OPEN INPUT PENDING-TRANSFER-FILE.
           IF WS-PENDING-TRANSFER-FILE-STATUS NOT = "00"
               PERFORM NOTE-FILE-ABSENT
           ELSE
               MOVE LOW-VALUES TO PT-ID
               START PENDING-TRANSFER-FILE KEY IS NOT LESS THAN PT-ID
                   INVALID KEY
                       MOVE "Y" TO WS-EOF-FLAG
               END-START
           END-IF.
           PERFORM UNTIL WS-EOF-FLAG = "Y"
               READ PENDING-TRANSFER-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-CHECK-READ (WS-CHECK-IDX)
                       IF PT-STATUS = "P"
                           PERFORM CHECK-ONE-PENDING-TRANSFER
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-CHECK-PRESENT (WS-CHECK-IDX) = "Y"
               CLOSE PENDING-TRANSFER-FILE
           END-IF.

       CHECK-ONE-PENDING-TRANSFER.
           MOVE PT-ID TO WS-EXC-KEY.
           MOVE PT-FROM-ACCT-ID TO WS-REF-ACCT-ID.
           PERFORM LOOK-UP-ACCOUNT.
           MOVE "paying" TO WS-EXC-ROLE.
           PERFORM REPORT-BAD-ACCOUNT.
           MOVE PT-TO-ACCT-ID TO WS-REF-ACCT-ID.
           PERFORM LOOK-UP-ACCOUNT.
           MOVE "receiving" TO WS-EXC-ROLE.
           PERFORM REPORT-BAD-ACCOUNT.

      ******************************************************************
      * Profiles keyed by their owner.
      ******************************************************************
       CHECK-DUE-DILIGENCE.
           MOVE 12 TO WS-CHECK-IDX.
           MOVE "N" TO WS-EOF-FLAG.
           OPEN INPUT DUE-DILIGENCE-FILE.
           IF WS-DUE-DILIGENCE-FILE-STATUS NOT = "00"
               PERFORM NOTE-FILE-ABSENT
           ELSE
               MOVE LOW-VALUES TO DD-CUST-ID
               START DUE-DILIGENCE-FILE KEY IS NOT LESS THAN
                   DD-CUST-ID
                   INVALID KEY
                       MOVE "Y" TO WS-EOF-FLAG
               END-START
           END-IF.
           PERFORM UNTIL WS-EOF-FLAG = "Y"
               READ DUE-DILIGENCE-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-CHECK-READ (WS-CHECK-IDX)
                       MOVE DD-CUST-ID TO WS-REF-CUST-ID
                       PERFORM LOOK-UP-CUSTOMER
                       IF WS-REF-STATE = "M"
                           MOVE DD-CUST-ID TO WS-EXC-KEY
                           MOVE DD-CUST-ID TO WS-EXC-REF
                           MOVE "profile of missing customer" TO
                               WS-EXC-TEXT
                           PERFORM WRITE-EXCEPTION
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-CHECK-PRESENT (WS-CHECK-IDX) = "Y"
               CLOSE DUE-DILIGENCE-FILE
           END-IF.

       CHECK-STATEMENT-PROFILES.
           MOVE 13 TO WS-CHECK-IDX.
           MOVE "N" TO WS-EOF-FLAG.
           OPEN INPUT STATEMENT-PROFILE-FILE.
           IF WS-STATEMENT-PROFILE-STATUS NOT = "00"
               PERFORM NOTE-FILE-ABSENT
           ELSE
               MOVE LOW-VALUES TO SP-ACCT-ID
               START STATEMENT-PROFILE-FILE KEY IS NOT LESS THAN
                   SP-ACCT-ID
                   INVALID KEY
                       MOVE "Y" TO WS-EOF-FLAG
               END-START
           END-IF.
           PERFORM UNTIL WS-EOF-FLAG = "Y"
               READ STATEMENT-PROFILE-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-CHECK-READ (WS-CHECK-IDX)
                       IF SP-OPT-IN = "Y"
                           MOVE SP-ACCT-ID TO WS-REF-ACCT-ID
                           PERFORM LOOK-UP-ACCOUNT
                           IF WS-REF-STATE = "M"
                               MOVE SP-ACCT-ID TO WS-EXC-KEY
                               MOVE "statement" TO WS-EXC-ROLE
                               PERFORM REPORT-BAD-ACCOUNT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-CHECK-PRESENT (WS-CHECK-IDX) = "Y"
               CLOSE STATEMENT-PROFILE-FILE
           END-IF.

       WRITE-CHECK-COUNTS.
           MOVE SPACES TO REFERENCE-REPORT-LINE.
           WRITE REFERENCE-REPORT-LINE.
           MOVE SPACES TO REFERENCE-REPORT-LINE.
           STRING "CHECK              RECORDS READ  EXCEPTIONS"
               DELIMITED BY SIZE INTO REFERENCE-REPORT-LINE.
           WRITE REFERENCE-REPORT-LINE.
           PERFORM VARYING WS-CHECK-IDX FROM 1 BY 1
                   UNTIL WS-CHECK-IDX > 13
               MOVE SPACES TO REFERENCE-REPORT-LINE
               IF WS-CHECK-PRESENT (WS-CHECK-IDX) = "Y"
                   STRING WS-CHECK-NAME (WS-CHECK-IDX) " "
                       WS-CHECK-READ (WS-CHECK-IDX) "       "
                       WS-CHECK-EXCEPTIONS (WS-CHECK-IDX)
                       DELIMITED BY SIZE INTO REFERENCE-REPORT-LINE
               ELSE
                   STRING WS-CHECK-NAME (WS-CHECK-IDX) " "
                       "file not present; not checked"
                       DELIMITED BY SIZE INTO REFERENCE-REPORT-LINE
               END-IF
               WRITE REFERENCE-REPORT-LINE
           END-PERFORM.
           MOVE SPACES TO REFERENCE-REPORT-LINE.
           STRING "TOTAL " WS-TOTAL-EXCEPTIONS " exception(s)"
               DELIMITED BY SIZE INTO REFERENCE-REPORT-LINE.
           WRITE REFERENCE-REPORT-LINE.
