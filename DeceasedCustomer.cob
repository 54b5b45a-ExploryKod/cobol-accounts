       IDENTIFICATION DIVISION.
       PROGRAM-ID. DeceasedCustomer.

      ******************************************************************
      * Estate handling for a customer reported dead, called from
      * CustomerMaintenance once a supervisor has entered the
      * customer id and the date of death. In one pass it:
      *   - marks the customer "D" with the date of death;
      *   - passes every joint account to the surviving holder (a
      *     surviving joint holder becomes primary) and drops the
      *     account from the deceased's links, together with any
      *     view-only links, so only the estate's own accounts stay
      *     on the deceased's record;
      *   - freezes every account held in the deceased's sole name;
      *   - suspends ("S") the active standing orders, mandates and
      *     warehoused future-dated payments on those accounts;
      *   - stops every unused cheque number in the books issued on
      *     those accounts;
      *   - ends the live web sessions on all the deceased's
      *     accounts, joint ones included (the survivor signs in
      *     again);
      *   - writes the estate balance certificate ESTATEnnnnn.RPT
      *     for the executors: every account's balance and accrued
      *     interest as at the close of the date of death, taken
      *     from that night's position snapshot (current figures,
      *     marked as such, when no snapshot for the date is on
      *     file), with the holds active on that date.
      * Each step is stamped on the maintenance audit trail and the
      * freezes on the account journal, as a freeze through
      * AccountMaintenance would be. DEATH-RESULT comes back "Y"
      * when the death was recorded, "N" when the customer was not
      * found or is already recorded as deceased.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "CustomerFileControl.cpy".
           COPY "AccountFileControl.cpy".
           COPY "StandingOrderFileControl.cpy".
           COPY "MandateFileControl.cpy".
           COPY "FuturePaymentFileControl.cpy".
           COPY "ChequeBookFileControl.cpy".
           COPY "ChequeFileControl.cpy".
           COPY "SessionFileControl.cpy".
           COPY "HoldFileControl.cpy".
           COPY "SnapshotFileControl.cpy".
           COPY "MaintAuditFileControl.cpy".
           SELECT ESTATE-CERTIFICATE ASSIGN TO DYNAMIC
               WS-ESTATE-CERTIFICATE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTATE-CERTIFICATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-FILE.
           COPY "CustomerRecord.cpy".
       FD  ACCOUNT-MASTER-FILE.
           COPY "AccountRecord.cpy".
       FD  STANDING-ORDER-FILE.
           COPY "StandingOrderRecord.cpy".
       FD  MANDATE-FILE.
           COPY "MandateRecord.cpy".
       FD  FUTURE-PAYMENT-FILE.
           COPY "FuturePaymentRecord.cpy".
       FD  CHEQUE-BOOK-FILE.
           COPY "ChequeBookRecord.cpy".
       FD  CHEQUE-FILE.
           COPY "ChequeRecord.cpy".
       FD  WEB-SESSION-FILE.
           COPY "SessionRecord.cpy".
       FD  HOLDS-FILE.
           COPY "HoldRecord.cpy".
       FD  SNAPSHOT-FILE.
           COPY "SnapshotRecord.cpy".
       FD  MAINT-AUDIT-FILE.
           COPY "MaintAuditRecord.cpy".
       FD  ESTATE-CERTIFICATE.
       01 ESTATE-CERTIFICATE-LINE    PIC X(120).

       WORKING-STORAGE SECTION.
       01 WS-CUSTOMER-FILE-STATUS   PIC X(2).
       01 WS-ACCOUNT-FILE-STATUS    PIC X(2).
       01 WS-STANDING-ORDER-FILE-STATUS PIC X(2).
       01 WS-MANDATE-FILE-STATUS    PIC X(2).
       01 WS-FUTURE-PAYMENT-FILE-STATUS PIC X(2).
       01 WS-CHEQUE-BOOK-STATUS     PIC X(2).
       01 WS-CHEQUE-FILE-STATUS     PIC X(2).
       01 WS-WEB-SESSION-STATUS     PIC X(2).
       01 WS-HOLDS-FILE-STATUS      PIC X(2).
       01 WS-SNAPSHOT-FILE-STATUS   PIC X(2).
       01 WS-SNAPSHOT-FILE-NAME     PIC X(16).
       01 WS-MAINT-AUDIT-FILE-STATUS PIC X(2).
       01 WS-ESTATE-CERTIFICATE-STATUS PIC X(2).
       01 WS-ESTATE-CERTIFICATE-NAME PIC X(16).
       01 WS-EOF-FLAG               PIC X(1).
       01 WS-TODAY                  PIC 9(8).
       01 WS-TIME-NOW               PIC 9(8).
       01 WS-AUDIT-ACTION           PIC X(20).
       01 WS-AUDIT-KEY              PIC X(8).
       01 WS-AUDIT-BEFORE           PIC X(40).
       01 WS-AUDIT-AFTER            PIC X(40).
       01 WS-JOURNAL-PROGRAM        PIC X(25) VALUE "DeceasedCustomer".
       01 WS-JOURNAL-BEFORE         PIC X(250).
       01 WS-JOURNAL-AFTER          PIC X(250).
       01 WS-DECEASED-NAME          PIC X(30).
       01 WS-CUST-IDX               PIC 9(2).
       01 WS-LINK-IDX               PIC 9(2).
       01 WS-LINK-COUNT             PIC 9(2) VALUE 0.
       01 WS-KEEP-COUNT             PIC 9(2).
       01 WS-LOOKUP-ACCT-ID         PIC 9(5).
       01 WS-FOUND-LINK             PIC 9(2).
       01 WS-SURVIVOR-CHANGED       PIC X(1).
       01 WS-SURVIVOR-IDX           PIC 9(2).
       01 WS-HOLDER-ACCT-ID         PIC 9(5).
       01 WS-HOLDER-COUNT           PIC 9(2).
       01 WS-HOLDER-IDX             PIC 9(2).
       01 WS-HOLDER-TABLE.
           05 WS-HOLDER-ENTRY OCCURS 20 TIMES.
               10 WS-HOLDER-CUST-ID PIC 9(5).
               10 WS-HOLDER-ROLE    PIC X(1).
       01 WS-CHEQUE-NO              PIC 9(6).
       01 WS-SOLE-COUNT             PIC 9(2) VALUE 0.
       01 WS-JOINT-COUNT            PIC 9(2) VALUE 0.
       01 WS-FROZEN-COUNT           PIC 9(2) VALUE 0.
       01 WS-ORDER-COUNT            PIC 9(5) VALUE 0.
       01 WS-MANDATE-COUNT          PIC 9(5) VALUE 0.
       01 WS-PAYMENT-COUNT          PIC 9(5) VALUE 0.
       01 WS-BOOK-COUNT             PIC 9(5) VALUE 0.
       01 WS-STOPPED-COUNT          PIC 9(7) VALUE 0.
       01 WS-SESSION-COUNT          PIC 9(5) VALUE 0.
       01 WS-SNAPSHOT-FOUND         PIC X(1) VALUE "N".
       01 WS-HOLD-IDX               PIC 9(3).
       01 WS-HOLD-COUNT             PIC 9(3) VALUE 0.
       01 WS-CCY-IDX                PIC 9(2).
       01 WS-CCY-COUNT              PIC 9(2) VALUE 0.
       01 WS-HOLDING-TEXT           PIC X(16).
       01 WS-BASIS-TEXT             PIC X(8).
       01 WS-BALANCE-EDIT           PIC Z(8)9.99.
       01 WS-ACCRUED-EDIT           PIC Z(8)9.9999.
       01 WS-ACCRUED-DR-EDIT        PIC Z(8)9.9999.
       01 WS-HOLDS-EDIT             PIC Z(8)9.99.
       01 WS-TOTAL-BALANCE-EDIT     PIC Z(12)9.99.
       01 WS-TOTAL-ACCRUED-EDIT     PIC Z(12)9.9999.
       01 WS-TOTAL-HOLDS-EDIT       PIC Z(12)9.99.

      *    Account image held on the position snapshot, laid out as
      *    the account master so the accrued interest can be taken
      *    from it.
       COPY "AccountRecord.cpy"
           REPLACING ==ACCOUNT-RECORD== BY ==SNAP-ACCOUNT-IMAGE==
           LEADING ==ACCT== BY ==IMG-ACCT==.

      *    The deceased's account links and what became of each:
      *    "S" sole name - frozen, part of the estate; "J" passes to
      *    the surviving holder in DL-SURVIVOR; "V" view-only link
      *    dropped; "C" account already closed; "M" account missing.
       01 DEATH-LINK-TABLE.
           05 DL-ENTRY OCCURS 10 TIMES.
               10 DL-ACCT-ID         PIC 9(5).
               10 DL-ROLE            PIC X(1).
               10 DL-DISPOSITION     PIC X(1).
               10 DL-SURVIVOR        PIC 9(5).
               10 DL-CURRENCY        PIC X(3).
               10 DL-TYPE            PIC X(1).
               10 DL-BALANCE         PIC 9(9)V99.
               10 DL-ACCRUED         PIC 9(9)V9(4).
               10 DL-ACCRUED-DEBIT   PIC 9(9)V9(4).
               10 DL-BASIS           PIC X(1).
      *    "S" figures from the snapshot of the date of death, "C"
      *    current figures.
               10 DL-HOLD-TOTAL      PIC 9(9)V99.

      *    Holds active on the date of death, for the certificate.
       01 DEATH-HOLD-TABLE.
           05 DH-ENTRY OCCURS 100 TIMES.
               10 DH-ACCT-ID         PIC 9(5).
               10 DH-HOLD-ID         PIC 9(5).
               10 DH-AMOUNT          PIC 9(9)V99.
               10 DH-REASON          PIC X(20).
               10 DH-EXPIRY-DATE     PIC 9(8).

      *    Estate totals per currency, sole-name accounts only.
       01 ESTATE-TOTAL-TABLE.
           05 ET-ENTRY OCCURS 10 TIMES.
               10 ET-CURRENCY        PIC X(3).
               10 ET-BALANCE         PIC 9(13)V99.
               10 ET-ACCRUED         PIC 9(13)V9(4).
               10 ET-HOLDS           PIC 9(13)V99.

       LINKAGE SECTION.
       01 DEATH-CUST-ID              PIC 9(5).
       01 DEATH-DATE                 PIC 9(8).
       01 DEATH-OPERATOR-ID          PIC X(8).
       01 DEATH-RESULT               PIC X(1).

       PROCEDURE DIVISION USING DEATH-CUST-ID DEATH-DATE
           DEATH-OPERATOR-ID DEATH-RESULT.
       START-DECEASED-CUSTOMER.
           MOVE "N" TO DEATH-RESULT.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           PERFORM RECORD-DEATH THRU RECORD-DEATH-DONE.
           IF DEATH-RESULT NOT = "Y"
               GOBACK
           END-IF.
           PERFORM FREEZE-SOLE-ACCOUNTS.
           PERFORM LOAD-DEATH-SNAPSHOT.
           PERFORM COLLECT-DEATH-HOLDS.
           PERFORM SUSPEND-STANDING-ORDERS.
           PERFORM SUSPEND-MANDATES.
           PERFORM SUSPEND-FUTURE-PAYMENTS.
           PERFORM STOP-CHEQUE-BOOKS THRU STOP-CHEQUE-BOOKS-DONE.
           PERFORM END-WEB-SESSIONS.
           PERFORM WRITE-ESTATE-CERTIFICATE.
           MOVE "ESTATE ACTIONS" TO WS-AUDIT-ACTION.
           MOVE DEATH-CUST-ID TO WS-AUDIT-KEY.
           MOVE SPACES TO WS-AUDIT-BEFORE.
           MOVE SPACES TO WS-AUDIT-AFTER.
           STRING "SO=" WS-ORDER-COUNT " MD=" WS-MANDATE-COUNT
               " FP=" WS-PAYMENT-COUNT " CHQ=" WS-STOPPED-COUNT
               " WEB=" WS-SESSION-COUNT
               DELIMITED BY SIZE INTO WS-AUDIT-AFTER.
           PERFORM WRITE-AUDIT-RECORD.
           DISPLAY "Customer " DEATH-CUST-ID " recorded as deceased "
               "on " DEATH-DATE ".".
           DISPLAY "  " WS-FROZEN-COUNT " sole account(s) frozen, "
               WS-JOINT-COUNT " joint account(s) passed to the "
               "surviving holder.".
           DISPLAY "  " WS-ORDER-COUNT " standing order(s), "
               WS-MANDATE-COUNT " mandate(s) and " WS-PAYMENT-COUNT
               " future payment(s) suspended.".
           DISPLAY "  " WS-STOPPED-COUNT " unused cheque(s) in "
               WS-BOOK-COUNT " book(s) stopped; " WS-SESSION-COUNT
               " web session(s) ended.".
           DISPLAY "  Estate balance certificate written to "
               WS-ESTATE-CERTIFICATE-NAME ".".
           GOBACK.

      * The deceased's links are taken off the customer record
      * first; every other living customer is then read for the
      * same accounts, so each joint account finds its survivor
      * before the deceased's record is rewritten with only the
      * sole-name links left on it.
       RECORD-DEATH.
           OPEN I-O CUSTOMER-FILE.
           IF WS-CUSTOMER-FILE-STATUS NOT = "00"
               DISPLAY "Unable to open the customer file, status "
                   WS-CUSTOMER-FILE-STATUS "; nothing changed."
               GO TO RECORD-DEATH-DONE
           END-IF.
           MOVE DEATH-CUST-ID TO CUST-ID.
           READ CUSTOMER-FILE
               INVALID KEY
                   CONTINUE
           END-READ.
           IF WS-CUSTOMER-FILE-STATUS NOT = "00"
               DISPLAY "Customer " DEATH-CUST-ID " not found; "
                   "nothing changed."
               CLOSE CUSTOMER-FILE
               GO TO RECORD-DEATH-DONE
           END-IF.
           IF CUST-STATUS = "D"
               DISPLAY "Customer " DEATH-CUST-ID " is already "
                   "recorded as deceased on " CUST-DEATH-DATE "."
               CLOSE CUSTOMER-FILE
               GO TO RECORD-DEATH-DONE
           END-IF.
           MOVE CUST-NAME TO WS-DECEASED-NAME.
           MOVE 0 TO WS-LINK-COUNT.
           PERFORM VARYING WS-CUST-IDX FROM 1 BY 1
                   UNTIL WS-CUST-IDX > CUST-ACCOUNT-COUNT
                   OR WS-CUST-IDX > 10
               IF CUST-ACCOUNT-IDS (WS-CUST-IDX) NOT = 0
                   ADD 1 TO WS-LINK-COUNT
                   INITIALIZE DL-ENTRY (WS-LINK-COUNT)
                   MOVE CUST-ACCOUNT-IDS (WS-CUST-IDX) TO
                       DL-ACCT-ID (WS-LINK-COUNT)
                   MOVE CUST-ACCOUNT-ROLES (WS-CUST-IDX) TO
                       DL-ROLE (WS-LINK-COUNT)
                   IF DL-ROLE (WS-LINK-COUNT) NOT = "J"
                       AND DL-ROLE (WS-LINK-COUNT) NOT = "V"
                       MOVE "P" TO DL-ROLE (WS-LINK-COUNT)
                   END-IF
                   MOVE 0 TO DL-SURVIVOR (WS-LINK-COUNT)
               END-IF
           END-PERFORM.
           PERFORM FIND-SURVIVING-HOLDERS.
           PERFORM VARYING WS-LINK-IDX FROM 1 BY 1
                   UNTIL WS-LINK-IDX > WS-LINK-COUNT
               EVALUATE TRUE
                   WHEN DL-ROLE (WS-LINK-IDX) = "V"
                       MOVE "V" TO DL-DISPOSITION (WS-LINK-IDX)
                   WHEN DL-SURVIVOR (WS-LINK-IDX) NOT = 0
                       MOVE "J" TO DL-DISPOSITION (WS-LINK-IDX)
                       ADD 1 TO WS-JOINT-COUNT
                   WHEN OTHER
                       MOVE "S" TO DL-DISPOSITION (WS-LINK-IDX)
                       ADD 1 TO WS-SOLE-COUNT
               END-EVALUATE
           END-PERFORM.
           MOVE DEATH-CUST-ID TO CUST-ID.
           READ CUSTOMER-FILE
               INVALID KEY
                   CONTINUE
           END-READ.
           MOVE 0 TO WS-KEEP-COUNT.
           PERFORM VARYING WS-LINK-IDX FROM 1 BY 1
                   UNTIL WS-LINK-IDX > WS-LINK-COUNT
               IF DL-DISPOSITION (WS-LINK-IDX) = "S"
                   ADD 1 TO WS-KEEP-COUNT
                   MOVE DL-ACCT-ID (WS-LINK-IDX) TO
                       CUST-ACCOUNT-IDS (WS-KEEP-COUNT)
                   MOVE DL-ROLE (WS-LINK-IDX) TO
                       CUST-ACCOUNT-ROLES (WS-KEEP-COUNT)
               END-IF
           END-PERFORM.
           MOVE WS-KEEP-COUNT TO CUST-ACCOUNT-COUNT.
           PERFORM VARYING WS-CUST-IDX FROM WS-KEEP-COUNT BY 1
                   UNTIL WS-CUST-IDX >= 10
               MOVE 0 TO CUST-ACCOUNT-IDS (WS-CUST-IDX + 1)
               MOVE SPACE TO CUST-ACCOUNT-ROLES (WS-CUST-IDX + 1)
           END-PERFORM.
           MOVE "D" TO CUST-STATUS.
           MOVE DEATH-DATE TO CUST-DEATH-DATE.
           REWRITE CUSTOMER-RECORD
               INVALID KEY
                   DISPLAY "Unable to update customer " CUST-ID
               NOT INVALID KEY
                   CALL "CustomerXref" USING CUSTOMER-RECORD
           END-REWRITE.
           CLOSE CUSTOMER-FILE.
           IF WS-CUSTOMER-FILE-STATUS NOT = "00"
               GO TO RECORD-DEATH-DONE
           END-IF.
           MOVE "RECORD DEATH" TO WS-AUDIT-ACTION.
           MOVE DEATH-CUST-ID TO WS-AUDIT-KEY.
           MOVE SPACES TO WS-AUDIT-BEFORE.
           MOVE SPACES TO WS-AUDIT-AFTER.
           STRING "DIED=" DEATH-DATE " SOLE=" WS-SOLE-COUNT
               " JOINT=" WS-JOINT-COUNT
               DELIMITED BY SIZE INTO WS-AUDIT-AFTER.
           PERFORM WRITE-AUDIT-RECORD.
           MOVE "Y" TO DEATH-RESULT.
       RECORD-DEATH-DONE.
           EXIT.

      * The first living primary or joint holder found on a joint
      * account survives on it; a joint holder surviving a primary
      * holder becomes primary.
       FIND-SURVIVING-HOLDERS.
           PERFORM VARYING WS-SURVIVOR-IDX FROM 1 BY 1
                   UNTIL WS-SURVIVOR-IDX > WS-LINK-COUNT
               IF DL-ROLE (WS-SURVIVOR-IDX) NOT = "V"
                   PERFORM CHECK-ACCOUNT-HOLDERS
               END-IF
           END-PERFORM.

       CHECK-ACCOUNT-HOLDERS.
           MOVE DL-ACCT-ID (WS-SURVIVOR-IDX) TO WS-HOLDER-ACCT-ID.
           CALL "AccountHolders" USING WS-HOLDER-ACCT-ID
               WS-HOLDER-COUNT WS-HOLDER-TABLE.
           PERFORM VARYING WS-HOLDER-IDX FROM 1 BY 1
                   UNTIL WS-HOLDER-IDX > WS-HOLDER-COUNT
                   OR DL-SURVIVOR (WS-SURVIVOR-IDX) NOT = 0
               IF WS-HOLDER-CUST-ID (WS-HOLDER-IDX) NOT = DEATH-CUST-ID
                   AND WS-HOLDER-ROLE (WS-HOLDER-IDX) NOT = "V"
                   MOVE WS-HOLDER-CUST-ID (WS-HOLDER-IDX) TO CUST-ID
                   READ CUSTOMER-FILE
                       INVALID KEY
                           CONTINUE
                   END-READ
                   IF WS-CUSTOMER-FILE-STATUS = "00"
                       AND CUST-STATUS NOT = "D"
                       PERFORM CHECK-SURVIVOR-LINKS
                   END-IF
               END-IF
           END-PERFORM.

       CHECK-SURVIVOR-LINKS.
           MOVE "N" TO WS-SURVIVOR-CHANGED.
           PERFORM VARYING WS-CUST-IDX FROM 1 BY 1
                   UNTIL WS-CUST-IDX > CUST-ACCOUNT-COUNT
                   OR WS-CUST-IDX > 10
               IF CUST-ACCOUNT-ROLES (WS-CUST-IDX) NOT = "V"
                   MOVE CUST-ACCOUNT-IDS (WS-CUST-IDX) TO
                       WS-LOOKUP-ACCT-ID
                   PERFORM FIND-DEATH-LINK
                   IF WS-FOUND-LINK > 0
                       IF DL-ROLE (WS-FOUND-LINK) NOT = "V"
                           AND DL-SURVIVOR (WS-FOUND-LINK) = 0
                           MOVE CUST-ID TO DL-SURVIVOR (WS-FOUND-LINK)
                           IF DL-ROLE (WS-FOUND-LINK) = "P"
                               AND CUST-ACCOUNT-ROLES (WS-CUST-IDX)
                                   = "J"
                               MOVE "P" TO
                                   CUST-ACCOUNT-ROLES (WS-CUST-IDX)
                               MOVE "Y" TO WS-SURVIVOR-CHANGED
                           END-IF
                           MOVE "SURVIVING HOLDER" TO WS-AUDIT-ACTION
                           MOVE CUST-ID TO WS-AUDIT-KEY
                           MOVE SPACES TO WS-AUDIT-BEFORE
                           MOVE SPACES TO WS-AUDIT-AFTER
                           STRING "ACCT=" WS-LOOKUP-ACCT-ID " ROLE="
                               CUST-ACCOUNT-ROLES (WS-CUST-IDX)
                               " FROM=" DEATH-CUST-ID
                               DELIMITED BY SIZE INTO WS-AUDIT-AFTER
                           PERFORM WRITE-AUDIT-RECORD
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-SURVIVOR-CHANGED = "Y"
               REWRITE CUSTOMER-RECORD
                   INVALID KEY
                       DISPLAY "Unable to update surviving holder "
                           CUST-ID
                   NOT INVALID KEY
                       CALL "CustomerXref" USING CUSTOMER-RECORD
               END-REWRITE
           END-IF.

       FIND-DEATH-LINK.
           MOVE 0 TO WS-FOUND-LINK.
           PERFORM VARYING WS-LINK-IDX FROM 1 BY 1
                   UNTIL WS-LINK-IDX > WS-LINK-COUNT
                   OR WS-FOUND-LINK > 0
               IF DL-ACCT-ID (WS-LINK-IDX) = WS-LOOKUP-ACCT-ID
                   MOVE WS-LINK-IDX TO WS-FOUND-LINK
               END-IF
           END-PERFORM.

      * Current figures are kept for every account still open; the
      * snapshot of the date of death replaces them where it has
      * the account.
       FREEZE-SOLE-ACCOUNTS.
           OPEN I-O ACCOUNT-MASTER-FILE.
           IF WS-ACCOUNT-FILE-STATUS NOT = "00"
               DISPLAY "Unable to open the account master, status "
                   WS-ACCOUNT-FILE-STATUS "; no account frozen."
           ELSE
               PERFORM VARYING WS-LINK-IDX FROM 1 BY 1
                       UNTIL WS-LINK-IDX > WS-LINK-COUNT
                   IF DL-DISPOSITION (WS-LINK-IDX) NOT = "V"
                       PERFORM FREEZE-ONE-ACCOUNT
                   END-IF
               END-PERFORM
               CLOSE ACCOUNT-MASTER-FILE
           END-IF.

       FREEZE-ONE-ACCOUNT.
           MOVE DL-ACCT-ID (WS-LINK-IDX) TO ACCT-ID.
           READ ACCOUNT-MASTER-FILE
               INVALID KEY
                   CONTINUE
           END-READ.
           EVALUATE TRUE
               WHEN WS-ACCOUNT-FILE-STATUS NOT = "00"
                   IF DL-DISPOSITION (WS-LINK-IDX) = "S"
                       SUBTRACT 1 FROM WS-SOLE-COUNT
                   END-IF
                   MOVE "M" TO DL-DISPOSITION (WS-LINK-IDX)
               WHEN ACCT-STATUS = "C"
                   IF DL-DISPOSITION (WS-LINK-IDX) = "S"
                       SUBTRACT 1 FROM WS-SOLE-COUNT
                   END-IF
                   MOVE "C" TO DL-DISPOSITION (WS-LINK-IDX)
               WHEN OTHER
                   MOVE ACCT-CURRENCY TO DL-CURRENCY (WS-LINK-IDX)
                   MOVE ACCT-TYPE TO DL-TYPE (WS-LINK-IDX)
                   MOVE ACCT-BALANCE TO DL-BALANCE (WS-LINK-IDX)
                   MOVE ACCT-ACCRUED-INTEREST TO
                       DL-ACCRUED (WS-LINK-IDX)
                   MOVE ACCT-ACCRUED-DEBIT-INT TO
                       DL-ACCRUED-DEBIT (WS-LINK-IDX)
                   MOVE "C" TO DL-BASIS (WS-LINK-IDX)
                   IF DL-DISPOSITION (WS-LINK-IDX) = "S"
                       AND ACCT-STATUS NOT = "F"
                       PERFORM FREEZE-ESTATE-ACCOUNT
                   END-IF
           END-EVALUATE.

       FREEZE-ESTATE-ACCOUNT.
           MOVE SPACES TO WS-AUDIT-BEFORE.
           STRING "STATUS=" ACCT-STATUS
               DELIMITED BY SIZE INTO WS-AUDIT-BEFORE.
           MOVE ACCOUNT-RECORD TO WS-JOURNAL-BEFORE.
           MOVE "F" TO ACCT-STATUS.
           ADD 1 TO ACCT-VERSION.
           REWRITE ACCOUNT-RECORD
               INVALID KEY
                   DISPLAY "Unable to freeze account " ACCT-ID
               NOT INVALID KEY
                   ADD 1 TO WS-FROZEN-COUNT
                   MOVE "FREEZE ACCOUNT" TO WS-AUDIT-ACTION
                   MOVE ACCT-ID TO WS-AUDIT-KEY
                   MOVE SPACES TO WS-AUDIT-AFTER
                   STRING "STATUS=F DECEASED=" DEATH-CUST-ID
                       DELIMITED BY SIZE INTO WS-AUDIT-AFTER
                   MOVE ACCOUNT-RECORD TO WS-JOURNAL-AFTER
                   CALL "AccountJournal" USING WS-JOURNAL-PROGRAM
                       WS-JOURNAL-BEFORE WS-JOURNAL-AFTER
                   PERFORM WRITE-AUDIT-RECORD
           END-REWRITE.

      * The snapshot BalanceSnapshot took at the close of the date
      * of death holds the balance and the full account image.
       LOAD-DEATH-SNAPSHOT.
           MOVE SPACES TO WS-SNAPSHOT-FILE-NAME.
           STRING "SNAP" DEATH-DATE ".DAT"
               DELIMITED BY SIZE INTO WS-SNAPSHOT-FILE-NAME.
           OPEN INPUT SNAPSHOT-FILE.
           IF WS-SNAPSHOT-FILE-STATUS = "00"
               MOVE "Y" TO WS-SNAPSHOT-FOUND
               MOVE "N" TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF-FLAG = "Y"
                   READ SNAPSHOT-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-FLAG
                       NOT AT END
                           MOVE SNAP-ACCT-ID TO WS-LOOKUP-ACCT-ID
                           PERFORM FIND-DEATH-LINK
                           IF WS-FOUND-LINK > 0
                               PERFORM TAKE-SNAPSHOT-FIGURES
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SNAPSHOT-FILE
           ELSE
               DISPLAY "No position snapshot for " DEATH-DATE
                   "; the certificate shows current figures."
           END-IF.

       TAKE-SNAPSHOT-FIGURES.
           IF DL-DISPOSITION (WS-FOUND-LINK) = "S"
               OR DL-DISPOSITION (WS-FOUND-LINK) = "J"
               MOVE SNAP-BALANCE TO DL-BALANCE (WS-FOUND-LINK)
               IF SNAP-RECORD-IMAGE NOT = SPACES
                   MOVE SNAP-RECORD-IMAGE TO SNAP-ACCOUNT-IMAGE
                   MOVE IMG-ACCT-ACCRUED-INTEREST TO
                       DL-ACCRUED (WS-FOUND-LINK)
                   MOVE IMG-ACCT-ACCRUED-DEBIT-INT TO
                       DL-ACCRUED-DEBIT (WS-FOUND-LINK)
               END-IF
               MOVE "S" TO DL-BASIS (WS-FOUND-LINK)
           END-IF.

      * A hold counts when it was in force on the date of death:
      * still active, or lapsed by expiry on or after that date.
      * Holds released by an operator carry no release date and
      * are left out.
       COLLECT-DEATH-HOLDS.
           OPEN INPUT HOLDS-FILE.
           IF WS-HOLDS-FILE-STATUS = "00"
               MOVE "N" TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF-FLAG = "Y"
                   READ HOLDS-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-EOF-FLAG
                       NOT AT END
                           MOVE HOLD-ACCT-ID TO WS-LOOKUP-ACCT-ID
                           PERFORM FIND-DEATH-LINK
                           IF WS-FOUND-LINK > 0
                               PERFORM TAKE-DEATH-HOLD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HOLDS-FILE
           END-IF.

       TAKE-DEATH-HOLD.
           IF (DL-DISPOSITION (WS-FOUND-LINK) = "S"
                   OR DL-DISPOSITION (WS-FOUND-LINK) = "J")
               AND (HOLD-STATUS = "A"
                   OR (HOLD-STATUS = "E"
                       AND HOLD-EXPIRY-DATE >= DEATH-DATE))
               ADD HOLD-AMOUNT TO DL-HOLD-TOTAL (WS-FOUND-LINK)
               IF WS-HOLD-COUNT < 100
                   ADD 1 TO WS-HOLD-COUNT
                   MOVE HOLD-ACCT-ID TO DH-ACCT-ID (WS-HOLD-COUNT)
                   MOVE HOLD-ID TO DH-HOLD-ID (WS-HOLD-COUNT)
                   MOVE HOLD-AMOUNT TO DH-AMOUNT (WS-HOLD-COUNT)
                   MOVE HOLD-REASON TO DH-REASON (WS-HOLD-COUNT)
                   MOVE HOLD-EXPIRY-DATE TO
                       DH-EXPIRY-DATE (WS-HOLD-COUNT)
               END-IF
           END-IF.

       SUSPEND-STANDING-ORDERS.
           OPEN I-O STANDING-ORDER-FILE.
           IF WS-STANDING-ORDER-FILE-STATUS = "00"
               MOVE "N" TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF-FLAG = "Y"
                   READ STANDING-ORDER-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-EOF-FLAG
                       NOT AT END
                           MOVE SO-FROM-ACCT-ID TO WS-LOOKUP-ACCT-ID
                           PERFORM FIND-DEATH-LINK
                           IF WS-FOUND-LINK > 0
                               AND SO-STATUS = "A"
                               AND DL-DISPOSITION (WS-FOUND-LINK) = "S"
                               MOVE "S" TO SO-STATUS
                               REWRITE STANDING-ORDER-RECORD
                                   INVALID KEY
                                       CONTINUE
                                   NOT INVALID KEY
                                       ADD 1 TO WS-ORDER-COUNT
                               END-REWRITE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE STANDING-ORDER-FILE
           END-IF.

       SUSPEND-MANDATES.
           OPEN I-O MANDATE-FILE.
           IF WS-MANDATE-FILE-STATUS = "00"
               MOVE "N" TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF-FLAG = "Y"
                   READ MANDATE-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-EOF-FLAG
                       NOT AT END
                           MOVE MAND-ACCT-ID TO WS-LOOKUP-ACCT-ID
                           PERFORM FIND-DEATH-LINK
                           IF WS-FOUND-LINK > 0
                               AND MAND-STATUS = "A"
                               AND DL-DISPOSITION (WS-FOUND-LINK) = "S"
                               MOVE "S" TO MAND-STATUS
                               REWRITE MANDATE-RECORD
                                   INVALID KEY
                                       CONTINUE
                                   NOT INVALID KEY
                                       ADD 1 TO WS-MANDATE-COUNT
                               END-REWRITE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MANDATE-FILE
           END-IF.

       SUSPEND-FUTURE-PAYMENTS.
           OPEN I-O FUTURE-PAYMENT-FILE.
           IF WS-FUTURE-PAYMENT-FILE-STATUS = "00"
               MOVE "N" TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF-FLAG = "Y"
                   READ FUTURE-PAYMENT-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-EOF-FLAG
                       NOT AT END
                           MOVE FP-FROM-ACCT-ID TO WS-LOOKUP-ACCT-ID
                           PERFORM FIND-DEATH-LINK
                           IF WS-FOUND-LINK > 0
                               AND FP-STATUS = "P"
                               AND DL-DISPOSITION (WS-FOUND-LINK) = "S"
                               MOVE "S" TO FP-STATUS
                               REWRITE FUTURE-PAYMENT-RECORD
                                   INVALID KEY
                                       CONTINUE
                                   NOT INVALID KEY
                                       ADD 1 TO WS-PAYMENT-COUNT
                               END-REWRITE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FUTURE-PAYMENT-FILE
           END-IF.

      * Every number of a book on a sole-name account that has not
      * been paid or stopped already gets a stop record, so the
      * clearing refuses it the way it refuses any stopped cheque.
       STOP-CHEQUE-BOOKS.
           OPEN INPUT CHEQUE-BOOK-FILE.
           IF WS-CHEQUE-BOOK-STATUS NOT = "00"
               GO TO STOP-CHEQUE-BOOKS-DONE
           END-IF.
           OPEN I-O CHEQUE-FILE.
           IF WS-CHEQUE-FILE-STATUS = "35"
               OPEN OUTPUT CHEQUE-FILE
               CLOSE CHEQUE-FILE
               OPEN I-O CHEQUE-FILE
           END-IF.
           MOVE "N" TO WS-EOF-FLAG.
           PERFORM UNTIL WS-EOF-FLAG = "Y"
               READ CHEQUE-BOOK-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       MOVE CHB-ACCT-ID TO WS-LOOKUP-ACCT-ID
                       PERFORM FIND-DEATH-LINK
                       IF WS-FOUND-LINK > 0
                           AND DL-DISPOSITION (WS-FOUND-LINK) = "S"
                           ADD 1 TO WS-BOOK-COUNT
                           PERFORM VARYING WS-CHEQUE-NO
                                   FROM CHB-START-NO BY 1
                                   UNTIL WS-CHEQUE-NO > CHB-END-NO
                               PERFORM STOP-ONE-CHEQUE
                           END-PERFORM
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CHEQUE-FILE.
           CLOSE CHEQUE-BOOK-FILE.
       STOP-CHEQUE-BOOKS-DONE.
           EXIT.

       STOP-ONE-CHEQUE.
           MOVE CHB-ACCT-ID TO CHQ-ACCT-ID.
           MOVE WS-CHEQUE-NO TO CHQ-NUMBER.
           READ CHEQUE-FILE
               INVALID KEY
                   MOVE "S" TO CHQ-STATUS
                   MOVE WS-TODAY TO CHQ-DATE
                   MOVE 0 TO CHQ-AMOUNT
                   WRITE CHEQUE-RECORD
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           ADD 1 TO WS-STOPPED-COUNT
                   END-WRITE
           END-READ.

       END-WEB-SESSIONS.
           OPEN I-O WEB-SESSION-FILE.
           IF WS-WEB-SESSION-STATUS = "00"
               MOVE "N" TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF-FLAG = "Y"
                   READ WEB-SESSION-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-EOF-FLAG
                       NOT AT END
                           MOVE SESS-ACCT-ID TO WS-LOOKUP-ACCT-ID
                           PERFORM FIND-DEATH-LINK
                           IF WS-FOUND-LINK > 0
                               AND SESS-STATUS = "A"
                               MOVE "X" TO SESS-STATUS
                               REWRITE WEB-SESSION-RECORD
                                   INVALID KEY
                                       CONTINUE
                                   NOT INVALID KEY
                                       ADD 1 TO WS-SESSION-COUNT
                               END-REWRITE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE WEB-SESSION-FILE
           END-IF.

      * Sole-name accounts make up the estate and are totalled per
      * currency; joint accounts are shown for completeness with
      * the holder they pass to.
       WRITE-ESTATE-CERTIFICATE.
           MOVE SPACES TO WS-ESTATE-CERTIFICATE-NAME.
           STRING "ESTATE" DEATH-CUST-ID ".RPT"
               DELIMITED BY SIZE INTO WS-ESTATE-CERTIFICATE-NAME.
           OPEN OUTPUT ESTATE-CERTIFICATE.
           MOVE "ESTATE BALANCE CERTIFICATE" TO
               ESTATE-CERTIFICATE-LINE.
           WRITE ESTATE-CERTIFICATE-LINE.
           MOVE SPACES TO ESTATE-CERTIFICATE-LINE.
           STRING "CUSTOMER " DEATH-CUST-ID " " WS-DECEASED-NAME
               DELIMITED BY SIZE INTO ESTATE-CERTIFICATE-LINE.
           WRITE ESTATE-CERTIFICATE-LINE.
           MOVE SPACES TO ESTATE-CERTIFICATE-LINE.
           STRING "DATE OF DEATH " DEATH-DATE "   ISSUED " WS-TODAY
               " BY OPERATOR " DEATH-OPERATOR-ID
               DELIMITED BY SIZE INTO ESTATE-CERTIFICATE-LINE.
           WRITE ESTATE-CERTIFICATE-LINE.
           MOVE SPACES TO ESTATE-CERTIFICATE-LINE.
           IF WS-SNAPSHOT-FOUND = "Y"
               STRING "FIGURES AS AT THE CLOSE OF BUSINESS ON "
                   DEATH-DATE " (POSITION SNAPSHOT)"
                   DELIMITED BY SIZE INTO ESTATE-CERTIFICATE-LINE
           ELSE
               STRING "NO POSITION SNAPSHOT FOR " DEATH-DATE
                   ": FIGURES ARE AS AT " WS-TODAY
                   DELIMITED BY SIZE INTO ESTATE-CERTIFICATE-LINE
           END-IF.
           WRITE ESTATE-CERTIFICATE-LINE.
           MOVE SPACES TO ESTATE-CERTIFICATE-LINE.
           WRITE ESTATE-CERTIFICATE-LINE.
           MOVE "ACCOUNT CCY T HOLDING               BALANCE    ACCRUE
      -        "D CREDIT     ACCRUED DEBIT    ACTIVE HOLDS BASIS" TO
               ESTATE-CERTIFICATE-LINE.
           WRITE ESTATE-CERTIFICATE-LINE.
           PERFORM VARYING WS-LINK-IDX FROM 1 BY 1
                   UNTIL WS-LINK-IDX > WS-LINK-COUNT
               IF DL-DISPOSITION (WS-LINK-IDX) = "S"
                   OR DL-DISPOSITION (WS-LINK-IDX) = "J"
                   PERFORM WRITE-CERTIFICATE-ACCOUNT
               END-IF
           END-PERFORM.
           MOVE SPACES TO ESTATE-CERTIFICATE-LINE.
           WRITE ESTATE-CERTIFICATE-LINE.
           IF WS-CCY-COUNT = 0
               MOVE "NO ACCOUNTS IN THE SOLE NAME OF THE DECEASED." TO
                   ESTATE-CERTIFICATE-LINE
               WRITE ESTATE-CERTIFICATE-LINE
           END-IF.
           PERFORM VARYING WS-CCY-IDX FROM 1 BY 1
                   UNTIL WS-CCY-IDX > WS-CCY-COUNT
               MOVE ET-BALANCE (WS-CCY-IDX) TO WS-TOTAL-BALANCE-EDIT
               MOVE ET-ACCRUED (WS-CCY-IDX) TO WS-TOTAL-ACCRUED-EDIT
               MOVE ET-HOLDS (WS-CCY-IDX) TO WS-TOTAL-HOLDS-EDIT
               MOVE SPACES TO ESTATE-CERTIFICATE-LINE
               STRING "ESTATE TOTAL " ET-CURRENCY (WS-CCY-IDX)
                   " BALANCE " WS-TOTAL-BALANCE-EDIT
                   " ACCRUED CREDIT " WS-TOTAL-ACCRUED-EDIT
                   " HOLDS " WS-TOTAL-HOLDS-EDIT
                   DELIMITED BY SIZE INTO ESTATE-CERTIFICATE-LINE
               WRITE ESTATE-CERTIFICATE-LINE
           END-PERFORM.
           MOVE SPACES TO ESTATE-CERTIFICATE-LINE.
           WRITE ESTATE-CERTIFICATE-LINE.
           MOVE "SOLE: IN THE SOLE NAME OF THE DECEASED, FROZEN PENDING
      -        " GRANT OF REPRESENTATION." TO ESTATE-CERTIFICATE-LINE.
           WRITE ESTATE-CERTIFICATE-LINE.
           MOVE "JOINT: PASSES TO THE SURVIVING HOLDER SHOWN AND IS NOT
      -        " PART OF THE ESTATE TOTALS." TO ESTATE-CERTIFICATE-LINE.
           WRITE ESTATE-CERTIFICATE-LINE.
           CLOSE ESTATE-CERTIFICATE.

       WRITE-CERTIFICATE-ACCOUNT.
           IF DL-DISPOSITION (WS-LINK-IDX) = "S"
               MOVE "SOLE" TO WS-HOLDING-TEXT
               PERFORM ADD-ESTATE-TOTAL
           ELSE
               MOVE SPACES TO WS-HOLDING-TEXT
               STRING "JOINT > " DL-SURVIVOR (WS-LINK-IDX)
                   DELIMITED BY SIZE INTO WS-HOLDING-TEXT
           END-IF.
           IF DL-BASIS (WS-LINK-IDX) = "S"
               MOVE "SNAPSHOT" TO WS-BASIS-TEXT
           ELSE
               MOVE "CURRENT" TO WS-BASIS-TEXT
           END-IF.
           MOVE DL-BALANCE (WS-LINK-IDX) TO WS-BALANCE-EDIT.
           MOVE DL-ACCRUED (WS-LINK-IDX) TO WS-ACCRUED-EDIT.
           MOVE DL-ACCRUED-DEBIT (WS-LINK-IDX) TO WS-ACCRUED-DR-EDIT.
           MOVE DL-HOLD-TOTAL (WS-LINK-IDX) TO WS-HOLDS-EDIT.
           MOVE SPACES TO ESTATE-CERTIFICATE-LINE.
           STRING DL-ACCT-ID (WS-LINK-IDX) "   "
               DL-CURRENCY (WS-LINK-IDX) " "
               DL-TYPE (WS-LINK-IDX) " "
               WS-HOLDING-TEXT " "
               WS-BALANCE-EDIT " "
               WS-ACCRUED-EDIT " "
               WS-ACCRUED-DR-EDIT " "
               WS-HOLDS-EDIT " "
               WS-BASIS-TEXT
               DELIMITED BY SIZE INTO ESTATE-CERTIFICATE-LINE.
           WRITE ESTATE-CERTIFICATE-LINE.
           PERFORM VARYING WS-HOLD-IDX FROM 1 BY 1
                   UNTIL WS-HOLD-IDX > WS-HOLD-COUNT
               IF DH-ACCT-ID (WS-HOLD-IDX) = DL-ACCT-ID (WS-LINK-IDX)
                   MOVE DH-AMOUNT (WS-HOLD-IDX) TO WS-HOLDS-EDIT
                   MOVE SPACES TO ESTATE-CERTIFICATE-LINE
                   STRING "          HOLD " DH-HOLD-ID (WS-HOLD-IDX)
                       " " WS-HOLDS-EDIT " "
                       DH-REASON (WS-HOLD-IDX) " EXPIRES "
                       DH-EXPIRY-DATE (WS-HOLD-IDX)
                       DELIMITED BY SIZE INTO ESTATE-CERTIFICATE-LINE
                   WRITE ESTATE-CERTIFICATE-LINE
               END-IF
           END-PERFORM.

       ADD-ESTATE-TOTAL.
           PERFORM VARYING WS-CCY-IDX FROM 1 BY 1
                   UNTIL WS-CCY-IDX > WS-CCY-COUNT
                   OR ET-CURRENCY (WS-CCY-IDX) =
                       DL-CURRENCY (WS-LINK-IDX)
               CONTINUE
           END-PERFORM.
           IF WS-CCY-IDX > WS-CCY-COUNT
               ADD 1 TO WS-CCY-COUNT
               MOVE WS-CCY-COUNT TO WS-CCY-IDX
               MOVE DL-CURRENCY (WS-LINK-IDX) TO
                   ET-CURRENCY (WS-CCY-IDX)
               MOVE 0 TO ET-BALANCE (WS-CCY-IDX)
               MOVE 0 TO ET-ACCRUED (WS-CCY-IDX)
               MOVE 0 TO ET-HOLDS (WS-CCY-IDX)
           END-IF.
           ADD DL-BALANCE (WS-LINK-IDX) TO ET-BALANCE (WS-CCY-IDX).
           ADD DL-ACCRUED (WS-LINK-IDX) TO ET-ACCRUED (WS-CCY-IDX).
           ADD DL-HOLD-TOTAL (WS-LINK-IDX) TO ET-HOLDS (WS-CCY-IDX).

       WRITE-AUDIT-RECORD.
           OPEN EXTEND MAINT-AUDIT-FILE.
           IF WS-MAINT-AUDIT-FILE-STATUS = "35"
               OPEN OUTPUT MAINT-AUDIT-FILE
           END-IF.
           MOVE WS-TODAY TO AUD-DATE.
           ACCEPT WS-TIME-NOW FROM TIME.
           MOVE WS-TIME-NOW (1:6) TO AUD-TIME.
           MOVE DEATH-OPERATOR-ID TO AUD-OPERATOR-ID.
           MOVE "DeceasedCustomer" TO AUD-PROGRAM.
           MOVE WS-AUDIT-ACTION TO AUD-ACTION.
           MOVE WS-AUDIT-KEY TO AUD-KEY.
           MOVE WS-AUDIT-BEFORE TO AUD-BEFORE.
           MOVE WS-AUDIT-AFTER TO AUD-AFTER.
           WRITE MAINT-AUDIT-RECORD.
           CLOSE MAINT-AUDIT-FILE.
