           COPY "AccountFileControl.cpy".
           COPY "PinLimitFileControl.cpy".
           COPY "MaintAuditFileControl.cpy".
           COPY "CustomerFileControl.cpy".
           COPY "DueDiligenceFileControl.cpy".
           COPY "ProductFileControl.cpy".

       DATA DIVISION.
       FILE SECTION.
           COPY "PinLimitRecord.cpy".
       FD  MAINT-AUDIT-FILE.
           COPY "MaintAuditRecord.cpy".
       FD  CUSTOMER-FILE.
           COPY "CustomerRecord.cpy".
       FD  DUE-DILIGENCE-FILE.
           COPY "DueDiligenceRecord.cpy".
       FD  PRODUCT-FILE.
           COPY "ProductRecord.cpy".

       WORKING-STORAGE SECTION.
       COPY "ReasonCodes.cpy".
       01 WS-ACCOUNT-FILE-STATUS PIC X(2).
       01 ERROR-CODE              PIC 9(2).
       01 WS-JOURNAL-PROGRAM PIC X(25) VALUE "AccountMaintenance".
       01 WS-JOURNAL-BEFORE  PIC X(250).
       01 WS-JOURNAL-AFTER   PIC X(250).
       01 WS-LETTER-TYPE     PIC X(8).
       01 WS-LETTER-AMOUNT   PIC 9(9)V99.
       01 WS-LETTER-DATE     PIC 9(8).
       01 WS-LETTER-DETAIL   PIC X(40).
       01 WS-VEL-KIND        PIC X(1).
       01 WS-VEL-AMOUNT      PIC 9(9)V99.
       01 WS-VEL-CURRENCY    PIC X(3).
       01 WS-VEL-CHANNEL     PIC X(25) VALUE "AccountMaintenance".
       01 WS-VEL-DATE        PIC 9(8) VALUE 0.
       01 WS-VEL-TIME        PIC 9(6) VALUE 0.
       01 WS-VEL-RESULT      PIC X(1).
       01 WS-VEL-RULE-ID     PIC X(4).
       01 WS-CHECK-ACCT-ID        PIC 9(5).
       01 WS-CHECK-EXPECTED       PIC 9(1).
       01 WS-CHECK-RESULT         PIC X(1).
       01 WS-SIGNON-OPERATOR-ID   PIC X(8).
       01 WS-SIGNON-LEVEL         PIC 9(1).
       01 WS-MAINT-AUDIT-FILE-STATUS PIC X(2).
       01 WS-TIME-NOW            PIC 9(8).
       01 WS-AUDIT-ACTION         PIC X(20).
       01 WS-AUDIT-KEY            PIC X(8).
       01 WS-AUDIT-BEFORE         PIC X(40).
       01 USER-CHOICE             PIC X(1).
       01 END-PROG                PIC 9(1) VALUE 0.
       01 WS-LIMITS-VERSION       PIC 9(9).
       01 WS-NEW-DAILY-LIMIT      PIC 9(9)V99.
       01 WS-NEW-TXN-LIMIT        PIC 9(9)V99.
       01 WS-NEW-APPROVAL-THRESHOLD PIC 9(9)V99.
       01 WS-NEW-DUAL-SIGN-LIMIT  PIC 9(9)V99.
       01 WS-PIN-LIMIT-STATUS     PIC X(2).
       01 WS-CUSTOMER-FILE-STATUS PIC X(2).
       01 WS-DUE-DILIGENCE-FILE-STATUS PIC X(2).
       01 WS-DD-FILE-OPEN         PIC X(1).
       01 WS-DD-STATE             PIC X(1).
       01 WS-DD-REASON            PIC X(1).
       01 WS-DD-REVIEW-DATE       PIC 9(8).
       01 WS-DD-DAYS-OVERDUE      PIC 9(5).
       01 WS-REASON-TEXT          PIC X(40).
       01 WS-PRODUCT-FILE-STATUS  PIC X(2).
       01 WS-PRODUCT-FAULT        PIC X(40).

       PROCEDURE DIVISION.
       START-PROGRAM.
               CLOSE ACCOUNT-MASTER-FILE
               OPEN I-O ACCOUNT-MASTER-FILE
           END-IF.
           OPEN I-O CUSTOMER-FILE.
           IF WS-CUSTOMER-FILE-STATUS = "35"
               OPEN OUTPUT CUSTOMER-FILE
               CLOSE CUSTOMER-FILE
               OPEN I-O CUSTOMER-FILE
           END-IF.
           OPEN INPUT DUE-DILIGENCE-FILE.
           IF WS-DUE-DILIGENCE-FILE-STATUS = "00"
               MOVE "Y" TO WS-DD-FILE-OPEN
           ELSE
               MOVE "N" TO WS-DD-FILE-OPEN
           END-IF.
           GO TO MAIN-LOOP.

       MAIN-LOOP.
           ACCEPT USER-CHOICE.
           EVALUATE USER-CHOICE
               WHEN "1"
                   PERFORM OPEN-NEW-ACCOUNT THRU OPEN-NEW-ACCOUNT-DONE
               WHEN "2"
                   PERFORM CLOSE-ACCOUNT
               WHEN "3"
               GO TO MAIN-LOOP
           END-IF.
           CLOSE ACCOUNT-MASTER-FILE.
           CLOSE CUSTOMER-FILE.
           IF WS-DD-FILE-OPEN = "Y"
               CLOSE DUE-DILIGENCE-FILE
           END-IF.
           STOP RUN.

      * Every new account belongs to a customer whose due diligence
      * is in order: the customer must be on file, not recorded as
      * deceased, with a profile not overdue beyond the grace period,
      * and the account is linked to them as primary holder once
      * opened. The account is opened on a product from the
      * catalogue, whose defaults and ranges its limits must respect.
       OPEN-NEW-ACCOUNT.
           DISPLAY "Enter customer id the account is for: ".
           ACCEPT CUST-ID.
           READ CUSTOMER-FILE
               INVALID KEY
                   DISPLAY "Error: customer " CUST-ID " not found."
                   GO TO OPEN-NEW-ACCOUNT-DONE
           END-READ.
           IF CUST-STATUS = "D"
               DISPLAY "Error: customer " CUST-ID
                   " is recorded as deceased."
               GO TO OPEN-NEW-ACCOUNT-DONE
           END-IF.
           IF CUST-ACCOUNT-COUNT >= 10
               DISPLAY "Error: customer " CUST-ID
                   " already has the maximum of 10 accounts."
               GO TO OPEN-NEW-ACCOUNT-DONE
           END-IF.
           PERFORM CHECK-DUE-DILIGENCE.
           IF ERROR-CODE NOT = RC-SUCCESS
               CALL "ReasonMessage" USING ERROR-CODE WS-REASON-TEXT
               DISPLAY "Error: account not opened for customer "
                   CUST-ID ": " WS-REASON-TEXT
               GO TO OPEN-NEW-ACCOUNT-DONE
           END-IF.
           IF WS-DD-STATE = "D"
               DISPLAY "Warning: due diligence review for customer "
                   CUST-ID " is overdue " WS-DD-DAYS-OVERDUE
                   " day(s); complete it within the grace period."
           END-IF.
           DISPLAY "Enter 4-digit account base number (the check "
               "digit is assigned): ".
           ACCEPT WS-ACCT-BASE.
           END-READ.
           IF WS-ACCOUNT-FILE-STATUS = "00"
               DISPLAY "Error: account " ACCT-ID " already exists."
               GO TO OPEN-NEW-ACCOUNT-DONE
           END-IF.
           PERFORM SELECT-ACCOUNT-PRODUCT.
           IF ACCT-PRODUCT-CODE = SPACES
               GO TO OPEN-NEW-ACCOUNT-DONE
           END-IF.
           DISPLAY "Enter starting balance: ".
           ACCEPT ACCT-BALANCE.
           DISPLAY "Enter 4-digit PIN for this account: ".
           ACCEPT ACCT-PIN.
           DISPLAY "Enter minimum balance (blank for "
               PRD-MIN-BALANCE "): ".
           MOVE 0 TO ACCT-MIN-BALANCE.
           ACCEPT ACCT-MIN-BALANCE.
           DISPLAY "Enter overdraft limit (blank for "
               PRD-OVERDRAFT-LIMIT "): ".
           MOVE 0 TO ACCT-OVERDRAFT-LIMIT.
           ACCEPT ACCT-OVERDRAFT-LIMIT.
           DISPLAY "Enter currency code (blank for "
               PRD-CURRENCY (1) "): ".
           MOVE SPACES TO ACCT-CURRENCY.
           ACCEPT ACCT-CURRENCY.
           DISPLAY "Enter branch code (blank for 001): ".
           ACCEPT ACCT-BRANCH.
           IF ACCT-BRANCH = SPACES
               MOVE "001" TO ACCT-BRANCH
           END-IF.
           MOVE PRD-ACCT-TYPE TO ACCT-TYPE.
           DISPLAY "Enter daily transaction limit (blank for "
               PRD-DAILY-LIMIT "): ".
           MOVE 0 TO ACCT-DAILY-LIMIT.
           ACCEPT ACCT-DAILY-LIMIT.
           DISPLAY "Enter per-transaction limit (blank for "
               PRD-TXN-LIMIT "): ".
           MOVE 0 TO ACCT-TXN-LIMIT.
           ACCEPT ACCT-TXN-LIMIT.
           DISPLAY "Enter maker-checker approval threshold "
               "(blank for " PRD-APPROVAL-THRESHOLD "): ".
           MOVE 0 TO ACCT-APPROVAL-THRESHOLD.
           ACCEPT ACCT-APPROVAL-THRESHOLD.
           DISPLAY "Enter both-must-sign limit for joint "
               "accounts (blank for " PRD-DUAL-SIGN-LIMIT "): ".
           MOVE 0 TO ACCT-DUAL-SIGN-LIMIT.
           ACCEPT ACCT-DUAL-SIGN-LIMIT.
           IF ACCT-DUAL-SIGN-LIMIT IS NOT NUMERIC
               MOVE 0 TO ACCT-DUAL-SIGN-LIMIT
           END-IF.
           CALL "ProductCheck" USING ACCOUNT-RECORD WS-PRODUCT-FAULT.
           IF WS-PRODUCT-FAULT NOT = SPACES
               DISPLAY "Error: account not opened: "
                   FUNCTION TRIM (WS-PRODUCT-FAULT) "."
               GO TO OPEN-NEW-ACCOUNT-DONE
           END-IF.
           MOVE "A" TO ACCT-STATUS.
           MOVE 0 TO ACCT-DAILY-TOTAL.
           MOVE WS-TODAY TO ACCT-DAILY-DATE.
           MOVE 0 TO ACCT-VERSION.
           MOVE 0 TO ACCT-ACCRUED-INTEREST.
           MOVE 0 TO ACCT-CLOSED-DATE.
           MOVE "L" TO ACCT-CHECK-FLAG.
           MOVE 0 TO ACCT-ACCRUED-DEBIT-INT.
           MOVE 0 TO ACCT-PIN-FAIL-COUNT.
           MOVE "N" TO ACCT-PIN-LOCKED.
           WRITE ACCOUNT-RECORD
               INVALID KEY
                   DISPLAY "Unable to open account " ACCT-ID
               NOT INVALID KEY
                   DISPLAY "Account " ACCT-ID
                       " opened with balance " ACCT-BALANCE
                   MOVE SPACES TO WS-JOURNAL-BEFORE
                   MOVE "OPEN ACCOUNT" TO WS-AUDIT-ACTION
                   MOVE ACCT-ID TO WS-AUDIT-KEY
                   MOVE SPACES TO WS-AUDIT-BEFORE
                   MOVE SPACES TO WS-AUDIT-AFTER
                   STRING "STATUS=A BAL=" ACCT-BALANCE
                       " PRD=" ACCT-PRODUCT-CODE
                       DELIMITED BY SIZE INTO WS-AUDIT-AFTER
                   MOVE ACCOUNT-RECORD TO WS-JOURNAL-AFTER
                   CALL "AccountJournal" USING
                       WS-JOURNAL-PROGRAM WS-JOURNAL-BEFORE
                       WS-JOURNAL-AFTER
                   PERFORM WRITE-AUDIT-RECORD
                   PERFORM LINK-NEW-ACCOUNT
                   MOVE "ACCTOPEN" TO WS-LETTER-TYPE
                   PERFORM REQUEST-ACCOUNT-LETTER
           END-WRITE.

       OPEN-NEW-ACCOUNT-DONE.
           EXIT.

      * The product fixes the account type; its defaults are shown
      * in the prompts that follow and ProductCheck applies them to
      * whatever is left blank. ACCT-PRODUCT-CODE comes back spaces
      * when no product on sale was chosen.
       SELECT-ACCOUNT-PRODUCT.
           DISPLAY "Enter product code: ".
           MOVE SPACES TO ACCT-PRODUCT-CODE.
           ACCEPT ACCT-PRODUCT-CODE.
           OPEN INPUT PRODUCT-FILE.
           IF WS-PRODUCT-FILE-STATUS NOT = "00"
               DISPLAY "Error: no product catalogue on file; set "
                   "products up in ProductMaintenance."
               MOVE SPACES TO ACCT-PRODUCT-CODE
           ELSE
               MOVE ACCT-PRODUCT-CODE TO PRD-CODE
               READ PRODUCT-FILE
                   INVALID KEY
                       DISPLAY "Error: product " ACCT-PRODUCT-CODE
                           " not found."
                       MOVE SPACES TO ACCT-PRODUCT-CODE
                   NOT INVALID KEY
                       IF PRD-STATUS NOT = "A"
                           DISPLAY "Error: product " PRD-CODE
                               " is withdrawn from sale."
                           MOVE SPACES TO ACCT-PRODUCT-CODE
                       ELSE
                           DISPLAY "Product " PRD-CODE " "
                               PRD-DESCRIPTION " type "
                               PRD-ACCT-TYPE " currencies "
                               PRD-CURRENCIES
                       END-IF
               END-READ
               CLOSE PRODUCT-FILE
           END-IF.

       CHECK-DUE-DILIGENCE.
           MOVE SPACES TO DUE-DILIGENCE-RECORD.
           IF WS-DD-FILE-OPEN = "Y"
               MOVE CUST-ID TO DD-CUST-ID
               READ DUE-DILIGENCE-FILE
                   INVALID KEY
                       MOVE SPACES TO DUE-DILIGENCE-RECORD
               END-READ
           END-IF.
           CALL "DueDiligenceCheck" USING DUE-DILIGENCE-RECORD
               WS-TODAY WS-DD-STATE WS-DD-REASON WS-DD-REVIEW-DATE
               WS-DD-DAYS-OVERDUE ERROR-CODE.

       LINK-NEW-ACCOUNT.
           ADD 1 TO CUST-ACCOUNT-COUNT.
           MOVE ACCT-ID TO CUST-ACCOUNT-IDS (CUST-ACCOUNT-COUNT).
           MOVE "P" TO CUST-ACCOUNT-ROLES (CUST-ACCOUNT-COUNT).
           REWRITE CUSTOMER-RECORD
               INVALID KEY
                   DISPLAY "Unable to link account " ACCT-ID
                       " to customer " CUST-ID
               NOT INVALID KEY
                   DISPLAY "Account " ACCT-ID
                       " linked to customer " CUST-ID
                   CALL "CustomerXref" USING CUSTOMER-RECORD
           END-REWRITE.

       CLOSE-ACCOUNT.
           DISPLAY "Enter account id to close: ".
                           WS-JOURNAL-PROGRAM WS-JOURNAL-BEFORE
                           WS-JOURNAL-AFTER
                       PERFORM WRITE-AUDIT-RECORD
                       MOVE "ACCTCLOS" TO WS-LETTER-TYPE
                       PERFORM REQUEST-ACCOUNT-LETTER
               END-REWRITE
           END-IF.

      * Opening and closing letters quote the balance at the time.
       REQUEST-ACCOUNT-LETTER.
           MOVE ACCT-BALANCE TO WS-LETTER-AMOUNT.
           MOVE WS-TODAY TO WS-LETTER-DATE.
           MOVE SPACES TO WS-LETTER-DETAIL.
           CALL "LetterRequest" USING WS-JOURNAL-PROGRAM
               WS-LETTER-TYPE ACCT-ID WS-LETTER-AMOUNT WS-LETTER-DATE
               WS-LETTER-DETAIL.

       FREEZE-ACCOUNT.
           DISPLAY "Enter account id to freeze: ".
           ACCEPT ACCT-ID.
                               WS-JOURNAL-PROGRAM WS-JOURNAL-BEFORE
                               WS-JOURNAL-AFTER
                           PERFORM WRITE-AUDIT-RECORD
                           PERFORM LOG-PIN-UNLOCK-EVENT
                   END-REWRITE
               END-IF
           END-IF.

      * The unlock goes on the velocity log so a rule can catch a
      * first external payment made straight after one.
       LOG-PIN-UNLOCK-EVENT.
           MOVE "U" TO WS-VEL-KIND.
           MOVE 0 TO WS-VEL-AMOUNT.
           MOVE ACCT-CURRENCY TO WS-VEL-CURRENCY.
           CALL "VelocityCheck" USING ACCT-ID WS-VEL-KIND
               WS-VEL-AMOUNT WS-VEL-CURRENCY WS-VEL-CHANNEL
               WS-VEL-DATE WS-VEL-TIME WS-VEL-RESULT WS-VEL-RULE-ID.

       SET-PIN-FAILURE-LIMIT.
           OPEN INPUT PIN-LIMIT-FILE.
           MOVE SPACES TO WS-AUDIT-BEFORE.
               OPEN OUTPUT MAINT-AUDIT-FILE
           END-IF.
           ACCEPT AUD-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-TIME-NOW FROM TIME.
           MOVE WS-TIME-NOW (1:6) TO AUD-TIME.
           MOVE WS-SIGNON-OPERATOR-ID TO AUD-OPERATOR-ID.
           MOVE "AccountMaintenance" TO AUD-PROGRAM.
           MOVE WS-AUDIT-ACTION TO AUD-ACTION.
