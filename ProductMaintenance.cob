       IDENTIFICATION DIVISION.
       PROGRAM-ID. ProductMaintenance.

      ******************************************************************
      * Back-office screen for the account product catalogue
      * (PRODUCT.DAT). A product carries its description, account
      * type, the currencies it is offered in, and for each account
      * limit a default and a range; AccountMaintenance and
      * OnboardingLoad open every new account on a product through
      * ProductCheck. A product is never deleted - accounts keep
      * pointing at it - but it can be withdrawn from sale. The
      * standard current and savings products, carrying the limits
      * accounts were opened with before the catalogue, can be
      * loaded here when not yet on file. Changing the catalogue
      * needs supervisor level; every change goes to MAINTLOG.DAT.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "ProductFileControl.cpy".
           COPY "MaintAuditFileControl.cpy".

       DATA DIVISION.
       FILE SECTION.
       FD  PRODUCT-FILE.
           COPY "ProductRecord.cpy".
       FD  MAINT-AUDIT-FILE.
           COPY "MaintAuditRecord.cpy".

       WORKING-STORAGE SECTION.
       COPY "ReasonCodes.cpy".
       01 WS-PRODUCT-FILE-STATUS  PIC X(2).
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
       01 WS-PRODUCT-EXISTS       PIC X(1).
       01 WS-EOF-PRODUCTS         PIC X(1).
       01 WS-LIST-COUNT           PIC 9(5).
       01 WS-ENTERED-TEXT         PIC X(30).
       01 WS-ENTERED-CURRENCIES   PIC X(19).
       01 WS-ENTERED-TYPE         PIC X(1).
       01 WS-ENTERED-STATUS       PIC X(1).
       01 WS-ENTERED-AMOUNT       PIC 9(9)V99.
       01 WS-STD-LOADED-COUNT     PIC 9(3).

       PROCEDURE DIVISION.
       START-PROGRAM.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           CALL "OperatorSignon" USING WS-SIGNON-OPERATOR-ID
               WS-SIGNON-LEVEL ERROR-CODE.
           IF ERROR-CODE NOT = RC-SUCCESS
               DISPLAY "Exiting."
               STOP RUN
           END-IF.
           OPEN I-O PRODUCT-FILE.
           IF WS-PRODUCT-FILE-STATUS = "35"
               OPEN OUTPUT PRODUCT-FILE
               CLOSE PRODUCT-FILE
               OPEN I-O PRODUCT-FILE
           END-IF.
           GO TO MAIN-LOOP.

       MAIN-LOOP.
           DISPLAY "Product Maintenance Menu:".
           DISPLAY "1. List products".
           DISPLAY "2. Display a product".
           DISPLAY "3. Add or change a product".
           DISPLAY "4. Load standard products".
           DISPLAY "5. Quitter".
           ACCEPT USER-CHOICE.
           EVALUATE USER-CHOICE
               WHEN "1"
                   PERFORM LIST-PRODUCTS
               WHEN "2"
                   PERFORM DISPLAY-ONE-PRODUCT
               WHEN "3"
                   IF WS-SIGNON-LEVEL < 2
                       DISPLAY "Error: changing products requires "
                           "supervisor level."
                   ELSE
                       PERFORM SET-UP-PRODUCT THRU SET-UP-PRODUCT-DONE
                   END-IF
               WHEN "4"
                   IF WS-SIGNON-LEVEL < 2
                       DISPLAY "Error: loading products requires "
                           "supervisor level."
                   ELSE
                       PERFORM LOAD-STANDARD-PRODUCTS
                   END-IF
               WHEN "5"
                   MOVE 1 TO END-PROG
               WHEN OTHER
                   DISPLAY "Invalid choice."
           END-EVALUATE.
           IF END-PROG = 1
               CLOSE PRODUCT-FILE
               STOP RUN
           END-IF.
           GO TO MAIN-LOOP.

       ACCEPT-PRODUCT-CODE.
           DISPLAY "Enter product code: ".
           MOVE SPACES TO PRD-CODE.
           ACCEPT PRD-CODE.
           READ PRODUCT-FILE
               INVALID KEY
                   CONTINUE
           END-READ.
           IF WS-PRODUCT-FILE-STATUS = "00"
               MOVE "Y" TO WS-PRODUCT-EXISTS
           ELSE
               MOVE "N" TO WS-PRODUCT-EXISTS
           END-IF.

      * Blank answers keep the product's current values. A maximum
      * of zero leaves that limit unbounded, except the overdraft,
      * where it allows none. Each default must lie within its own
      * range, or the change is refused and nothing is saved.
       SET-UP-PRODUCT.
           PERFORM ACCEPT-PRODUCT-CODE.
           IF PRD-CODE = SPACES
               DISPLAY "Error: a product code is required."
               GO TO SET-UP-PRODUCT-DONE
           END-IF.
           MOVE SPACES TO WS-AUDIT-BEFORE.
           IF WS-PRODUCT-EXISTS = "Y"
               PERFORM DISPLAY-PRODUCT
               STRING "STATUS=" PRD-STATUS " TYPE=" PRD-ACCT-TYPE
                   " DAILY=" PRD-DAILY-LIMIT
                   DELIMITED BY SIZE INTO WS-AUDIT-BEFORE
           ELSE
               MOVE SPACES TO PRD-DESCRIPTION
               MOVE "C" TO PRD-ACCT-TYPE
               MOVE SPACES TO PRD-CURRENCIES
               MOVE "EUR" TO PRD-CURRENCY (1)
               MOVE 0 TO PRD-DAILY-LIMIT
               MOVE 0 TO PRD-MAX-DAILY-LIMIT
               MOVE 0 TO PRD-TXN-LIMIT
               MOVE 0 TO PRD-MAX-TXN-LIMIT
               MOVE 0 TO PRD-MIN-BALANCE
               MOVE 0 TO PRD-LOW-MIN-BALANCE
               MOVE 0 TO PRD-OVERDRAFT-LIMIT
               MOVE 0 TO PRD-MAX-OVERDRAFT
               MOVE 0 TO PRD-APPROVAL-THRESHOLD
               MOVE 0 TO PRD-MAX-APPROVAL
               MOVE 0 TO PRD-DUAL-SIGN-LIMIT
               MOVE 0 TO PRD-MAX-DUAL-SIGN
               MOVE "A" TO PRD-STATUS
               DISPLAY "New product " PRD-CODE "."
           END-IF.
           DISPLAY "Enter description (blank keeps current): ".
           MOVE SPACES TO WS-ENTERED-TEXT.
           ACCEPT WS-ENTERED-TEXT.
           IF WS-ENTERED-TEXT NOT = SPACES
               MOVE WS-ENTERED-TEXT TO PRD-DESCRIPTION
           END-IF.
           IF PRD-DESCRIPTION = SPACES
               DISPLAY "Error: a description is required."
               GO TO SET-UP-PRODUCT-DONE
           END-IF.
           DISPLAY "Account type, C checking or S savings (blank "
               "keeps " PRD-ACCT-TYPE "): ".
           MOVE SPACE TO WS-ENTERED-TYPE.
           ACCEPT WS-ENTERED-TYPE.
           IF WS-ENTERED-TYPE = "C" OR WS-ENTERED-TYPE = "S"
               MOVE WS-ENTERED-TYPE TO PRD-ACCT-TYPE
           END-IF.
           DISPLAY "Currencies, up to 5 codes separated by spaces, "
               "the default first (blank keeps " PRD-CURRENCIES "): ".
           MOVE SPACES TO WS-ENTERED-CURRENCIES.
           ACCEPT WS-ENTERED-CURRENCIES.
           IF WS-ENTERED-CURRENCIES NOT = SPACES
               MOVE SPACES TO PRD-CURRENCIES
               UNSTRING WS-ENTERED-CURRENCIES DELIMITED BY ALL SPACE
                   INTO PRD-CURRENCY (1) PRD-CURRENCY (2)
                       PRD-CURRENCY (3) PRD-CURRENCY (4)
                       PRD-CURRENCY (5)
               END-UNSTRING
           END-IF.
           IF PRD-CURRENCY (1) = SPACES
               DISPLAY "Error: the first currency is required."
               GO TO SET-UP-PRODUCT-DONE
           END-IF.
           DISPLAY "Enter default daily limit: ".
           MOVE PRD-DAILY-LIMIT TO WS-ENTERED-AMOUNT.
           ACCEPT WS-ENTERED-AMOUNT.
           IF WS-ENTERED-AMOUNT IS NUMERIC
               MOVE WS-ENTERED-AMOUNT TO PRD-DAILY-LIMIT
           END-IF.
           DISPLAY "Enter highest daily limit (0 for no maximum): ".
           MOVE PRD-MAX-DAILY-LIMIT TO WS-ENTERED-AMOUNT.
           ACCEPT WS-ENTERED-AMOUNT.
           IF WS-ENTERED-AMOUNT IS NUMERIC
               MOVE WS-ENTERED-AMOUNT TO PRD-MAX-DAILY-LIMIT
           END-IF.
           DISPLAY "Enter default per-transaction limit: ".
           MOVE PRD-TXN-LIMIT TO WS-ENTERED-AMOUNT.
           ACCEPT WS-ENTERED-AMOUNT.
           IF WS-ENTERED-AMOUNT IS NUMERIC
               MOVE WS-ENTERED-AMOUNT TO PRD-TXN-LIMIT
           END-IF.
           DISPLAY "Enter highest per-transaction limit (0 for no "
               "maximum): ".
           MOVE PRD-MAX-TXN-LIMIT TO WS-ENTERED-AMOUNT.
           ACCEPT WS-ENTERED-AMOUNT.
           IF WS-ENTERED-AMOUNT IS NUMERIC
               MOVE WS-ENTERED-AMOUNT TO PRD-MAX-TXN-LIMIT
           END-IF.
           DISPLAY "Enter default minimum balance: ".
           MOVE PRD-MIN-BALANCE TO WS-ENTERED-AMOUNT.
           ACCEPT WS-ENTERED-AMOUNT.
           IF WS-ENTERED-AMOUNT IS NUMERIC
               MOVE WS-ENTERED-AMOUNT TO PRD-MIN-BALANCE
           END-IF.
           DISPLAY "Enter lowest minimum balance allowed: ".
           MOVE PRD-LOW-MIN-BALANCE TO WS-ENTERED-AMOUNT.
           ACCEPT WS-ENTERED-AMOUNT.
           IF WS-ENTERED-AMOUNT IS NUMERIC
               MOVE WS-ENTERED-AMOUNT TO PRD-LOW-MIN-BALANCE
           END-IF.
           DISPLAY "Enter default overdraft limit: ".
           MOVE PRD-OVERDRAFT-LIMIT TO WS-ENTERED-AMOUNT.
           ACCEPT WS-ENTERED-AMOUNT.
           IF WS-ENTERED-AMOUNT IS NUMERIC
               MOVE WS-ENTERED-AMOUNT TO PRD-OVERDRAFT-LIMIT
           END-IF.
           DISPLAY "Enter highest overdraft limit (0 for no "
               "overdraft): ".
           MOVE PRD-MAX-OVERDRAFT TO WS-ENTERED-AMOUNT.
           ACCEPT WS-ENTERED-AMOUNT.
           IF WS-ENTERED-AMOUNT IS NUMERIC
               MOVE WS-ENTERED-AMOUNT TO PRD-MAX-OVERDRAFT
           END-IF.
           DISPLAY "Enter default approval threshold: ".
           MOVE PRD-APPROVAL-THRESHOLD TO WS-ENTERED-AMOUNT.
           ACCEPT WS-ENTERED-AMOUNT.
           IF WS-ENTERED-AMOUNT IS NUMERIC
               MOVE WS-ENTERED-AMOUNT TO PRD-APPROVAL-THRESHOLD
           END-IF.
           DISPLAY "Enter highest approval threshold (0 for no "
               "maximum): ".
           MOVE PRD-MAX-APPROVAL TO WS-ENTERED-AMOUNT.
           ACCEPT WS-ENTERED-AMOUNT.
           IF WS-ENTERED-AMOUNT IS NUMERIC
               MOVE WS-ENTERED-AMOUNT TO PRD-MAX-APPROVAL
           END-IF.
           DISPLAY "Enter default both-must-sign limit (0 for "
               "none): ".
           MOVE PRD-DUAL-SIGN-LIMIT TO WS-ENTERED-AMOUNT.
           ACCEPT WS-ENTERED-AMOUNT.
           IF WS-ENTERED-AMOUNT IS NUMERIC
               MOVE WS-ENTERED-AMOUNT TO PRD-DUAL-SIGN-LIMIT
           END-IF.
           DISPLAY "Enter highest both-must-sign limit (0 for no "
               "maximum): ".
           MOVE PRD-MAX-DUAL-SIGN TO WS-ENTERED-AMOUNT.
           ACCEPT WS-ENTERED-AMOUNT.
           IF WS-ENTERED-AMOUNT IS NUMERIC
               MOVE WS-ENTERED-AMOUNT TO PRD-MAX-DUAL-SIGN
           END-IF.
           EVALUATE TRUE
               WHEN PRD-MAX-DAILY-LIMIT > 0
                   AND PRD-DAILY-LIMIT > PRD-MAX-DAILY-LIMIT
                   DISPLAY "Error: the default daily limit is above "
                       "its maximum."
                   GO TO SET-UP-PRODUCT-DONE
               WHEN PRD-MAX-TXN-LIMIT > 0
                   AND PRD-TXN-LIMIT > PRD-MAX-TXN-LIMIT
                   DISPLAY "Error: the default per-transaction limit "
                       "is above its maximum."
                   GO TO SET-UP-PRODUCT-DONE
               WHEN PRD-MIN-BALANCE < PRD-LOW-MIN-BALANCE
                   DISPLAY "Error: the default minimum balance is "
                       "below the lowest allowed."
                   GO TO SET-UP-PRODUCT-DONE
               WHEN PRD-OVERDRAFT-LIMIT > PRD-MAX-OVERDRAFT
                   DISPLAY "Error: the default overdraft is above "
                       "its maximum."
                   GO TO SET-UP-PRODUCT-DONE
               WHEN PRD-MAX-APPROVAL > 0
                   AND PRD-APPROVAL-THRESHOLD > PRD-MAX-APPROVAL
                   DISPLAY "Error: the default approval threshold is "
                       "above its maximum."
                   GO TO SET-UP-PRODUCT-DONE
               WHEN PRD-MAX-DUAL-SIGN > 0
                   AND PRD-DUAL-SIGN-LIMIT > PRD-MAX-DUAL-SIGN
                   DISPLAY "Error: the default both-must-sign limit "
                       "is above its maximum."
                   GO TO SET-UP-PRODUCT-DONE
           END-EVALUATE.
           DISPLAY "Status, A on sale or W withdrawn (blank keeps "
               PRD-STATUS "): ".
           MOVE SPACE TO WS-ENTERED-STATUS.
           ACCEPT WS-ENTERED-STATUS.
           IF WS-ENTERED-STATUS = "A" OR WS-ENTERED-STATUS = "W"
               MOVE WS-ENTERED-STATUS TO PRD-STATUS
           END-IF.
           MOVE WS-TODAY TO PRD-CHANGED-DATE.
           MOVE WS-SIGNON-OPERATOR-ID TO PRD-CHANGED-BY.
           IF WS-PRODUCT-EXISTS = "Y"
               REWRITE PRODUCT-RECORD
                   INVALID KEY
                       DISPLAY "Unable to update the product."
                       GO TO SET-UP-PRODUCT-DONE
               END-REWRITE
           ELSE
               WRITE PRODUCT-RECORD
                   INVALID KEY
                       DISPLAY "Unable to add the product."
                       GO TO SET-UP-PRODUCT-DONE
               END-WRITE
           END-IF.
           DISPLAY "Product " PRD-CODE " saved.".
           MOVE "SET PRODUCT" TO WS-AUDIT-ACTION.
           MOVE PRD-CODE TO WS-AUDIT-KEY.
           MOVE SPACES TO WS-AUDIT-AFTER.
           STRING "STATUS=" PRD-STATUS " TYPE=" PRD-ACCT-TYPE
               " DAILY=" PRD-DAILY-LIMIT
               DELIMITED BY SIZE INTO WS-AUDIT-AFTER.
           PERFORM WRITE-AUDIT-RECORD.

       SET-UP-PRODUCT-DONE.
           EXIT.

       DISPLAY-ONE-PRODUCT.
           PERFORM ACCEPT-PRODUCT-CODE.
           IF WS-PRODUCT-EXISTS = "Y"
               PERFORM DISPLAY-PRODUCT
           ELSE
               DISPLAY "No product " PRD-CODE " on file."
           END-IF.

       DISPLAY-PRODUCT.
           DISPLAY "Product " PRD-CODE " " PRD-DESCRIPTION
               " type " PRD-ACCT-TYPE " status " PRD-STATUS.
           DISPLAY "  Currencies " PRD-CURRENCIES.
           DISPLAY "  Daily limit " PRD-DAILY-LIMIT " max "
               PRD-MAX-DAILY-LIMIT.
           DISPLAY "  Txn limit   " PRD-TXN-LIMIT " max "
               PRD-MAX-TXN-LIMIT.
           DISPLAY "  Min balance " PRD-MIN-BALANCE " low "
               PRD-LOW-MIN-BALANCE.
           DISPLAY "  Overdraft   " PRD-OVERDRAFT-LIMIT " max "
               PRD-MAX-OVERDRAFT.
           DISPLAY "  Approval    " PRD-APPROVAL-THRESHOLD " max "
               PRD-MAX-APPROVAL.
           DISPLAY "  Dual-sign   " PRD-DUAL-SIGN-LIMIT " max "
               PRD-MAX-DUAL-SIGN.
           DISPLAY "  Changed " PRD-CHANGED-DATE " by "
               PRD-CHANGED-BY.

       LIST-PRODUCTS.
           MOVE 0 TO WS-LIST-COUNT.
           MOVE LOW-VALUES TO PRD-CODE.
           START PRODUCT-FILE KEY IS NOT LESS THAN PRD-CODE
               INVALID KEY
                   DISPLAY "No products on file."
           END-START.
           MOVE "N" TO WS-EOF-PRODUCTS.
           IF WS-PRODUCT-FILE-STATUS NOT = "00"
               MOVE "Y" TO WS-EOF-PRODUCTS
           END-IF.
           PERFORM UNTIL WS-EOF-PRODUCTS = "Y"
               READ PRODUCT-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF-PRODUCTS
                   NOT AT END
                       ADD 1 TO WS-LIST-COUNT
                       DISPLAY PRD-CODE " " PRD-DESCRIPTION " "
                           PRD-ACCT-TYPE " " PRD-STATUS " "
                           PRD-CURRENCIES
               END-READ
           END-PERFORM.
           DISPLAY WS-LIST-COUNT " product(s) on file.".

      * The standard products carry the defaults accounts were
      * opened with before the catalogue existed. A product already
      * on file is left as it is.
       LOAD-STANDARD-PRODUCTS.
           MOVE 0 TO WS-STD-LOADED-COUNT.
           MOVE "STDCHK" TO PRD-CODE.
           MOVE "Standard current account" TO PRD-DESCRIPTION.
           MOVE "C" TO PRD-ACCT-TYPE.
           MOVE SPACES TO PRD-CURRENCIES.
           MOVE "EUR" TO PRD-CURRENCY (1).
           MOVE 1000.00 TO PRD-DAILY-LIMIT.
           MOVE 10000.00 TO PRD-MAX-DAILY-LIMIT.
           MOVE 500.00 TO PRD-TXN-LIMIT.
           MOVE 5000.00 TO PRD-MAX-TXN-LIMIT.
           MOVE 0 TO PRD-MIN-BALANCE.
           MOVE 0 TO PRD-LOW-MIN-BALANCE.
           MOVE 0 TO PRD-OVERDRAFT-LIMIT.
           MOVE 2000.00 TO PRD-MAX-OVERDRAFT.
           MOVE 5000.00 TO PRD-APPROVAL-THRESHOLD.
           MOVE 50000.00 TO PRD-MAX-APPROVAL.
           MOVE 0 TO PRD-DUAL-SIGN-LIMIT.
           MOVE 0 TO PRD-MAX-DUAL-SIGN.
           PERFORM ADD-STANDARD-PRODUCT.
           MOVE "STDSAV" TO PRD-CODE.
           MOVE "Standard savings account" TO PRD-DESCRIPTION.
           MOVE "S" TO PRD-ACCT-TYPE.
           MOVE SPACES TO PRD-CURRENCIES.
           MOVE "EUR" TO PRD-CURRENCY (1).
           MOVE 1000.00 TO PRD-DAILY-LIMIT.
           MOVE 5000.00 TO PRD-MAX-DAILY-LIMIT.
           MOVE 500.00 TO PRD-TXN-LIMIT.
           MOVE 2500.00 TO PRD-MAX-TXN-LIMIT.
           MOVE 0 TO PRD-MIN-BALANCE.
           MOVE 0 TO PRD-LOW-MIN-BALANCE.
           MOVE 0 TO PRD-OVERDRAFT-LIMIT.
           MOVE 0 TO PRD-MAX-OVERDRAFT.
           MOVE 5000.00 TO PRD-APPROVAL-THRESHOLD.
           MOVE 20000.00 TO PRD-MAX-APPROVAL.
           MOVE 0 TO PRD-DUAL-SIGN-LIMIT.
           MOVE 0 TO PRD-MAX-DUAL-SIGN.
           PERFORM ADD-STANDARD-PRODUCT.
           DISPLAY WS-STD-LOADED-COUNT " standard product(s) loaded.".
           IF WS-STD-LOADED-COUNT > 0
               MOVE "LOAD STD PRODUCTS" TO WS-AUDIT-ACTION
               MOVE SPACES TO WS-AUDIT-KEY
               MOVE SPACES TO WS-AUDIT-BEFORE
               MOVE SPACES TO WS-AUDIT-AFTER
               STRING WS-STD-LOADED-COUNT " PRODUCT(S)"
                   DELIMITED BY SIZE INTO WS-AUDIT-AFTER
               PERFORM WRITE-AUDIT-RECORD
           END-IF.

       ADD-STANDARD-PRODUCT.
           MOVE "A" TO PRD-STATUS.
           MOVE WS-TODAY TO PRD-CHANGED-DATE.
           MOVE WS-SIGNON-OPERATOR-ID TO PRD-CHANGED-BY.
           WRITE PRODUCT-RECORD
               INVALID KEY
                   DISPLAY "Product " PRD-CODE " already on file; "
                       "kept."
               NOT INVALID KEY
                   ADD 1 TO WS-STD-LOADED-COUNT
           END-WRITE.

       WRITE-AUDIT-RECORD.
           OPEN EXTEND MAINT-AUDIT-FILE.
           IF WS-MAINT-AUDIT-FILE-STATUS = "35"
               OPEN OUTPUT MAINT-AUDIT-FILE
           END-IF.
           ACCEPT AUD-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-TIME-NOW FROM TIME.
           MOVE WS-TIME-NOW (1:6) TO AUD-TIME.
           MOVE WS-SIGNON-OPERATOR-ID TO AUD-OPERATOR-ID.
           MOVE "ProductMaintenance" TO AUD-PROGRAM.
           MOVE WS-AUDIT-ACTION TO AUD-ACTION.
           MOVE WS-AUDIT-KEY TO AUD-KEY.
           MOVE WS-AUDIT-BEFORE TO AUD-BEFORE.
           MOVE WS-AUDIT-AFTER TO AUD-AFTER.
           WRITE MAINT-AUDIT-RECORD.
           CLOSE MAINT-AUDIT-FILE.
