       IDENTIFICATION DIVISION.
       PROGRAM-ID. ProductCheck.

      ******************************************************************
      * Applies an account's product (ACCT-PRODUCT-CODE, catalogue
      * PRODUCT.DAT) to a new account before it is written, for
      * AccountMaintenance and OnboardingLoad alike: a blank currency
      * or type takes the product's, and every limit left at zero
      * takes the product default. The result is then held against
      * the product - it must be on sale, the type must be the
      * product's, the currency one of its currencies, and each limit
      * within the product's range. CHECK-FAULT comes back spaces
      * when the account may be opened, otherwise the first thing
      * wrong with it, ready to display or print.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "ProductFileControl.cpy".

       DATA DIVISION.
       FILE SECTION.
       FD  PRODUCT-FILE.
           COPY "ProductRecord.cpy".

       WORKING-STORAGE SECTION.
       01 WS-PRODUCT-FILE-STATUS PIC X(2).
       01 WS-CCY-IDX             PIC 9(1).
       01 WS-CCY-ALLOWED         PIC X(1).

       LINKAGE SECTION.
       COPY "AccountRecord.cpy".
       01 CHECK-FAULT            PIC X(40).

       PROCEDURE DIVISION USING ACCOUNT-RECORD CHECK-FAULT.
           MOVE SPACES TO CHECK-FAULT.
           IF ACCT-PRODUCT-CODE = SPACES
               MOVE "product code missing" TO CHECK-FAULT
               GOBACK
           END-IF.
           OPEN INPUT PRODUCT-FILE.
           IF WS-PRODUCT-FILE-STATUS NOT = "00"
               MOVE "no product catalogue on file" TO CHECK-FAULT
               GOBACK
           END-IF.
           MOVE ACCT-PRODUCT-CODE TO PRD-CODE.
           READ PRODUCT-FILE
               INVALID KEY
                   MOVE "product not in catalogue" TO CHECK-FAULT
           END-READ.
           CLOSE PRODUCT-FILE.
           IF CHECK-FAULT NOT = SPACES
               GOBACK
           END-IF.
           IF PRD-STATUS NOT = "A"
               MOVE "product withdrawn from sale" TO CHECK-FAULT
               GOBACK
           END-IF.
           PERFORM APPLY-PRODUCT-DEFAULTS.
           PERFORM CHECK-PRODUCT-RANGES.
           GOBACK.

       APPLY-PRODUCT-DEFAULTS.
           IF ACCT-CURRENCY = SPACES
               MOVE PRD-CURRENCY (1) TO ACCT-CURRENCY
           END-IF.
           IF ACCT-TYPE = SPACES
               MOVE PRD-ACCT-TYPE TO ACCT-TYPE
           END-IF.
           IF ACCT-DAILY-LIMIT = 0
               MOVE PRD-DAILY-LIMIT TO ACCT-DAILY-LIMIT
           END-IF.
           IF ACCT-TXN-LIMIT = 0
               MOVE PRD-TXN-LIMIT TO ACCT-TXN-LIMIT
           END-IF.
           IF ACCT-MIN-BALANCE = 0
               MOVE PRD-MIN-BALANCE TO ACCT-MIN-BALANCE
           END-IF.
           IF ACCT-OVERDRAFT-LIMIT = 0
               MOVE PRD-OVERDRAFT-LIMIT TO ACCT-OVERDRAFT-LIMIT
           END-IF.
           IF ACCT-APPROVAL-THRESHOLD = 0
               MOVE PRD-APPROVAL-THRESHOLD TO ACCT-APPROVAL-THRESHOLD
           END-IF.
           IF ACCT-DUAL-SIGN-LIMIT = 0
               MOVE PRD-DUAL-SIGN-LIMIT TO ACCT-DUAL-SIGN-LIMIT
           END-IF.

       CHECK-PRODUCT-RANGES.
           MOVE "N" TO WS-CCY-ALLOWED.
           PERFORM VARYING WS-CCY-IDX FROM 1 BY 1
                   UNTIL WS-CCY-IDX > 5
               IF PRD-CURRENCY (WS-CCY-IDX) NOT = SPACES
                   AND PRD-CURRENCY (WS-CCY-IDX) = ACCT-CURRENCY
                   MOVE "Y" TO WS-CCY-ALLOWED
               END-IF
           END-PERFORM.
           EVALUATE TRUE
               WHEN ACCT-TYPE NOT = PRD-ACCT-TYPE
                   MOVE "account type not the product's type" TO
                       CHECK-FAULT
               WHEN WS-CCY-ALLOWED NOT = "Y"
                   MOVE "currency not offered on the product" TO
                       CHECK-FAULT
               WHEN PRD-MAX-DAILY-LIMIT > 0
                   AND ACCT-DAILY-LIMIT > PRD-MAX-DAILY-LIMIT
                   MOVE "daily limit above product maximum" TO
                       CHECK-FAULT
               WHEN PRD-MAX-TXN-LIMIT > 0
                   AND ACCT-TXN-LIMIT > PRD-MAX-TXN-LIMIT
                   MOVE "transaction limit above product maximum"
                       TO CHECK-FAULT
               WHEN ACCT-MIN-BALANCE < PRD-LOW-MIN-BALANCE
                   MOVE "minimum balance below product floor" TO
                       CHECK-FAULT
               WHEN ACCT-OVERDRAFT-LIMIT > PRD-MAX-OVERDRAFT
                   MOVE "overdraft above product maximum" TO
                       CHECK-FAULT
               WHEN PRD-MAX-APPROVAL > 0
                   AND ACCT-APPROVAL-THRESHOLD > PRD-MAX-APPROVAL
                   MOVE "approval threshold above product maximum"
                       TO CHECK-FAULT
               WHEN PRD-MAX-DUAL-SIGN > 0
                   AND ACCT-DUAL-SIGN-LIMIT > PRD-MAX-DUAL-SIGN
                   MOVE "dual-sign limit above product maximum" TO
                       CHECK-FAULT
           END-EVALUATE.
