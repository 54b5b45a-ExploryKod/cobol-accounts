       IDENTIFICATION DIVISION.
       PROGRAM-ID. ProductChangeReport.

      ******************************************************************
      * Month-end product drift listing. Every account not closed
      * that names a catalogue product is held against that product
      * (PRODUCT.DAT) and listed on PRODCHG.RPT when any of its
      * settings differ from the product's: type, currency, daily
      * and per-transaction limits, minimum balance, overdraft,
      * approval threshold and both-must-sign limit. A setting
      * merely changed from the default is named; one now outside
      * the range the product allows is marked (R), since the
      * account could no longer be opened that way. An account whose
      * product has left the file is listed as such. Accounts opened
      * before the catalogue carry no product and are only counted.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "AccountFileControl.cpy".
           COPY "ProductFileControl.cpy".
           SELECT PRODUCT-CHANGE-REPORT ASSIGN TO "PRODCHG.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRODUCT-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCOUNT-MASTER-FILE.
           COPY "AccountRecord.cpy".
       FD  PRODUCT-FILE.
           COPY "ProductRecord.cpy".
       FD  PRODUCT-CHANGE-REPORT.
       01 PRODUCT-REPORT-LINE        PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-ACCOUNT-FILE-STATUS    PIC X(2).
       01 WS-PRODUCT-FILE-STATUS    PIC X(2).
       01 WS-PRODUCT-REPORT-STATUS  PIC X(2).
       01 WS-EOF-ACCOUNTS           PIC X(1) VALUE "N".
       01 WS-TODAY                  PIC 9(8).
       01 WS-ACCOUNT-COUNT          PIC 9(7) VALUE 0.
       01 WS-DIFFER-COUNT           PIC 9(7) VALUE 0.
       01 WS-RANGE-COUNT            PIC 9(7) VALUE 0.
       01 WS-NO-PRODUCT-COUNT       PIC 9(7) VALUE 0.
       01 WS-MISSING-COUNT          PIC 9(7) VALUE 0.
       01 WS-DIFF-TEXT              PIC X(100).
       01 WS-DIFF-PTR               PIC 9(3).
       01 WS-OUT-OF-RANGE           PIC X(1).
       01 WS-CCY-IDX                PIC 9(1).
       01 WS-CCY-ALLOWED            PIC X(1).

       PROCEDURE DIVISION.
       START-PRODUCT-CHANGE.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           DISPLAY "Product change report for " WS-TODAY ".".
           OPEN INPUT PRODUCT-FILE.
           IF WS-PRODUCT-FILE-STATUS = "35"
               DISPLAY "No product catalogue on file; nothing to "
                   "compare."
               GOBACK
           END-IF.
           IF WS-PRODUCT-FILE-STATUS NOT = "00"
               DISPLAY "Unable to open the product file, status "
                   WS-PRODUCT-FILE-STATUS "."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT ACCOUNT-MASTER-FILE.
           IF WS-ACCOUNT-FILE-STATUS NOT = "00"
               DISPLAY "Unable to open the account file, status "
                   WS-ACCOUNT-FILE-STATUS "."
               CLOSE PRODUCT-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM OPEN-PRODUCT-REPORT.
           MOVE LOW-VALUES TO ACCT-ID.
           START ACCOUNT-MASTER-FILE KEY IS NOT LESS THAN ACCT-ID
               INVALID KEY
                   MOVE "Y" TO WS-EOF-ACCOUNTS
           END-START.
           PERFORM UNTIL WS-EOF-ACCOUNTS = "Y"
               READ ACCOUNT-MASTER-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF-ACCOUNTS
                   NOT AT END
                       IF ACCT-STATUS NOT = "C"
                           PERFORM CHECK-ONE-ACCOUNT
                       END-IF
               END-READ
           END-PERFORM.
           PERFORM CLOSE-PRODUCT-REPORT.
           CLOSE ACCOUNT-MASTER-FILE.
           CLOSE PRODUCT-FILE.
           DISPLAY "Product change report complete: " WS-ACCOUNT-COUNT
               " account(s), " WS-DIFFER-COUNT " differ, "
               WS-RANGE-COUNT " out of range, " WS-NO-PRODUCT-COUNT
               " without a product.".
           GOBACK.

       CHECK-ONE-ACCOUNT.
           ADD 1 TO WS-ACCOUNT-COUNT.
           IF ACCT-PRODUCT-CODE = SPACES
               ADD 1 TO WS-NO-PRODUCT-COUNT
           ELSE
               MOVE ACCT-PRODUCT-CODE TO PRD-CODE
               READ PRODUCT-FILE
                   INVALID KEY
                       ADD 1 TO WS-MISSING-COUNT
                       MOVE "PRODUCT NOT ON FILE" TO WS-DIFF-TEXT
                       PERFORM WRITE-DIFFERENCE-LINE
                   NOT INVALID KEY
                       PERFORM COMPARE-WITH-PRODUCT
               END-READ
           END-IF.

      * Each differing setting is named once; (R) follows the name
      * when the setting is outside the product's range as well.
       COMPARE-WITH-PRODUCT.
           MOVE SPACES TO WS-DIFF-TEXT.
           MOVE 1 TO WS-DIFF-PTR.
           MOVE "N" TO WS-OUT-OF-RANGE.
           IF ACCT-TYPE NOT = PRD-ACCT-TYPE
               STRING "TYPE(R) " DELIMITED BY SIZE
                   INTO WS-DIFF-TEXT WITH POINTER WS-DIFF-PTR
               MOVE "Y" TO WS-OUT-OF-RANGE
           END-IF.
           MOVE "N" TO WS-CCY-ALLOWED.
           PERFORM VARYING WS-CCY-IDX FROM 1 BY 1
                   UNTIL WS-CCY-IDX > 5
               IF PRD-CURRENCY (WS-CCY-IDX) NOT = SPACES
                   AND PRD-CURRENCY (WS-CCY-IDX) = ACCT-CURRENCY
                   MOVE "Y" TO WS-CCY-ALLOWED
               END-IF
           END-PERFORM.
           IF WS-CCY-ALLOWED NOT = "Y"
               STRING "CURRENCY(R) " DELIMITED BY SIZE
                   INTO WS-DIFF-TEXT WITH POINTER WS-DIFF-PTR
               MOVE "Y" TO WS-OUT-OF-RANGE
           END-IF.
           IF ACCT-DAILY-LIMIT NOT = PRD-DAILY-LIMIT
               STRING "DAILY" DELIMITED BY SIZE
                   INTO WS-DIFF-TEXT WITH POINTER WS-DIFF-PTR
               IF PRD-MAX-DAILY-LIMIT > 0
                   AND ACCT-DAILY-LIMIT > PRD-MAX-DAILY-LIMIT
                   PERFORM MARK-OUT-OF-RANGE
               END-IF
               PERFORM END-DIFFERENCE-NAME
           END-IF.
           IF ACCT-TXN-LIMIT NOT = PRD-TXN-LIMIT
               STRING "TXN" DELIMITED BY SIZE
                   INTO WS-DIFF-TEXT WITH POINTER WS-DIFF-PTR
               IF PRD-MAX-TXN-LIMIT > 0
                   AND ACCT-TXN-LIMIT > PRD-MAX-TXN-LIMIT
                   PERFORM MARK-OUT-OF-RANGE
               END-IF
               PERFORM END-DIFFERENCE-NAME
           END-IF.
           IF ACCT-MIN-BALANCE NOT = PRD-MIN-BALANCE
               STRING "MINBAL" DELIMITED BY SIZE
                   INTO WS-DIFF-TEXT WITH POINTER WS-DIFF-PTR
               IF ACCT-MIN-BALANCE < PRD-LOW-MIN-BALANCE
                   PERFORM MARK-OUT-OF-RANGE
               END-IF
               PERFORM END-DIFFERENCE-NAME
           END-IF.
           IF ACCT-OVERDRAFT-LIMIT NOT = PRD-OVERDRAFT-LIMIT
               STRING "OVERDRAFT" DELIMITED BY SIZE
                   INTO WS-DIFF-TEXT WITH POINTER WS-DIFF-PTR
               IF ACCT-OVERDRAFT-LIMIT > PRD-MAX-OVERDRAFT
                   PERFORM MARK-OUT-OF-RANGE
               END-IF
               PERFORM END-DIFFERENCE-NAME
           END-IF.
           IF ACCT-APPROVAL-THRESHOLD NOT = PRD-APPROVAL-THRESHOLD
               STRING "APPROVAL" DELIMITED BY SIZE
                   INTO WS-DIFF-TEXT WITH POINTER WS-DIFF-PTR
               IF PRD-MAX-APPROVAL > 0
                   AND ACCT-APPROVAL-THRESHOLD > PRD-MAX-APPROVAL
                   PERFORM MARK-OUT-OF-RANGE
               END-IF
               PERFORM END-DIFFERENCE-NAME
           END-IF.
           IF ACCT-DUAL-SIGN-LIMIT NOT = PRD-DUAL-SIGN-LIMIT
               STRING "DUALSIGN" DELIMITED BY SIZE
                   INTO WS-DIFF-TEXT WITH POINTER WS-DIFF-PTR
               IF PRD-MAX-DUAL-SIGN > 0
                   AND ACCT-DUAL-SIGN-LIMIT > PRD-MAX-DUAL-SIGN
                   PERFORM MARK-OUT-OF-RANGE
               END-IF
               PERFORM END-DIFFERENCE-NAME
           END-IF.
           IF WS-DIFF-TEXT NOT = SPACES
               ADD 1 TO WS-DIFFER-COUNT
               IF WS-OUT-OF-RANGE = "Y"
                   ADD 1 TO WS-RANGE-COUNT
               END-IF
               PERFORM WRITE-DIFFERENCE-LINE
           END-IF.

       MARK-OUT-OF-RANGE.
           STRING "(R)" DELIMITED BY SIZE
               INTO WS-DIFF-TEXT WITH POINTER WS-DIFF-PTR.
           MOVE "Y" TO WS-OUT-OF-RANGE.

       END-DIFFERENCE-NAME.
           STRING " " DELIMITED BY SIZE
               INTO WS-DIFF-TEXT WITH POINTER WS-DIFF-PTR.

       WRITE-DIFFERENCE-LINE.
           MOVE SPACES TO PRODUCT-REPORT-LINE.
           STRING ACCT-ID "  " ACCT-PRODUCT-CODE "  " ACCT-STATUS
               "      " ACCT-TYPE "    " ACCT-CURRENCY "  "
               WS-DIFF-TEXT
               DELIMITED BY SIZE INTO PRODUCT-REPORT-LINE.
           WRITE PRODUCT-REPORT-LINE.

       OPEN-PRODUCT-REPORT.
           OPEN OUTPUT PRODUCT-CHANGE-REPORT.
           MOVE SPACES TO PRODUCT-REPORT-LINE.
           STRING "ACCOUNTS DIFFERING FROM THEIR PRODUCT AS AT "
               WS-TODAY "  ((R) = OUTSIDE THE PRODUCT'S RANGE)"
               DELIMITED BY SIZE INTO PRODUCT-REPORT-LINE.
           WRITE PRODUCT-REPORT-LINE.
           MOVE SPACES TO PRODUCT-REPORT-LINE.
           STRING "ACCT   PRODUCT STATUS TYPE CCY  SETTINGS THAT "
               "DIFFER"
               DELIMITED BY SIZE INTO PRODUCT-REPORT-LINE.
           WRITE PRODUCT-REPORT-LINE.

       CLOSE-PRODUCT-REPORT.
           MOVE SPACES TO PRODUCT-REPORT-LINE.
           STRING "TOTAL " WS-ACCOUNT-COUNT " account(s), "
               WS-DIFFER-COUNT " differ, " WS-RANGE-COUNT
               " out of range, " WS-MISSING-COUNT
               " product not on file, " WS-NO-PRODUCT-COUNT
               " without a product"
               DELIMITED BY SIZE INTO PRODUCT-REPORT-LINE.
           WRITE PRODUCT-REPORT-LINE.
           CLOSE PRODUCT-CHANGE-REPORT.
