       01 WS-ACCOUNT-FILE-STATUS PIC X(2).
       01 ACCOUNT-1-ID         PIC 9(5) VALUE 23.
       01 ACCOUNT-2-ID         PIC 9(5) VALUE 45.
       01 ACCOUNT-1-BALANCE    PIC 9(9)V99 VALUE 2000.00.
       01 ACCOUNT-2-BALANCE    PIC 9(9)V99 VALUE 7000.00.
       01 ACCOUNT-1-STATUS     PIC X(1) VALUE "A".
       01 ACCOUNT-2-STATUS     PIC X(1) VALUE "A".
       01 ACCOUNT-1-DAILY-LIMIT PIC 9(9)V99 VALUE 99999.99.
       01 ACCOUNT-2-DAILY-LIMIT PIC 9(9)V99 VALUE 99999.99.
       01 ACCOUNT-1-TXN-LIMIT   PIC 9(9)V99 VALUE 99999.99.
       01 ACCOUNT-2-TXN-LIMIT   PIC 9(9)V99 VALUE 99999.99.
       01 ACCOUNT-1-DAILY-TOTAL PIC 9(9)V99 VALUE 0.
       01 ACCOUNT-2-DAILY-TOTAL PIC 9(9)V99 VALUE 0.
       01 ACCOUNT-1-DAILY-DATE  PIC 9(8) VALUE 0.
       01 ACCOUNT-2-DAILY-DATE  PIC 9(8) VALUE 0.
       01 ACCOUNT-1-PIN         PIC 9(4) VALUE 1234.
       01 ACCOUNT-2-PIN         PIC 9(4) VALUE 1234.
       01 ACCOUNT-1-MIN-BALANCE PIC 9(9)V99 VALUE 0.
       01 ACCOUNT-2-MIN-BALANCE PIC 9(9)V99 VALUE 0.
       01 ACCOUNT-1-OVERDRAFT-LIMIT PIC 9(9)V99 VALUE 0.
       01 ACCOUNT-2-OVERDRAFT-LIMIT PIC 9(9)V99 VALUE 0.
       01 ACCOUNT-1-APPROVAL-THRESHOLD PIC 9(9)V99 VALUE 5000.00.
       01 ACCOUNT-2-APPROVAL-THRESHOLD PIC 9(9)V99 VALUE 5000.00.
       01 ACCOUNT-1-DUAL-SIGN-LIMIT PIC 9(9)V99 VALUE 0.
       01 WS-EFFECTIVE-THRESHOLD PIC 9(9)V99.
       01 ACCOUNT-1-CURRENCY   PIC X(3) VALUE "EUR".
       01 ACCOUNT-2-CURRENCY   PIC X(3) VALUE "EUR".
       01 ACCOUNT-1-TYPE       PIC X(1) VALUE "C".
       01 ACCOUNT-1-VERSION    PIC 9(9) VALUE 0.
       01 ACCOUNT-2-VERSION    PIC 9(9) VALUE 0.
       01 WS-ENTERED-PIN        PIC 9(4).
       01 WS-AMOUNT             PIC 9(9)V99.
       01 WS-TODAY              PIC 9(8).
       01 WS-PT-APPROVED        PIC X(1) VALUE "N".
       01 WS-TXN-CATEGORY       PIC X(4).
       01 ERROR-CODE           PIC 9(2).
       01 END-PROG             PIC 9(1) VALUE 0.
       01 WS-JOURNAL-PROGRAM PIC X(25) VALUE "AccountMainManagement".
       01 WS-JOURNAL-BEFORE  PIC X(250).
       01 WS-JOURNAL-AFTER   PIC X(250).
       01 WS-FUTURE-PAYMENT-FILE-STATUS PIC X(2).
       01 WS-FP-RETRY-COUNT     PIC 9(2).
       01 WS-FP-WRITE-OK        PIC X(1).
       01 WS-CHECK-ACCT-ID      PIC 9(5).
       01 WS-CHECK-RESULT       PIC X(1).
       01 WS-VEL-KIND           PIC X(1).
       01 WS-VEL-CURRENCY       PIC X(3).
       01 WS-VEL-CHANNEL        PIC X(25)
           VALUE "AccountMainManagement".
       01 WS-VEL-DATE           PIC 9(8) VALUE 0.
       01 WS-VEL-TIME           PIC 9(6) VALUE 0.
       01 WS-VEL-RESULT         PIC X(1).
       01 WS-VEL-RULE-ID        PIC X(4).
       01 WS-SIGNON-OPERATOR-ID PIC X(8).
       01 WS-SIGNON-LEVEL       PIC 9(1).
       01 WS-DRAWER-FILE-STATUS PIC X(2).
       01 WS-DRAWER-TXN-STATUS  PIC X(2).
       01 WS-DRAWER-ID          PIC 9(5) VALUE 0.
       01 WS-BALANCE-BEFORE     PIC 9(9)V99.
       01 WS-CASH-AMOUNT        PIC 9(9)V99.
       01 WS-DRAWER-DIRECTION   PIC X(3).
       01 WS-PIN-RESULT         PIC X(1).
       01 WS-FUNDS-TYPE         PIC X(1).
       01 WS-MAINT-AUDIT-FILE-STATUS PIC X(2).
       01 WS-TIME-NOW            PIC 9(8).
       01 WS-OVERRIDE-REASON    PIC 9(2).
       01 WS-OVERRIDE-OK        PIC X(1).
       01 WS-OVR-OPERATOR-ID    PIC X(8).
       01 WS-OVR-LEVEL          PIC 9(1).
       01 WS-OVR-DAILY-LIMIT    PIC 9(9)V99.
       01 WS-OVR-TXN-LIMIT      PIC 9(9)V99.
       01 WS-OVR-MIN-BALANCE    PIC 9(9)V99.
       01 WS-OVR-OD-LIMIT       PIC 9(9)V99.
       01 WS-VD-PAYMENT-TYPE    PIC X(10).
       01 WS-VD-CURRENCY        PIC X(3) VALUE SPACES.
       01 WS-VD-CAPTURE-TIME    PIC 9(6).
       01 WS-REQUEST-DATE       PIC 9(8).
       01 WS-VALUE-DATE         PIC 9(8).
       01 WS-VALUE-REASON       PIC X(1).
       COPY "CarryForwardRecord.cpy".

       PROCEDURE DIVISION.
       START-PROGRAM.
               OPEN OUTPUT MAINT-AUDIT-FILE
           END-IF.
           ACCEPT AUD-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-TIME-NOW FROM TIME.
           MOVE WS-TIME-NOW (1:6) TO AUD-TIME.
           MOVE WS-OVR-OPERATOR-ID TO AUD-OPERATOR-ID.
           MOVE "AccountMainManagement" TO AUD-PROGRAM.
           MOVE "OVERRIDE" TO AUD-ACTION.
               OPEN OUTPUT DRAWER-TXN-FILE
           END-IF.
           ACCEPT DTX-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-TIME-NOW FROM TIME.
           MOVE WS-TIME-NOW (1:6) TO DTX-TIME.
           MOVE WS-DRAWER-ID TO DTX-DRAWER-ID.
           MOVE WS-SIGNON-OPERATOR-ID TO DTX-OPERATOR-ID.
           MOVE WS-DRAWER-DIRECTION TO DTX-DIRECTION.
               MOVE 0 TO ACCT-DUAL-SIGN-LIMIT
               MOVE 0 TO ACCT-PIN-FAIL-COUNT
               MOVE "N" TO ACCT-PIN-LOCKED
               MOVE SPACES TO ACCT-PRODUCT-CODE
               MOVE SPACES TO WS-JOURNAL-BEFORE
               WRITE ACCOUNT-RECORD
               MOVE ACCOUNT-RECORD TO WS-JOURNAL-AFTER
               MOVE 0 TO ACCT-DUAL-SIGN-LIMIT
               MOVE 0 TO ACCT-PIN-FAIL-COUNT
               MOVE "N" TO ACCT-PIN-LOCKED
               MOVE SPACES TO ACCT-PRODUCT-CODE
               MOVE SPACES TO WS-JOURNAL-BEFORE
               WRITE ACCOUNT-RECORD
               MOVE ACCOUNT-RECORD TO WS-JOURNAL-AFTER
               CLOSE FUTURE-PAYMENT-FILE
               GO TO SCHEDULE-FUTURE-PAYMENT-DONE
           END-IF.
      *    An external payment is screened by the velocity rules at
      *    capture, the same as on the web.
           IF FP-TXN-TYPE = "EXTERNAL"
               MOVE "X" TO WS-VEL-KIND
               MOVE SPACES TO WS-VEL-CURRENCY
               CALL "VelocityCheck" USING FP-FROM-ACCT-ID WS-VEL-KIND
                   FP-AMOUNT WS-VEL-CURRENCY WS-VEL-CHANNEL
                   WS-VEL-DATE WS-VEL-TIME WS-VEL-RESULT
                   WS-VEL-RULE-ID
               IF WS-VEL-RESULT NOT = "Y"
                   DISPLAY "Error: account " FP-FROM-ACCT-ID
                       " frozen by velocity rule " WS-VEL-RULE-ID
                       "; payment not scheduled."
                   CLOSE FUTURE-PAYMENT-FILE
                   GO TO SCHEDULE-FUTURE-PAYMENT-DONE
               END-IF
           END-IF.
           DISPLAY "Enter category code (blank for none): ".
           ACCEPT FP-CATEGORY.
      *    Warehoused for its value date: an execution date on a
      *    weekend or holiday moves to the next business day, and
      *    the customer is told the day the money actually goes.
           MOVE FP-TXN-TYPE TO WS-VD-PAYMENT-TYPE.
           ACCEPT WS-TIME-NOW FROM TIME.
           MOVE WS-TIME-NOW (1:6) TO WS-VD-CAPTURE-TIME.
           MOVE FP-EXEC-DATE TO WS-REQUEST-DATE.
           CALL "ValueDate" USING WS-VD-PAYMENT-TYPE WS-VD-CURRENCY
               WS-TODAY WS-VD-CAPTURE-TIME WS-REQUEST-DATE
               WS-VALUE-DATE WS-VALUE-REASON.
           MOVE WS-VALUE-DATE TO FP-EXEC-DATE.
           MOVE WS-TODAY TO FP-CAPTURE-DATE.
           MOVE "P" TO FP-STATUS.
           MOVE 0 TO FP-FAIL-REASON.
                       DISPLAY "Future payment " FP-ID " of "
                           FP-AMOUNT " warehoused for "
                           FP-EXEC-DATE "."
                       IF WS-VALUE-DATE > WS-REQUEST-DATE
                           DISPLAY WS-REQUEST-DATE " is not a "
                               "business day; value date "
                               WS-VALUE-DATE "."
                           PERFORM LOG-CARRIED-FORWARD
                       END-IF
               END-WRITE
           END-PERFORM.
           IF WS-FP-WRITE-OK NOT = "Y"
       SCHEDULE-FUTURE-PAYMENT-DONE.
           EXIT.

       LOG-CARRIED-FORWARD.
           MOVE "AccountMainManagement" TO CFW-PROGRAM.
           MOVE WS-VD-PAYMENT-TYPE TO CFW-PAYMENT-TYPE.
           MOVE FP-ID TO CFW-REFERENCE.
           MOVE FP-FROM-ACCT-ID TO CFW-FROM-ACCT-ID.
           IF FP-TXN-TYPE = "EXTERNAL"
               MOVE FP-EXT-ACCT-ID TO CFW-PAYEE
           ELSE
               MOVE FP-TO-ACCT-ID TO CFW-PAYEE
           END-IF.
           MOVE FP-AMOUNT TO CFW-AMOUNT.
           MOVE WS-VD-CURRENCY TO CFW-CURRENCY.
           MOVE WS-REQUEST-DATE TO CFW-REQUEST-DATE.
           MOVE WS-VALUE-DATE TO CFW-VALUE-DATE.
           MOVE WS-VALUE-REASON TO CFW-REASON.
           CALL "CarryForwardLog" USING CARRY-FORWARD-RECORD.

       CANCEL-FUTURE-PAYMENT.
           OPEN I-O FUTURE-PAYMENT-FILE.
           IF WS-FUTURE-PAYMENT-FILE-STATUS NOT = "00"
