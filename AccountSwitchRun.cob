       IDENTIFICATION DIVISION.
       PROGRAM-ID. AccountSwitchRun.

      ******************************************************************
      * Nightly: carries out every pending account switch
      * (AccountSwitchMaintenance) whose switch date has come. Each
      * switch moves the old account's active standing orders,
      * mandates and warehoused future-dated payments to the new
      * account - internal orders and payments paying INTO the old
      * account are re-pointed too - transfers the remaining balance
      * and accrued interest as a TRANSFER movement, closes the old
      * account and asks LetterPrintRun for an ACCTSWCH letter to
      * the new account's holder. The switch record then carries the
      * date until which InboundClearing redirects items addressed
      * to the old account (AccountSwitchPolicy.cpy). Runs ahead of
      * StandingOrderDriver and FuturePaymentRelease so the night's
      * payments already leave from the new account.
      * A switch whose accounts are no longer fit - old account
      * closed or frozen, new account not active, currencies apart -
      * is failed with the reason; one whose old account still
      * carries active holds is held over to the next run, since
      * held money cannot be moved. Nothing is moved until the old
      * account is closed; if the new account then cannot be
      * credited the switch is failed with the balance left on the
      * record for repair, and no ledger entries or letter follow.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "AccountSwitchFileControl.cpy".
           COPY "AccountFileControl.cpy".
           COPY "StandingOrderFileControl.cpy".
           COPY "MandateFileControl.cpy".
           COPY "FuturePaymentFileControl.cpy".
           COPY "HoldFileControl.cpy".
           COPY "LedgerFileControl.cpy".
           COPY "MaintAuditFileControl.cpy".

       DATA DIVISION.
       FILE SECTION.
       FD  ACCOUNT-SWITCH-FILE.
           COPY "AccountSwitchRecord.cpy".
       FD  ACCOUNT-MASTER-FILE.
           COPY "AccountRecord.cpy".
       FD  STANDING-ORDER-FILE.
           COPY "StandingOrderRecord.cpy".
       FD  MANDATE-FILE.
           COPY "MandateRecord.cpy".
       FD  FUTURE-PAYMENT-FILE.
           COPY "FuturePaymentRecord.cpy".
       FD  HOLDS-FILE.
           COPY "HoldRecord.cpy".
       FD  TRANSACTION-LEDGER.
           COPY "LedgerRecord.cpy".
       FD  MAINT-AUDIT-FILE.
           COPY "MaintAuditRecord.cpy".

       WORKING-STORAGE SECTION.
       01 WS-ACCOUNT-SWITCH-STATUS  PIC X(2).
       01 WS-ACCOUNT-FILE-STATUS    PIC X(2).
       01 WS-STANDING-ORDER-FILE-STATUS PIC X(2).
       01 WS-MANDATE-FILE-STATUS    PIC X(2).
       01 WS-FUTURE-PAYMENT-FILE-STATUS PIC X(2).
       01 WS-HOLDS-FILE-STATUS      PIC X(2).
       01 WS-LEDGER-FILE-STATUS     PIC X(2).
       01 WS-MAINT-AUDIT-FILE-STATUS PIC X(2).
       01 WS-EOF-SWITCHES           PIC X(1) VALUE "N".
       01 WS-EOF-FLAG               PIC X(1).
       01 WS-TODAY                  PIC 9(8).
       01 WS-TIME-NOW               PIC 9(8).
       01 WS-AUDIT-ACTION           PIC X(20).
       01 WS-AUDIT-KEY              PIC X(8).
       01 WS-AUDIT-BEFORE           PIC X(40).
       01 WS-AUDIT-AFTER            PIC X(40).
       01 WS-JOURNAL-PROGRAM        PIC X(25) VALUE "AccountSwitchRun".
       01 WS-JOURNAL-BEFORE         PIC X(250).
       01 WS-JOURNAL-AFTER          PIC X(250).
       01 WS-LETTER-TYPE            PIC X(8).
       01 WS-LETTER-AMOUNT          PIC 9(9)V99.
       01 WS-LETTER-DATE            PIC 9(8).
       01 WS-LETTER-DETAIL          PIC X(40).
       01 WS-SWITCH-REASON          PIC X(30).
       01 WS-HOLD-FOUND             PIC X(1).
       01 WS-CLOSE-FAILED           PIC X(1).
       01 WS-CREDIT-FAILED          PIC X(1).
       01 WS-OLD-ACCT-ID            PIC 9(5).
       01 WS-NEW-ACCT-ID            PIC 9(5).
       01 WS-OLD-CURRENCY           PIC X(3).
       01 WS-MOVE-BALANCE           PIC 9(9)V99.
       01 WS-MOVE-ACCRUED           PIC 9(9)V9(4).
       01 WS-MOVE-ACCRUED-DEBIT     PIC 9(9)V9(4).
       01 WS-ORDER-COUNT            PIC 9(3).
       01 WS-MANDATE-COUNT          PIC 9(3).
       01 WS-PAYMENT-COUNT          PIC 9(3).
       01 WS-REPOINTED-COUNT        PIC 9(3).
       01 WS-NEW-TXN-REF            PIC 9(14).
       01 WS-REDIRECT-YEAR          PIC 9(4).
       01 WS-REDIRECT-MONTH         PIC 9(4).
       01 WS-REDIRECT-DATE          PIC 9(8).
       01 WS-COMPLETED-COUNT        PIC 9(5) VALUE 0.
       01 WS-FAILED-COUNT           PIC 9(5) VALUE 0.
       01 WS-HELD-OVER-COUNT        PIC 9(5) VALUE 0.
       01 WS-NOT-DUE-COUNT          PIC 9(5) VALUE 0.
       COPY "AccountSwitchPolicy.cpy".

       PROCEDURE DIVISION.
       START-SWITCH-RUN.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           DISPLAY "Account switch run for " WS-TODAY ".".
           OPEN I-O ACCOUNT-SWITCH-FILE.
           IF WS-ACCOUNT-SWITCH-STATUS NOT = "00"
               DISPLAY "No account switch file; nothing to switch."
               GOBACK
           END-IF.
           OPEN I-O ACCOUNT-MASTER-FILE.
           IF WS-ACCOUNT-FILE-STATUS NOT = "00"
               DISPLAY "Unable to open the account master, status "
                   WS-ACCOUNT-FILE-STATUS "; no switch done."
               CLOSE ACCOUNT-SWITCH-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE LOW-VALUES TO SW-ID.
           START ACCOUNT-SWITCH-FILE KEY IS NOT LESS THAN SW-ID
               INVALID KEY
                   MOVE "Y" TO WS-EOF-SWITCHES
           END-START.
           PERFORM UNTIL WS-EOF-SWITCHES = "Y"
               READ ACCOUNT-SWITCH-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF-SWITCHES
                   NOT AT END
                       IF SW-STATUS = "P"
                           IF SW-SWITCH-DATE > WS-TODAY
                               ADD 1 TO WS-NOT-DUE-COUNT
                           ELSE
                               PERFORM PROCESS-ONE-SWITCH
                                   THRU PROCESS-ONE-SWITCH-DONE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ACCOUNT-MASTER-FILE.
           CLOSE ACCOUNT-SWITCH-FILE.
           DISPLAY "Account switch run complete: " WS-COMPLETED-COUNT
               " switched, " WS-HELD-OVER-COUNT " held over, "
               WS-FAILED-COUNT " failed, " WS-NOT-DUE-COUNT
               " not yet due.".
           GOBACK.

       PROCESS-ONE-SWITCH.
           MOVE SW-OLD-ACCT-ID TO WS-OLD-ACCT-ID.
           MOVE SW-NEW-ACCT-ID TO WS-NEW-ACCT-ID.
           MOVE SPACES TO WS-SWITCH-REASON.
           MOVE WS-NEW-ACCT-ID TO ACCT-ID.
           READ ACCOUNT-MASTER-FILE
               INVALID KEY
                   CONTINUE
           END-READ.
           EVALUATE TRUE
               WHEN WS-ACCOUNT-FILE-STATUS NOT = "00"
                   MOVE "new account not found" TO WS-SWITCH-REASON
               WHEN ACCT-STATUS NOT = "A"
                   MOVE "new account not active" TO WS-SWITCH-REASON
               WHEN OTHER
                   MOVE ACCT-CURRENCY TO WS-OLD-CURRENCY
           END-EVALUATE.
           IF WS-SWITCH-REASON NOT = SPACES
               PERFORM FAIL-SWITCH
               GO TO PROCESS-ONE-SWITCH-DONE
           END-IF.
           MOVE WS-OLD-ACCT-ID TO ACCT-ID.
           READ ACCOUNT-MASTER-FILE
               INVALID KEY
                   CONTINUE
           END-READ.
           EVALUATE TRUE
               WHEN WS-ACCOUNT-FILE-STATUS NOT = "00"
                   MOVE "old account not found" TO WS-SWITCH-REASON
               WHEN ACCT-STATUS = "C"
                   MOVE "old account already closed" TO
                       WS-SWITCH-REASON
               WHEN ACCT-STATUS = "F"
                   MOVE "old account frozen" TO WS-SWITCH-REASON
               WHEN ACCT-CURRENCY NOT = WS-OLD-CURRENCY
                   MOVE "currency mismatch" TO WS-SWITCH-REASON
           END-EVALUATE.
           IF WS-SWITCH-REASON NOT = SPACES
               PERFORM FAIL-SWITCH
               GO TO PROCESS-ONE-SWITCH-DONE
           END-IF.
           PERFORM CHECK-ACTIVE-HOLDS.
           IF WS-HOLD-FOUND = "Y"
               MOVE "active holds on old account" TO SW-FAIL-REASON
               REWRITE ACCOUNT-SWITCH-RECORD
                   INVALID KEY
                       CONTINUE
               END-REWRITE
               ADD 1 TO WS-HELD-OVER-COUNT
               DISPLAY "Switch " SW-ID " held over: active holds on "
                   "account " WS-OLD-ACCT-ID "."
               GO TO PROCESS-ONE-SWITCH-DONE
           END-IF.
           PERFORM CLOSE-OLD-ACCOUNT.
           IF WS-CLOSE-FAILED = "Y"
               MOVE "old account not closed" TO SW-FAIL-REASON
               REWRITE ACCOUNT-SWITCH-RECORD
                   INVALID KEY
                       CONTINUE
               END-REWRITE
               ADD 1 TO WS-HELD-OVER-COUNT
               DISPLAY "Switch " SW-ID " held over: account "
                   WS-OLD-ACCT-ID " could not be closed."
               GO TO PROCESS-ONE-SWITCH-DONE
           END-IF.
           PERFORM MOVE-STANDING-ORDERS.
           PERFORM MOVE-MANDATES.
           PERFORM MOVE-FUTURE-PAYMENTS.
           PERFORM CREDIT-NEW-ACCOUNT.
           IF WS-CREDIT-FAILED = "Y"
               MOVE WS-ORDER-COUNT TO SW-ORDER-COUNT
               MOVE WS-MANDATE-COUNT TO SW-MANDATE-COUNT
               MOVE WS-PAYMENT-COUNT TO SW-PAYMENT-COUNT
               MOVE WS-MOVE-BALANCE TO SW-BALANCE-MOVED
               MOVE "balance not credited to new" TO WS-SWITCH-REASON
               PERFORM FAIL-SWITCH
               DISPLAY "Switch " SW-ID " needs repair: account "
                   WS-OLD-ACCT-ID " closed, balance " WS-MOVE-BALANCE
                   " and accrued interest not credited to account "
                   WS-NEW-ACCT-ID "."
               GO TO PROCESS-ONE-SWITCH-DONE
           END-IF.
           IF WS-MOVE-BALANCE > 0
               PERFORM WRITE-SWITCH-LEDGER-ENTRIES
           END-IF.
           PERFORM COMPUTE-REDIRECT-UNTIL.
           MOVE "C" TO SW-STATUS.
           MOVE WS-TODAY TO SW-COMPLETED-DATE.
           MOVE WS-REDIRECT-DATE TO SW-REDIRECT-UNTIL.
           MOVE WS-ORDER-COUNT TO SW-ORDER-COUNT.
           MOVE WS-MANDATE-COUNT TO SW-MANDATE-COUNT.
           MOVE WS-PAYMENT-COUNT TO SW-PAYMENT-COUNT.
           MOVE WS-MOVE-BALANCE TO SW-BALANCE-MOVED.
           MOVE SPACES TO SW-FAIL-REASON.
           REWRITE ACCOUNT-SWITCH-RECORD
               INVALID KEY
                   DISPLAY "Unable to update switch " SW-ID
           END-REWRITE.
           MOVE "COMPLETE SWITCH" TO WS-AUDIT-ACTION.
           MOVE SW-ID TO WS-AUDIT-KEY.
           MOVE SPACES TO WS-AUDIT-BEFORE.
           STRING "OLD=" WS-OLD-ACCT-ID " NEW=" WS-NEW-ACCT-ID
               DELIMITED BY SIZE INTO WS-AUDIT-BEFORE.
           MOVE SPACES TO WS-AUDIT-AFTER.
           STRING "SO=" WS-ORDER-COUNT " MD=" WS-MANDATE-COUNT
               " FP=" WS-PAYMENT-COUNT " BAL=" WS-MOVE-BALANCE
               DELIMITED BY SIZE INTO WS-AUDIT-AFTER.
           PERFORM WRITE-AUDIT-RECORD.
           MOVE "ACCTSWCH" TO WS-LETTER-TYPE.
           MOVE WS-MOVE-BALANCE TO WS-LETTER-AMOUNT.
           MOVE WS-TODAY TO WS-LETTER-DATE.
           MOVE SPACES TO WS-LETTER-DETAIL.
           STRING "from " WS-OLD-ACCT-ID ": " WS-ORDER-COUNT " SO, "
               WS-MANDATE-COUNT " DD, " WS-PAYMENT-COUNT " FP"
               DELIMITED BY SIZE INTO WS-LETTER-DETAIL.
           CALL "LetterRequest" USING WS-JOURNAL-PROGRAM
               WS-LETTER-TYPE WS-NEW-ACCT-ID WS-LETTER-AMOUNT
               WS-LETTER-DATE WS-LETTER-DETAIL.
           ADD 1 TO WS-COMPLETED-COUNT.
           DISPLAY "Switch " SW-ID " done: account " WS-OLD-ACCT-ID
               " closed into " WS-NEW-ACCT-ID ", " WS-ORDER-COUNT
               " order(s), " WS-MANDATE-COUNT " mandate(s), "
               WS-PAYMENT-COUNT " payment(s) moved, balance "
               WS-MOVE-BALANCE ", " WS-REPOINTED-COUNT
               " incoming item(s) re-pointed.".

       PROCESS-ONE-SWITCH-DONE.
           EXIT.

       FAIL-SWITCH.
           MOVE "F" TO SW-STATUS.
           MOVE WS-SWITCH-REASON TO SW-FAIL-REASON.
           REWRITE ACCOUNT-SWITCH-RECORD
               INVALID KEY
                   DISPLAY "Unable to update switch " SW-ID
           END-REWRITE.
           MOVE "FAIL SWITCH" TO WS-AUDIT-ACTION.
           MOVE SW-ID TO WS-AUDIT-KEY.
           MOVE "STATUS=P" TO WS-AUDIT-BEFORE.
           MOVE SPACES TO WS-AUDIT-AFTER.
           STRING "STATUS=F " WS-SWITCH-REASON
               DELIMITED BY SIZE INTO WS-AUDIT-AFTER.
           PERFORM WRITE-AUDIT-RECORD.
           ADD 1 TO WS-FAILED-COUNT.
           DISPLAY "Switch " SW-ID " failed: " WS-SWITCH-REASON ".".

      * Same test Transfer applies: an active hold not yet past its
      * expiry date.
       CHECK-ACTIVE-HOLDS.
           MOVE "N" TO WS-HOLD-FOUND.
           OPEN INPUT HOLDS-FILE.
           IF WS-HOLDS-FILE-STATUS = "00"
               MOVE "N" TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF-FLAG = "Y"
                   READ HOLDS-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-EOF-FLAG
                       NOT AT END
                           IF HOLD-ACCT-ID = WS-OLD-ACCT-ID
                               AND HOLD-STATUS = "A"
                               AND (HOLD-EXPIRY-DATE = 0
                                   OR HOLD-EXPIRY-DATE >= WS-TODAY)
                               MOVE "Y" TO WS-HOLD-FOUND
                               MOVE "Y" TO WS-EOF-FLAG
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HOLDS-FILE
           END-IF.

      * Active orders paying out of the old account now pay out of
      * the new one; an order that would then pay the new account
      * into itself (the old sweep into it) is stopped. Orders
      * paying into the old account from elsewhere are re-pointed.
       MOVE-STANDING-ORDERS.
           MOVE 0 TO WS-ORDER-COUNT.
           MOVE 0 TO WS-REPOINTED-COUNT.
           OPEN I-O STANDING-ORDER-FILE.
           IF WS-STANDING-ORDER-FILE-STATUS = "00"
               MOVE "N" TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF-FLAG = "Y"
                   READ STANDING-ORDER-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-EOF-FLAG
                       NOT AT END
                           IF SO-STATUS = "A"
                               AND (SO-FROM-ACCT-ID = WS-OLD-ACCT-ID
                                   OR SO-TO-ACCT-ID = WS-OLD-ACCT-ID)
                               PERFORM MOVE-ONE-STANDING-ORDER
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE STANDING-ORDER-FILE
           END-IF.

       MOVE-ONE-STANDING-ORDER.
           IF SO-FROM-ACCT-ID = WS-OLD-ACCT-ID
               MOVE WS-NEW-ACCT-ID TO SO-FROM-ACCT-ID
               ADD 1 TO WS-ORDER-COUNT
           ELSE
               ADD 1 TO WS-REPOINTED-COUNT
           END-IF.
           IF SO-TO-ACCT-ID = WS-OLD-ACCT-ID
               MOVE WS-NEW-ACCT-ID TO SO-TO-ACCT-ID
           END-IF.
           IF SO-FROM-ACCT-ID = SO-TO-ACCT-ID
               MOVE "X" TO SO-STATUS
           END-IF.
           REWRITE STANDING-ORDER-RECORD
               INVALID KEY
                   DISPLAY "Unable to move standing order " SO-ID
           END-REWRITE.

       MOVE-MANDATES.
           MOVE 0 TO WS-MANDATE-COUNT.
           OPEN I-O MANDATE-FILE.
           IF WS-MANDATE-FILE-STATUS = "00"
               MOVE "N" TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF-FLAG = "Y"
                   READ MANDATE-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-EOF-FLAG
                       NOT AT END
                           IF MAND-STATUS = "A"
                               AND MAND-ACCT-ID = WS-OLD-ACCT-ID
                               MOVE WS-NEW-ACCT-ID TO MAND-ACCT-ID
                               REWRITE MANDATE-RECORD
                                   INVALID KEY
                                       DISPLAY "Unable to move "
                                           "mandate " MAND-ID
                                   NOT INVALID KEY
                                       ADD 1 TO WS-MANDATE-COUNT
                               END-REWRITE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MANDATE-FILE
           END-IF.

       MOVE-FUTURE-PAYMENTS.
           MOVE 0 TO WS-PAYMENT-COUNT.
           OPEN I-O FUTURE-PAYMENT-FILE.
           IF WS-FUTURE-PAYMENT-FILE-STATUS = "00"
               MOVE "N" TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF-FLAG = "Y"
                   READ FUTURE-PAYMENT-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-EOF-FLAG
                       NOT AT END
                           IF FP-STATUS = "P"
                               AND (FP-FROM-ACCT-ID = WS-OLD-ACCT-ID
                                   OR FP-TO-ACCT-ID = WS-OLD-ACCT-ID)
                               PERFORM MOVE-ONE-FUTURE-PAYMENT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FUTURE-PAYMENT-FILE
           END-IF.

       MOVE-ONE-FUTURE-PAYMENT.
           IF FP-FROM-ACCT-ID = WS-OLD-ACCT-ID
               MOVE WS-NEW-ACCT-ID TO FP-FROM-ACCT-ID
               ADD 1 TO WS-PAYMENT-COUNT
           ELSE
               ADD 1 TO WS-REPOINTED-COUNT
           END-IF.
           IF FP-TO-ACCT-ID = WS-OLD-ACCT-ID
               MOVE WS-NEW-ACCT-ID TO FP-TO-ACCT-ID
           END-IF.
           IF FP-FROM-ACCT-ID = FP-TO-ACCT-ID
               MOVE "X" TO FP-STATUS
           END-IF.
           REWRITE FUTURE-PAYMENT-RECORD
               INVALID KEY
                   DISPLAY "Unable to move future payment " FP-ID
           END-REWRITE.

      * The old account is still the current record: its balance
      * and the interest accrued on it so far go with the customer,
      * and it is closed the way AccountMaintenance closes one. If
      * the close cannot be written nothing is moved to the new
      * account and the switch stays pending for the next run.
       CLOSE-OLD-ACCOUNT.
           MOVE "N" TO WS-CLOSE-FAILED.
           MOVE ACCT-BALANCE TO WS-MOVE-BALANCE.
           MOVE ACCT-ACCRUED-INTEREST TO WS-MOVE-ACCRUED.
           MOVE ACCT-ACCRUED-DEBIT-INT TO WS-MOVE-ACCRUED-DEBIT.
           MOVE SPACES TO WS-AUDIT-BEFORE.
           STRING "STATUS=" ACCT-STATUS " BAL=" ACCT-BALANCE
               DELIMITED BY SIZE INTO WS-AUDIT-BEFORE.
           MOVE ACCOUNT-RECORD TO WS-JOURNAL-BEFORE.
           MOVE 0 TO ACCT-BALANCE.
           MOVE 0 TO ACCT-ACCRUED-INTEREST.
           MOVE 0 TO ACCT-ACCRUED-DEBIT-INT.
           MOVE "C" TO ACCT-STATUS.
           MOVE WS-TODAY TO ACCT-CLOSED-DATE.
           ADD 1 TO ACCT-VERSION.
           REWRITE ACCOUNT-RECORD
               INVALID KEY
                   DISPLAY "Unable to close account " ACCT-ID
                   MOVE "Y" TO WS-CLOSE-FAILED
               NOT INVALID KEY
                   MOVE "CLOSE ACCOUNT" TO WS-AUDIT-ACTION
                   MOVE ACCT-ID TO WS-AUDIT-KEY
                   MOVE SPACES TO WS-AUDIT-AFTER
                   STRING "STATUS=C SWITCH=" SW-ID
                       DELIMITED BY SIZE INTO WS-AUDIT-AFTER
                   MOVE ACCOUNT-RECORD TO WS-JOURNAL-AFTER
                   CALL "AccountJournal" USING WS-JOURNAL-PROGRAM
                       WS-JOURNAL-BEFORE WS-JOURNAL-AFTER
                   PERFORM WRITE-AUDIT-RECORD
           END-REWRITE.

       CREDIT-NEW-ACCOUNT.
           MOVE "N" TO WS-CREDIT-FAILED.
           MOVE WS-NEW-ACCT-ID TO ACCT-ID.
           READ ACCOUNT-MASTER-FILE
               INVALID KEY
                   DISPLAY "Unable to read account " ACCT-ID
           END-READ.
           IF WS-ACCOUNT-FILE-STATUS = "00"
               MOVE ACCOUNT-RECORD TO WS-JOURNAL-BEFORE
               ADD WS-MOVE-BALANCE TO ACCT-BALANCE
               ADD WS-MOVE-ACCRUED TO ACCT-ACCRUED-INTEREST
               ADD WS-MOVE-ACCRUED-DEBIT TO ACCT-ACCRUED-DEBIT-INT
               ADD 1 TO ACCT-VERSION
               REWRITE ACCOUNT-RECORD
                   INVALID KEY
                       DISPLAY "Unable to credit account " ACCT-ID
                       MOVE "Y" TO WS-CREDIT-FAILED
                   NOT INVALID KEY
                       MOVE ACCOUNT-RECORD TO WS-JOURNAL-AFTER
                       CALL "AccountJournal" USING WS-JOURNAL-PROGRAM
                           WS-JOURNAL-BEFORE WS-JOURNAL-AFTER
               END-REWRITE
           ELSE
               MOVE "Y" TO WS-CREDIT-FAILED
           END-IF.

      * Both legs share one transaction reference, as a Transfer
      * movement's do, so the balance move reads and reverses like
      * any other transfer.
       WRITE-SWITCH-LEDGER-ENTRIES.
           OPEN EXTEND TRANSACTION-LEDGER.
           ACCEPT LEDG-DATE FROM DATE YYYYMMDD.
           ACCEPT LEDG-TIME FROM TIME.
           MOVE 0 TO WS-NEW-TXN-REF.
           MOVE WS-OLD-ACCT-ID TO LEDG-ACCT-ID.
           MOVE "TRANSFER" TO LEDG-TXN-TYPE.
           MOVE "DEBIT" TO LEDG-DIRECTION.
           MOVE WS-MOVE-BALANCE TO LEDG-AMOUNT.
           MOVE 0 TO LEDG-BALANCE.
           MOVE WS-OLD-CURRENCY TO LEDG-ORIG-CURRENCY.
           MOVE WS-MOVE-BALANCE TO LEDG-ORIG-AMOUNT.
           MOVE 1 TO LEDG-EXCHANGE-RATE.
           MOVE SPACE TO LEDG-REVERSAL-FLAG.
           MOVE 0 TO LEDG-ORIG-REF.
           CALL "LedgerSequence" USING LEDG-SEQUENCE.
           MOVE LEDG-SEQUENCE TO WS-NEW-TXN-REF.
           MOVE WS-NEW-TXN-REF TO LEDG-TXN-REF.
           MOVE SPACES TO LEDG-CATEGORY.
           WRITE LEDGER-RECORD.
           CALL "LedgerShadow" USING LEDGER-RECORD.
           MOVE WS-NEW-ACCT-ID TO LEDG-ACCT-ID.
           MOVE "CREDIT" TO LEDG-DIRECTION.
           MOVE ACCT-BALANCE TO LEDG-BALANCE.
           CALL "LedgerSequence" USING LEDG-SEQUENCE.
           MOVE WS-NEW-TXN-REF TO LEDG-TXN-REF.
           WRITE LEDGER-RECORD.
           CALL "LedgerShadow" USING LEDGER-RECORD.
           CLOSE TRANSACTION-LEDGER.

      * Same day SWP-REDIRECT-MONTHS on; a day the shorter month
      * does not have falls back to the 28th.
       COMPUTE-REDIRECT-UNTIL.
           MOVE WS-TODAY (1:4) TO WS-REDIRECT-YEAR.
           MOVE WS-TODAY (5:2) TO WS-REDIRECT-MONTH.
           ADD SWP-REDIRECT-MONTHS TO WS-REDIRECT-MONTH.
           PERFORM UNTIL WS-REDIRECT-MONTH <= 12
               SUBTRACT 12 FROM WS-REDIRECT-MONTH
               ADD 1 TO WS-REDIRECT-YEAR
           END-PERFORM.
           COMPUTE WS-REDIRECT-DATE = WS-REDIRECT-YEAR * 10000
               + WS-REDIRECT-MONTH * 100.
           MOVE WS-TODAY (7:2) TO WS-REDIRECT-DATE (7:2).
           IF FUNCTION TEST-DATE-YYYYMMDD (WS-REDIRECT-DATE) NOT = 0
               MOVE "28" TO WS-REDIRECT-DATE (7:2)
           END-IF.

       WRITE-AUDIT-RECORD.
           OPEN EXTEND MAINT-AUDIT-FILE.
           IF WS-MAINT-AUDIT-FILE-STATUS = "35"
               OPEN OUTPUT MAINT-AUDIT-FILE
           END-IF.
           MOVE WS-TODAY TO AUD-DATE.
           ACCEPT WS-TIME-NOW FROM TIME.
           MOVE WS-TIME-NOW (1:6) TO AUD-TIME.
           MOVE "BATCH" TO AUD-OPERATOR-ID.
           MOVE "AccountSwitchRun" TO AUD-PROGRAM.
           MOVE WS-AUDIT-ACTION TO AUD-ACTION.
           MOVE WS-AUDIT-KEY TO AUD-KEY.
           MOVE WS-AUDIT-BEFORE TO AUD-BEFORE.
           MOVE WS-AUDIT-AFTER TO AUD-AFTER.
           WRITE MAINT-AUDIT-RECORD.
           CLOSE MAINT-AUDIT-FILE.
