      * wrong currency, a bad amount, or no usable mandate are
      * rejected to the exceptions report (CLREXCP.RPT) for manual
      * repair - money is never guessed onto or off an account.
      * A rejected credit for an unknown, closed or frozen account
      * or in the wrong currency has still arrived, so it is posted
      * to the inbound suspense account and queued on UNAPPLIED.DAT
      * with its reason, to be repaired to the right account
      * (UnappliedItemRepair) or returned to the sender
      * (UnappliedClearingRun).
      * The number of the last item fully dealt with is kept on the
      * restart checkpoint CLRCKPT.DAT, so a rerun after a failure
      * partway through skips the items already applied instead of
      * crediting them twice; a run that reaches the end of the file
      * resets the checkpoint for the next file.
      * Items addressed to an account closed by a completed account
      * switch are posted to the account it was switched to, for
      * the redirect period the switch carries (AccountSwitchRun);
      * presented cheques are not redirected, since the numbers
      * were issued on the old account.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           COPY "HeldFundsFileControl.cpy".
           COPY "ChequeBookFileControl.cpy".
           COPY "ChequeFileControl.cpy".
           COPY "AccountSwitchFileControl.cpy".
           COPY "UnappliedItemFileControl.cpy".
           COPY "ExchangeRateFileControl.cpy".
           SELECT CLEARING-EXCEPTIONS ASSIGN TO "CLREXCP.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXCEPTIONS-STATUS.
           SELECT CHECKPOINT-FILE ASSIGN TO "CLRCKPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHECKPOINT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
           COPY "ChequeBookRecord.cpy".
       FD  CHEQUE-FILE.
           COPY "ChequeRecord.cpy".
       FD  ACCOUNT-SWITCH-FILE.
           COPY "AccountSwitchRecord.cpy".
       FD  UNAPPLIED-ITEM-FILE.
           COPY "UnappliedItemRecord.cpy".
       FD  EXCHANGE-RATE-FILE.
           COPY "ExchangeRateRecord.cpy".
       FD  CLEARING-EXCEPTIONS.
       01 EXCEPTION-LINE             PIC X(100).
       FD  CHECKPOINT-FILE.
           COPY "CheckpointRecord.cpy".

       WORKING-STORAGE SECTION.
       COPY "ClearingSuspensePolicy.cpy".
       01 WS-CLEARING-FILE-STATUS   PIC X(2).
       01 WS-ACCOUNT-FILE-STATUS    PIC X(2).
       01 WS-LEDGER-FILE-STATUS     PIC X(2).
       01 WS-EXCEPTION-COUNT        PIC 9(5) VALUE 0.
       01 WS-EXCEPTION-REASON       PIC X(30).
       01 WS-LEDGER-DIRECTION       PIC X(6).
       01 WS-AVAILABLE-FLOOR        PIC S9(9)V99.
       01 WS-HELD-FUNDS-FILE-STATUS PIC X(2).
       01 WS-SCREEN-TEXT            PIC X(30).
       01 WS-SCREEN-RESULT          PIC X(1).
       01 WS-EOF-BOOKS              PIC X(1).
       01 WS-CHEQUE-ISSUED          PIC X(1).
       01 WS-CHEQUE-COUNT           PIC 9(5) VALUE 0.
       01 WS-CHECKPOINT-FILE-STATUS PIC X(2).
       01 WS-RESUME-AFTER           PIC 9(5) VALUE 0.
       01 WS-SKIPPED-COUNT          PIC 9(5) VALUE 0.
       01 WS-ACCOUNT-SWITCH-STATUS  PIC X(2).
       01 WS-EOF-SWITCHES           PIC X(1).
       01 WS-REDIRECT-IDX           PIC 9(4).
       01 WS-REDIRECT-COUNT         PIC 9(4) VALUE 0.
       01 WS-REDIRECT-HOPS          PIC 9(2).
       01 WS-REDIRECTED-COUNT       PIC 9(5) VALUE 0.
       01 WS-ADDRESSED-ACCT-ID      PIC 9(5).
       01 WS-UNAPPLIED-ITEM-STATUS  PIC X(2).
       01 WS-UAI-RETRY-COUNT        PIC 9(2).
       01 WS-UAI-WRITE-OK           PIC X(1).
       01 WS-SUSPENDED-COUNT        PIC 9(5) VALUE 0.
       01 WS-SUSPENSE-TXN-REF       PIC 9(14).
       01 WS-SUSPENSE-AMOUNT        PIC 9(9)V99.
       01 WS-EXCHANGE-RATE-FILE-STATUS PIC X(2).
       01 WS-EOF-RATES              PIC X(1).
       01 WS-RATE-FOUND             PIC X(1).
       01 WS-USED-RATE              PIC 9(3)V9(6).
       01 WS-JOURNAL-PROGRAM PIC X(25) VALUE "InboundClearing".
       01 WS-JOURNAL-BEFORE  PIC X(250).
       01 WS-JOURNAL-AFTER   PIC X(250).

      *    Switches still inside their redirect period.
       01 REDIRECT-TABLE.
           05 RDR-ENTRY OCCURS 1000 TIMES.
               10 RDR-OLD-ACCT-ID    PIC 9(5).
               10 RDR-NEW-ACCT-ID    PIC 9(5).

       PROCEDURE DIVISION.
       START-CLEARING.
           OPEN INPUT CLEARING-FILE.
           IF WS-CLEARING-FILE-STATUS NOT = "00"
               DISPLAY "No inbound clearing file found."
               GOBACK
           END-IF.
           OPEN I-O ACCOUNT-MASTER-FILE.
           IF WS-ACCOUNT-FILE-STATUS NOT = "00"
                   WS-ACCOUNT-FILE-STATUS "; no items applied."
               CLOSE CLEARING-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM LOAD-CHECKPOINT.
           PERFORM LOAD-REDIRECTS.
           OPEN INPUT MANDATE-FILE.
           IF WS-MANDATE-FILE-STATUS = "00"
               MOVE "Y" TO WS-MANDATE-OPEN
               AND WS-CHEQUE-FILE-STATUS = "00"
               MOVE "Y" TO WS-CHEQUES-OPEN
           END-IF.
      *    A resumed run adds to the exceptions the failed run
      *    already reported rather than losing them.
           IF WS-RESUME-AFTER > 0
               OPEN EXTEND CLEARING-EXCEPTIONS
               MOVE SPACES TO EXCEPTION-LINE
               STRING "CLEARING EXCEPTIONS, RESUMED AFTER ITEM "
                   WS-RESUME-AFTER
                   DELIMITED BY SIZE INTO EXCEPTION-LINE
           ELSE
               OPEN OUTPUT CLEARING-EXCEPTIONS
               MOVE "CLEARING EXCEPTIONS" TO EXCEPTION-LINE
           END-IF.
           WRITE EXCEPTION-LINE.
           PERFORM UNTIL WS-EOF-CLEARING = "Y"
               READ CLEARING-FILE
                       MOVE "Y" TO WS-EOF-CLEARING
                   NOT AT END
                       ADD 1 TO WS-ITEM-COUNT
                       IF WS-ITEM-COUNT <= WS-RESUME-AFTER
                           ADD 1 TO WS-SKIPPED-COUNT
                       ELSE
                           PERFORM APPLY-CLEARING-ITEM
                           PERFORM SAVE-CHECKPOINT
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CLEARING-EXCEPTIONS.
           END-IF.
           CLOSE ACCOUNT-MASTER-FILE.
           CLOSE CLEARING-FILE.
           IF RETURN-CODE = 0
               PERFORM CLEAR-CHECKPOINT
           END-IF.
           DISPLAY "Inbound clearing complete: " WS-ITEM-COUNT
               " item(s), " WS-SKIPPED-COUNT " already done, "
               WS-APPLIED-COUNT " credited, "
               WS-DEBIT-COUNT " collected, "
               WS-CHEQUE-COUNT " cheque(s) paid, "
               WS-REDIRECTED-COUNT " redirected from switched "
               "accounts, "
               WS-HELD-COUNT " held for screening review, "
               WS-EXCEPTION-COUNT " rejected, "
               WS-SUSPENDED-COUNT " of them to suspense.".
           GOBACK.

       LOAD-CHECKPOINT.
           OPEN INPUT CHECKPOINT-FILE.
           IF WS-CHECKPOINT-FILE-STATUS = "00"
               READ CHECKPOINT-FILE
                   AT END
                       CONTINUE
               END-READ
               IF WS-CHECKPOINT-FILE-STATUS = "00"
                   MOVE CKPT-LAST-COMPLETED TO WS-RESUME-AFTER
                   IF WS-RESUME-AFTER > 0
                       DISPLAY "Resuming after item " WS-RESUME-AFTER
                           " per checkpoint."
                   END-IF
               END-IF
               CLOSE CHECKPOINT-FILE
           END-IF.

      * Written after every item once it is fully dealt with -
      * applied, held or rejected - so a restart resumes at the
      * first item not yet touched.
       SAVE-CHECKPOINT.
           MOVE WS-ITEM-COUNT TO CKPT-LAST-COMPLETED.
           MOVE 0 TO CKPT-PENDING-RECORD.
           MOVE SPACE TO CKPT-PENDING-STAGE.
           MOVE 0 TO CKPT-PENDING-AMOUNT.
           OPEN OUTPUT CHECKPOINT-FILE.
           WRITE CHECKPOINT-RECORD.
           CLOSE CHECKPOINT-FILE.

      * The clearing file was read to the end without an abort, so
      * nothing is left to resume: reset the checkpoint so the next
      * INCLEAR.DAT starts at item 1.
       CLEAR-CHECKPOINT.
           MOVE 0 TO CKPT-LAST-COMPLETED.
           MOVE 0 TO CKPT-PENDING-RECORD.
           MOVE SPACE TO CKPT-PENDING-STAGE.
           MOVE 0 TO CKPT-PENDING-AMOUNT.
           OPEN OUTPUT CHECKPOINT-FILE.
           WRITE CHECKPOINT-RECORD.
           CLOSE CHECKPOINT-FILE.

       LOAD-REDIRECTS.
           OPEN INPUT ACCOUNT-SWITCH-FILE.
           IF WS-ACCOUNT-SWITCH-STATUS = "00"
               MOVE "N" TO WS-EOF-SWITCHES
               PERFORM UNTIL WS-EOF-SWITCHES = "Y"
                   READ ACCOUNT-SWITCH-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-EOF-SWITCHES
                       NOT AT END
                           IF SW-STATUS = "C"
                               AND SW-REDIRECT-UNTIL >= WS-TODAY
                               AND WS-REDIRECT-COUNT < 1000
                               ADD 1 TO WS-REDIRECT-COUNT
                               MOVE SW-OLD-ACCT-ID TO
                                   RDR-OLD-ACCT-ID (WS-REDIRECT-COUNT)
                               MOVE SW-NEW-ACCT-ID TO
                                   RDR-NEW-ACCT-ID (WS-REDIRECT-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ACCOUNT-SWITCH-FILE
           END-IF.

      * Follows a chain of switches (old to new, new switched on
      * again) to the account that is live now; the hop limit stops
      * a loop of switches from spinning.
       REDIRECT-SWITCHED-ACCOUNT.
           MOVE 0 TO WS-REDIRECT-HOPS.
           MOVE 1 TO WS-REDIRECT-IDX.
           PERFORM UNTIL WS-REDIRECT-IDX > WS-REDIRECT-COUNT
                   OR WS-REDIRECT-HOPS >= 10
               IF RDR-OLD-ACCT-ID (WS-REDIRECT-IDX) = CLR-TO-ACCT-ID
                   DISPLAY "Clearing item " WS-ITEM-COUNT
                       " for switched account " CLR-TO-ACCT-ID
                       " redirected to "
                       RDR-NEW-ACCT-ID (WS-REDIRECT-IDX) "."
                   MOVE RDR-NEW-ACCT-ID (WS-REDIRECT-IDX) TO
                       CLR-TO-ACCT-ID
                   ADD 1 TO WS-REDIRECT-HOPS
                   MOVE 1 TO WS-REDIRECT-IDX
               ELSE
                   ADD 1 TO WS-REDIRECT-IDX
               END-IF
           END-PERFORM.
           IF WS-REDIRECT-HOPS > 0
               ADD 1 TO WS-REDIRECTED-COUNT
           END-IF.

      * The account the sender addressed is kept for the exceptions
      * report and for a return; a redirect changes only the account
      * the item is posted to.
       APPLY-CLEARING-ITEM.
           MOVE SPACES TO WS-EXCEPTION-REASON.
           MOVE CLR-TO-ACCT-ID TO WS-ADDRESSED-ACCT-ID.
           IF WS-REDIRECT-COUNT > 0
               AND (CLR-DIRECTION NOT = "DEBIT"
                   OR CLR-CHEQUE-NO IS NOT NUMERIC
                   OR CLR-CHEQUE-NO = 0)
               PERFORM REDIRECT-SWITCHED-ACCOUNT
           END-IF.
      *    Sanctions screening comes before anything else: a hit
      *    goes to the held-funds queue for a supervisor, and no
      *    money moves until someone decides.
               END-READ
               IF WS-ACCOUNT-FILE-STATUS NOT = "00"
                   MOVE "unknown account" TO WS-EXCEPTION-REASON
                   PERFORM REJECT-UNAPPLIED-ITEM
               ELSE
                   EVALUATE TRUE
                       WHEN ACCT-ID = CSP-SUSPENSE-ACCT-ID
                           MOVE "internal suspense account" TO
                               WS-EXCEPTION-REASON
                           PERFORM REJECT-UNAPPLIED-ITEM
                       WHEN ACCT-STATUS = "C"
                           MOVE "account closed" TO
                               WS-EXCEPTION-REASON
                           PERFORM REJECT-UNAPPLIED-ITEM
                       WHEN ACCT-STATUS = "F"
                           MOVE "account frozen" TO
                               WS-EXCEPTION-REASON
                           PERFORM REJECT-UNAPPLIED-ITEM
                       WHEN CLR-CURRENCY NOT = ACCT-CURRENCY
                           MOVE "currency mismatch" TO
                               WS-EXCEPTION-REASON
                           PERFORM REJECT-UNAPPLIED-ITEM
                       WHEN CLR-DIRECTION = "DEBIT"
                           AND CLR-CHEQUE-NO IS NUMERIC
                           AND CLR-CHEQUE-NO > 0
           CALL "LedgerShadow" USING LEDGER-RECORD.
           CLOSE TRANSACTION-LEDGER.

      * A debit that cannot be collected simply goes unpaid and is
      * only reported; a credit is reported and also posted to the
      * inbound suspense account so the money is accounted for.
       REJECT-UNAPPLIED-ITEM.
           PERFORM WRITE-EXCEPTION-LINE.
           IF CLR-DIRECTION NOT = "DEBIT"
               PERFORM SUSPEND-UNAPPLIED-ITEM
                   THRU SUSPEND-UNAPPLIED-ITEM-EXIT
           END-IF.

      * The suspense credit is a CLEARING entry like any other
      * applied item; the UNAPPLIED.DAT record carries its reference
      * so the repair or the return can be traced back to it. An
      * item in another currency is converted to the suspense
      * account's currency at the day's rate, so the suspense
      * balance stays in one currency. With no suspense account on
      * the master, or no rate to convert at, the item stays on the
      * exceptions report only, as before.
       SUSPEND-UNAPPLIED-ITEM.
           MOVE CSP-SUSPENSE-ACCT-ID TO ACCT-ID.
           READ ACCOUNT-MASTER-FILE
               INVALID KEY
                   CONTINUE
           END-READ.
           IF WS-ACCOUNT-FILE-STATUS NOT = "00"
               MOVE SPACES TO EXCEPTION-LINE
               STRING "Item " WS-ITEM-COUNT
                   " NOT posted to suspense: account "
                   CSP-SUSPENSE-ACCT-ID " not on the master"
                   DELIMITED BY SIZE INTO EXCEPTION-LINE
               WRITE EXCEPTION-LINE
               DISPLAY "Warning: inbound suspense account "
                   CSP-SUSPENSE-ACCT-ID " is not on the master; "
                   "clearing item " WS-ITEM-COUNT
                   " left for manual repair."
               GO TO SUSPEND-UNAPPLIED-ITEM-EXIT
           END-IF.
           MOVE CLR-AMOUNT TO WS-SUSPENSE-AMOUNT.
           MOVE 1 TO WS-USED-RATE.
           IF CLR-CURRENCY NOT = ACCT-CURRENCY
               PERFORM LOOK-UP-EXCHANGE-RATE
               IF WS-RATE-FOUND NOT = "Y"
                   MOVE SPACES TO EXCEPTION-LINE
                   STRING "Item " WS-ITEM-COUNT
                       " NOT posted to suspense: no rate from "
                       CLR-CURRENCY " to " ACCT-CURRENCY
                       DELIMITED BY SIZE INTO EXCEPTION-LINE
                   WRITE EXCEPTION-LINE
                   DISPLAY "Warning: no exchange rate from "
                       CLR-CURRENCY " to " ACCT-CURRENCY "; clearing "
                       "item " WS-ITEM-COUNT " left for manual repair."
                   GO TO SUSPEND-UNAPPLIED-ITEM-EXIT
               END-IF
               COMPUTE WS-SUSPENSE-AMOUNT ROUNDED =
                   CLR-AMOUNT * WS-USED-RATE
                   ON SIZE ERROR
                       MOVE SPACES TO EXCEPTION-LINE
                       STRING "Item " WS-ITEM-COUNT
                           " NOT posted to suspense: converted "
                           "amount too large"
                           DELIMITED BY SIZE INTO EXCEPTION-LINE
                       WRITE EXCEPTION-LINE
                       GO TO SUSPEND-UNAPPLIED-ITEM-EXIT
               END-COMPUTE
           END-IF.
           MOVE ACCOUNT-RECORD TO WS-JOURNAL-BEFORE.
           ADD WS-SUSPENSE-AMOUNT TO ACCT-BALANCE.
           ADD 1 TO ACCT-VERSION.
           REWRITE ACCOUNT-RECORD
               INVALID KEY
                   DISPLAY "Unable to persist account " ACCT-ID
                   GO TO SUSPEND-UNAPPLIED-ITEM-EXIT
           END-REWRITE.
           MOVE ACCOUNT-RECORD TO WS-JOURNAL-AFTER.
           CALL "AccountJournal" USING
               WS-JOURNAL-PROGRAM WS-JOURNAL-BEFORE
               WS-JOURNAL-AFTER.
           PERFORM WRITE-SUSPENSE-LEDGER-ENTRY.
           MOVE LEDG-TXN-REF TO WS-SUSPENSE-TXN-REF.
           OPEN I-O UNAPPLIED-ITEM-FILE.
           IF WS-UNAPPLIED-ITEM-STATUS = "35"
               OPEN OUTPUT UNAPPLIED-ITEM-FILE
               CLOSE UNAPPLIED-ITEM-FILE
               OPEN I-O UNAPPLIED-ITEM-FILE
           END-IF.
           ACCEPT UAI-ID FROM TIME.
           MOVE WS-TODAY TO UAI-RECEIVED-DATE.
           MOVE CLR-DATE TO UAI-CLEARING-DATE.
           MOVE WS-ITEM-COUNT TO UAI-ITEM-NO.
           MOVE WS-ADDRESSED-ACCT-ID TO UAI-ORIG-ACCT-ID.
           MOVE CLR-EXT-REF TO UAI-EXT-REF.
           MOVE CLR-AMOUNT TO UAI-AMOUNT.
           MOVE CLR-CURRENCY TO UAI-CURRENCY.
           MOVE WS-EXCEPTION-REASON TO UAI-REASON.
           MOVE WS-SUSPENSE-TXN-REF TO UAI-SUSPENSE-REF.
           MOVE WS-SUSPENSE-AMOUNT TO UAI-SUSPENSE-AMOUNT.
           MOVE WS-USED-RATE TO UAI-SUSPENSE-RATE.
           MOVE "O" TO UAI-STATUS.
           MOVE 0 TO UAI-APPLIED-ACCT-ID.
           MOVE 0 TO UAI-RESOLVED-DATE.
           MOVE SPACES TO UAI-RESOLVED-BY.
           MOVE 0 TO UAI-RESOLVED-REF.
           MOVE 0 TO WS-UAI-RETRY-COUNT.
           MOVE "N" TO WS-UAI-WRITE-OK.
           PERFORM UNTIL WS-UAI-WRITE-OK = "Y"
               OR WS-UAI-RETRY-COUNT >= 10
               WRITE UNAPPLIED-ITEM-RECORD
                   INVALID KEY
                       ADD 1 TO WS-UAI-RETRY-COUNT
                       ADD 1 TO UAI-ID
                   NOT INVALID KEY
                       MOVE "Y" TO WS-UAI-WRITE-OK
               END-WRITE
           END-PERFORM.
           CLOSE UNAPPLIED-ITEM-FILE.
           IF WS-UAI-WRITE-OK NOT = "Y"
               DISPLAY "Error: unable to queue clearing item "
                   WS-ITEM-COUNT " on the unapplied-items file; "
                   "suspense entry ref " WS-SUSPENSE-TXN-REF "."
               MOVE 0 TO UAI-ID
           END-IF.
           ADD 1 TO WS-SUSPENDED-COUNT.
           MOVE SPACES TO EXCEPTION-LINE.
           STRING "Item " WS-ITEM-COUNT " posted to suspense "
               CSP-SUSPENSE-ACCT-ID " as unapplied item " UAI-ID
               " ref " WS-SUSPENSE-TXN-REF
               DELIMITED BY SIZE INTO EXCEPTION-LINE.
           WRITE EXCEPTION-LINE.
           DISPLAY "Clearing item " WS-ITEM-COUNT
               " posted to suspense as unapplied item " UAI-ID ".".

       SUSPEND-UNAPPLIED-ITEM-EXIT.
           EXIT.

      * A converted credit carries the item's own currency, amount
      * and rate in LEDG-ORIG-*, as a converted transfer credit does.
       WRITE-SUSPENSE-LEDGER-ENTRY.
           OPEN EXTEND TRANSACTION-LEDGER.
           ACCEPT LEDG-DATE FROM DATE YYYYMMDD.
           ACCEPT LEDG-TIME FROM TIME.
           MOVE ACCT-ID TO LEDG-ACCT-ID.
           MOVE "CLEARING" TO LEDG-TXN-TYPE.
           MOVE "CREDIT" TO LEDG-DIRECTION.
           MOVE WS-SUSPENSE-AMOUNT TO LEDG-AMOUNT.
           MOVE ACCT-BALANCE TO LEDG-BALANCE.
           IF CLR-CURRENCY = ACCT-CURRENCY
               MOVE SPACES TO LEDG-ORIG-CURRENCY
           ELSE
               MOVE CLR-CURRENCY TO LEDG-ORIG-CURRENCY
           END-IF.
           MOVE CLR-AMOUNT TO LEDG-ORIG-AMOUNT.
           MOVE WS-USED-RATE TO LEDG-EXCHANGE-RATE.
           MOVE SPACE TO LEDG-REVERSAL-FLAG.
           MOVE 0 TO LEDG-ORIG-REF.
           CALL "LedgerSequence" USING LEDG-SEQUENCE.
           MOVE LEDG-SEQUENCE TO LEDG-TXN-REF.
           MOVE SPACES TO LEDG-CATEGORY.
           WRITE LEDGER-RECORD.
           CALL "LedgerShadow" USING LEDGER-RECORD.
           CLOSE TRANSACTION-LEDGER.

      * Pick the rate record for the pair with the latest effective
      * date on or before today. The file is keyed pair + date, so a
      * sequential walk from the start of the pair lands on the
      * newest applicable rate last.
       LOOK-UP-EXCHANGE-RATE.
           MOVE "N" TO WS-RATE-FOUND.
           MOVE 0 TO WS-USED-RATE.
           OPEN INPUT EXCHANGE-RATE-FILE.
           IF WS-EXCHANGE-RATE-FILE-STATUS = "00"
               MOVE CLR-CURRENCY TO XR-FROM-CURRENCY
               MOVE ACCT-CURRENCY TO XR-TO-CURRENCY
               MOVE 0 TO XR-EFFECTIVE-DATE
               START EXCHANGE-RATE-FILE KEY IS NOT LESS THAN XR-KEY
                   INVALID KEY
                       CONTINUE
               END-START
               MOVE "N" TO WS-EOF-RATES
               IF WS-EXCHANGE-RATE-FILE-STATUS NOT = "00"
                   MOVE "Y" TO WS-EOF-RATES
               END-IF
               PERFORM UNTIL WS-EOF-RATES = "Y"
                   READ EXCHANGE-RATE-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-EOF-RATES
                       NOT AT END
                           IF XR-FROM-CURRENCY = CLR-CURRENCY
                               AND XR-TO-CURRENCY = ACCT-CURRENCY
                               IF XR-EFFECTIVE-DATE <= WS-TODAY
                                   MOVE XR-RATE TO WS-USED-RATE
                                   MOVE "Y" TO WS-RATE-FOUND
                               END-IF
                           ELSE
                               MOVE "Y" TO WS-EOF-RATES
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE EXCHANGE-RATE-FILE
           END-IF.

       WRITE-EXCEPTION-LINE.
           MOVE SPACES TO EXCEPTION-LINE.
           STRING "Item " WS-ITEM-COUNT " account "
               WS-ADDRESSED-ACCT-ID
               " ref " CLR-EXT-REF " amount " CLR-AMOUNT
               ": " WS-EXCEPTION-REASON
               DELIMITED BY SIZE INTO EXCEPTION-LINE.
