       IDENTIFICATION DIVISION.
       PROGRAM-ID. PayrollCredit.

      ******************************************************************
      * Nightly: posts a corporate payroll submission (PAYROLL.DAT,
      * see PayrollRecord.cpy). The whole file is read once first
      * and refused outright - nothing posted - when the header and
      * trailer counts and totals do not agree with the details, or
      * the originating account cannot stand the file total. A file
      * dated ahead is left for its value date.
      * A good file posts one PAYROLL debit of the file total to the
      * originator, then one PAYROLL credit per item: to our own
      * account, or through the settlement suspense account onto the
      * day's outbound settlement file for an external account. An
      * external credit whose value date (ValueDate) is later than
      * today - the file is run after the cut-off, or on a day the
      * clearing network is shut - is credited back to the
      * originator and warehoused as a PAYROLLEXT future payment,
      * which FuturePaymentRelease debits and sends out on its value
      * date. An item that cannot be applied goes to the return file
      * (PAYRETRN.DAT) with its reason code, and the returned items
      * are credited back to the originator in one PAYRETURN entry.
      * PAYCTL.DAT remembers the batch reference and the last item
      * dealt with, so a rerun after a failure carries on where it
      * stopped without debiting the originator again. Every batch
      * reference that completes is added to PAYHIST.DAT, and a file
      * whose reference is already there is refused, so a payroll is
      * never posted twice however many files have been run since.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "PayrollFileControl.cpy".
           COPY "PayrollReturnFileControl.cpy".
           COPY "AccountFileControl.cpy".
           COPY "LedgerFileControl.cpy".
           COPY "SettlementFileControl.cpy".
           COPY "FuturePaymentFileControl.cpy".
           COPY "ExchangeRateFileControl.cpy".
           SELECT PAYROLL-CONTROL-FILE ASSIGN TO "PAYCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAYROLL-CONTROL-STATUS.
           SELECT PAYROLL-HISTORY-FILE ASSIGN TO "PAYHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAYROLL-HISTORY-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PAYROLL-FILE.
           COPY "PayrollRecord.cpy".
       FD  PAYROLL-RETURN-FILE.
           COPY "PayrollReturnRecord.cpy".
       FD  ACCOUNT-MASTER-FILE.
           COPY "AccountRecord.cpy".
       FD  TRANSACTION-LEDGER.
           COPY "LedgerRecord.cpy".
       FD  SETTLEMENT-FILE.
           COPY "SettlementRecord.cpy".
       FD  FUTURE-PAYMENT-FILE.
           COPY "FuturePaymentRecord.cpy".
       FD  EXCHANGE-RATE-FILE.
           COPY "ExchangeRateRecord.cpy".
       FD  PAYROLL-CONTROL-FILE.
       01 PAYROLL-CONTROL-RECORD.
           05 PCT-BATCH-REF          PIC X(12).
           05 PCT-STAGE              PIC X(1).
      *    "D" originator debited, items being applied; "C" complete.
           05 PCT-LAST-ITEM          PIC 9(5).
           05 PCT-RETURNED-TOTAL     PIC 9(13)V99.
       FD  PAYROLL-HISTORY-FILE.
       01 PAYROLL-HISTORY-RECORD.
           05 PHS-BATCH-REF          PIC X(12).
           05 PHS-POSTED-DATE        PIC 9(8).
           05 PHS-ORIG-ACCT-ID       PIC 9(5).
           05 PHS-ITEM-COUNT         PIC 9(5).

       WORKING-STORAGE SECTION.
       COPY "ReasonCodes.cpy".
       01 WS-PAYROLL-FILE-STATUS    PIC X(2).
       01 WS-PAYROLL-RETURN-STATUS  PIC X(2).
       01 WS-ACCOUNT-FILE-STATUS    PIC X(2).
       01 WS-LEDGER-FILE-STATUS     PIC X(2).
       01 WS-SETTLEMENT-FILE-STATUS PIC X(2).
       01 WS-SETTLEMENT-FILE-NAME   PIC X(16).
       01 WS-PAYROLL-CONTROL-STATUS PIC X(2).
       01 WS-PAYROLL-HISTORY-STATUS PIC X(2).
       01 WS-ALREADY-POSTED         PIC X(1).
       01 WS-POSTED-DATE            PIC 9(8).
       01 WS-FUTURE-PAYMENT-FILE-STATUS PIC X(2).
       01 WS-EXCHANGE-RATE-FILE-STATUS PIC X(2).
       01 WS-FP-RETRY-COUNT         PIC 9(2).
       01 WS-FP-WRITE-OK            PIC X(1).
       01 WS-VD-PAYMENT-TYPE        PIC X(10) VALUE "EXTERNAL".
       01 WS-VD-CAPTURE-DATE        PIC 9(8).
       01 WS-VD-CAPTURE-TIME        PIC 9(6).
       01 WS-VALUE-DATE             PIC 9(8).
       01 WS-VALUE-REASON           PIC X(1).
       01 WS-TIME-NOW               PIC 9(8).
       COPY "CarryForwardRecord.cpy".
       01 WS-JOURNAL-PROGRAM PIC X(25) VALUE "PayrollCredit".
       01 WS-JOURNAL-BEFORE  PIC X(250).
       01 WS-JOURNAL-AFTER   PIC X(250).
       01 WS-SUSPENSE-ACCT-ID       PIC 9(5) VALUE 99999.
      *    Internal settlement suspense account every outbound
      *    external payment posts through, as in BatchTransferDriver.
       01 WS-SUSPENSE-CURRENCY      PIC X(3) VALUE SPACES.
       01 WS-RATE-FOUND             PIC X(1) VALUE "N".
       01 WS-USED-RATE              PIC 9(3)V9(6) VALUE 1.
       01 WS-EOF-RATES              PIC X(1).
       01 WS-TODAY                  PIC 9(8).
       01 WS-EOF-PAYROLL            PIC X(1).
       01 WS-FILE-STATE             PIC X(1).
      *    "N" no file, "R" refused, "F" value date not reached,
      *    "G" good.
       01 WS-FILE-REASON            PIC 9(2).
       01 WS-FILE-REASON-TEXT       PIC X(40).
       01 WS-HEADER-SEEN            PIC X(1).
       01 WS-TRAILER-SEEN           PIC X(1).
       01 WS-DETAIL-COUNT           PIC 9(5).
       01 WS-DETAIL-TOTAL           PIC 9(13)V99.
       01 WS-HDR-BATCH-REF          PIC X(12).
       01 WS-HDR-ORIG-ACCT-ID       PIC 9(5).
       01 WS-HDR-VALUE-DATE         PIC 9(8).
       01 WS-HDR-ITEM-COUNT         PIC 9(5).
       01 WS-HDR-HASH-TOTAL         PIC 9(13)V99.
       01 WS-TRL-ITEM-COUNT         PIC 9(5).
       01 WS-TRL-TOTAL-AMOUNT       PIC 9(13)V99.
       01 WS-ORIG-CURRENCY          PIC X(3) VALUE SPACES.
       01 WS-CTL-BATCH-REF          PIC X(12).
       01 WS-CTL-STAGE              PIC X(1).
       01 WS-CTL-LAST-ITEM          PIC 9(5).
       01 WS-CTL-RETURNED-TOTAL     PIC 9(13)V99.
       01 WS-AVAILABLE-AFTER        PIC S9(13)V99.
       01 WS-RESUME-AFTER           PIC 9(5) VALUE 0.
       01 WS-ITEM-COUNT             PIC 9(5) VALUE 0.
       01 WS-CREDITED-COUNT         PIC 9(5) VALUE 0.
       01 WS-EXTERNAL-COUNT         PIC 9(5) VALUE 0.
       01 WS-CARRIED-COUNT          PIC 9(5) VALUE 0.
       01 WS-RETURNED-COUNT         PIC 9(5) VALUE 0.
       01 WS-RETURNED-TOTAL         PIC 9(13)V99 VALUE 0.
       01 WS-POST-ACCT-ID           PIC 9(5).
       01 WS-POST-AMOUNT            PIC 9(9)V99.
       01 WS-POST-TYPE              PIC X(10).
       01 WS-POST-DIRECTION         PIC X(6).
       01 WS-POST-RESULT            PIC X(1).
       01 WS-POST-ORIG-CURRENCY     PIC X(3) VALUE SPACES.
       01 WS-POST-ORIG-AMOUNT       PIC 9(9)V99.
       01 WS-POST-RATE              PIC 9(3)V9(6).
       01 ERROR-CODE                PIC 9(2).
       01 WS-CHECK-ACCT-ID          PIC 9(5).
       01 WS-CHECK-RESULT           PIC X(1).
       01 WS-BENEF-RESULT           PIC X(1).
       01 WS-SCREEN-TEXT            PIC X(30).
       01 WS-SCREEN-RESULT          PIC X(1).
       01 WS-SCREEN-MATCHED         PIC X(30).

       PROCEDURE DIVISION.
       START-PAYROLL.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           DISPLAY "Payroll credit run starting.".
           PERFORM VALIDATE-PAYROLL-FILE
               THRU VALIDATE-PAYROLL-FILE-DONE.
           IF WS-FILE-STATE = "N"
               DISPLAY "No payroll file found."
               GOBACK
           END-IF.
           IF WS-FILE-STATE = "F"
               DISPLAY "Payroll " WS-HDR-BATCH-REF " has value date "
                   WS-HDR-VALUE-DATE "; left for its value date."
               GOBACK
           END-IF.
           OPEN I-O ACCOUNT-MASTER-FILE.
           IF WS-ACCOUNT-FILE-STATUS NOT = "00"
               DISPLAY "Unable to open the account master, status "
                   WS-ACCOUNT-FILE-STATUS "; payroll not posted."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM LOAD-PAYROLL-CONTROL.
           PERFORM CHECK-PAYROLL-HISTORY.
           IF WS-ALREADY-POSTED = "Y"
               DISPLAY "Payroll " WS-HDR-BATCH-REF
                   " was already posted on " WS-POSTED-DATE
                   "; file ignored."
               CLOSE ACCOUNT-MASTER-FILE
               GOBACK
           END-IF.
           IF WS-CTL-BATCH-REF = WS-HDR-BATCH-REF
               AND WS-CTL-STAGE = "C"
               DISPLAY "Payroll " WS-HDR-BATCH-REF
                   " was already posted; file ignored."
               CLOSE ACCOUNT-MASTER-FILE
               GOBACK
           END-IF.
           IF WS-CTL-BATCH-REF = WS-HDR-BATCH-REF
               AND WS-CTL-STAGE = "D"
               MOVE WS-CTL-LAST-ITEM TO WS-RESUME-AFTER
               MOVE WS-CTL-RETURNED-TOTAL TO WS-RETURNED-TOTAL
               DISPLAY "Resuming payroll " WS-HDR-BATCH-REF
                   " after item " WS-RESUME-AFTER
                   "; originator already debited."
               OPEN EXTEND PAYROLL-RETURN-FILE
               IF WS-PAYROLL-RETURN-STATUS = "35"
                   OPEN OUTPUT PAYROLL-RETURN-FILE
               END-IF
           ELSE
               OPEN OUTPUT PAYROLL-RETURN-FILE
               IF WS-FILE-STATE = "G"
                   PERFORM CHECK-ORIGINATOR
               END-IF
               IF WS-FILE-STATE NOT = "G"
                   PERFORM WRITE-FILE-RETURN
                   CLOSE PAYROLL-RETURN-FILE
                   CLOSE ACCOUNT-MASTER-FILE
                   DISPLAY "Payroll " WS-HDR-BATCH-REF " refused: "
                       WS-FILE-REASON-TEXT
                   GOBACK
               END-IF
               PERFORM DEBIT-ORIGINATOR
               IF WS-POST-RESULT NOT = "Y"
                   MOVE 8 TO RETURN-CODE
                   CLOSE PAYROLL-RETURN-FILE
                   CLOSE ACCOUNT-MASTER-FILE
                   GOBACK
               END-IF
           END-IF.
           PERFORM POST-PAYROLL-ITEMS.
           IF WS-RETURNED-TOTAL > 0
               PERFORM CREDIT-RETURNS-TO-ORIGINATOR
           END-IF.
           MOVE "C" TO WS-CTL-STAGE.
           PERFORM SAVE-PAYROLL-CONTROL.
           PERFORM RECORD-POSTED-BATCH.
           CLOSE PAYROLL-RETURN-FILE.
           CLOSE ACCOUNT-MASTER-FILE.
           DISPLAY "Payroll " WS-HDR-BATCH-REF " complete: "
               WS-ITEM-COUNT " item(s), " WS-CREDITED-COUNT
               " credited here, " WS-EXTERNAL-COUNT
               " sent out, " WS-CARRIED-COUNT " held over, "
               WS-RETURNED-COUNT " returned ("
               WS-RETURNED-TOTAL ").".
           GOBACK.

      * First pass: structure and control totals only. Exactly one
      * header first and one trailer last; the header count, the
      * trailer count and the details read must agree, and so must
      * the hash total, the trailer total and the sum of the
      * detail amounts.
       VALIDATE-PAYROLL-FILE.
           MOVE "G" TO WS-FILE-STATE.
           MOVE RC-SUCCESS TO WS-FILE-REASON.
           MOVE SPACES TO WS-FILE-REASON-TEXT.
           MOVE "N" TO WS-HEADER-SEEN WS-TRAILER-SEEN.
           MOVE 0 TO WS-DETAIL-COUNT WS-DETAIL-TOTAL.
           MOVE SPACES TO WS-HDR-BATCH-REF.
           MOVE 0 TO WS-HDR-ORIG-ACCT-ID WS-HDR-VALUE-DATE
               WS-HDR-ITEM-COUNT WS-HDR-HASH-TOTAL
               WS-TRL-ITEM-COUNT WS-TRL-TOTAL-AMOUNT.
           OPEN INPUT PAYROLL-FILE.
           IF WS-PAYROLL-FILE-STATUS NOT = "00"
               MOVE "N" TO WS-FILE-STATE
               GO TO VALIDATE-PAYROLL-FILE-DONE
           END-IF.
           MOVE "N" TO WS-EOF-PAYROLL.
           PERFORM UNTIL WS-EOF-PAYROLL = "Y"
               READ PAYROLL-FILE
                   AT END
                       MOVE "Y" TO WS-EOF-PAYROLL
                   NOT AT END
                       PERFORM CHECK-PAYROLL-RECORD
               END-READ
           END-PERFORM.
           CLOSE PAYROLL-FILE.
           IF WS-FILE-STATE NOT = "G"
               GO TO VALIDATE-PAYROLL-FILE-DONE
           END-IF.
           EVALUATE TRUE
               WHEN WS-HEADER-SEEN NOT = "Y"
                   MOVE "header record missing" TO
                       WS-FILE-REASON-TEXT
               WHEN WS-TRAILER-SEEN NOT = "Y"
                   MOVE "trailer record missing" TO
                       WS-FILE-REASON-TEXT
               WHEN WS-HDR-ITEM-COUNT NOT = WS-DETAIL-COUNT
                   OR WS-TRL-ITEM-COUNT NOT = WS-DETAIL-COUNT
                   MOVE "item count does not agree" TO
                       WS-FILE-REASON-TEXT
               WHEN WS-HDR-HASH-TOTAL NOT = WS-DETAIL-TOTAL
                   OR WS-TRL-TOTAL-AMOUNT NOT = WS-DETAIL-TOTAL
                   MOVE "hash/amount total does not agree" TO
                       WS-FILE-REASON-TEXT
               WHEN WS-DETAIL-COUNT = 0
                   MOVE "no items" TO WS-FILE-REASON-TEXT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           IF WS-FILE-REASON-TEXT NOT = SPACES
               MOVE "R" TO WS-FILE-STATE
               MOVE RC-CONTROL-TOTAL-MISMATCH TO WS-FILE-REASON
               GO TO VALIDATE-PAYROLL-FILE-DONE
           END-IF.
           IF WS-HDR-VALUE-DATE > WS-TODAY
               MOVE "F" TO WS-FILE-STATE
           END-IF.

       VALIDATE-PAYROLL-FILE-DONE.
           EXIT.

       CHECK-PAYROLL-RECORD.
           IF WS-FILE-STATE NOT = "G"
               CONTINUE
           ELSE
               EVALUATE TRUE
                   WHEN PAY-REC-TYPE = "H"
                       AND WS-HEADER-SEEN = "N"
                       MOVE "Y" TO WS-HEADER-SEEN
                       MOVE PAYH-BATCH-REF TO WS-HDR-BATCH-REF
                       MOVE PAYH-ORIG-ACCT-ID TO WS-HDR-ORIG-ACCT-ID
                       MOVE PAYH-VALUE-DATE TO WS-HDR-VALUE-DATE
                       MOVE PAYH-ITEM-COUNT TO WS-HDR-ITEM-COUNT
                       MOVE PAYH-HASH-TOTAL TO WS-HDR-HASH-TOTAL
                       IF PAYH-ORIG-ACCT-ID IS NOT NUMERIC
                           OR PAYH-VALUE-DATE IS NOT NUMERIC
                           OR PAYH-ITEM-COUNT IS NOT NUMERIC
                           OR PAYH-HASH-TOTAL IS NOT NUMERIC
                           MOVE "R" TO WS-FILE-STATE
                           MOVE RC-CONTROL-TOTAL-MISMATCH TO
                               WS-FILE-REASON
                           MOVE "header record not numeric" TO
                               WS-FILE-REASON-TEXT
                       END-IF
                   WHEN PAY-REC-TYPE = "D"
                       AND WS-HEADER-SEEN = "Y"
                       AND WS-TRAILER-SEEN = "N"
                       ADD 1 TO WS-DETAIL-COUNT
                       IF PAYD-AMOUNT IS NOT NUMERIC
                           MOVE "R" TO WS-FILE-STATE
                           MOVE RC-INVALID-AMOUNT TO WS-FILE-REASON
                           MOVE "detail amount not numeric" TO
                               WS-FILE-REASON-TEXT
                       ELSE
                           ADD PAYD-AMOUNT TO WS-DETAIL-TOTAL
                       END-IF
                   WHEN PAY-REC-TYPE = "T"
                       AND WS-HEADER-SEEN = "Y"
                       AND WS-TRAILER-SEEN = "N"
                       MOVE "Y" TO WS-TRAILER-SEEN
                       IF PAYT-ITEM-COUNT IS NOT NUMERIC
                           OR PAYT-TOTAL-AMOUNT IS NOT NUMERIC
                           MOVE "R" TO WS-FILE-STATE
                           MOVE RC-CONTROL-TOTAL-MISMATCH TO
                               WS-FILE-REASON
                           MOVE "trailer record not numeric" TO
                               WS-FILE-REASON-TEXT
                       ELSE
                           MOVE PAYT-ITEM-COUNT TO WS-TRL-ITEM-COUNT
                           MOVE PAYT-TOTAL-AMOUNT TO
                               WS-TRL-TOTAL-AMOUNT
                       END-IF
                   WHEN OTHER
                       MOVE "R" TO WS-FILE-STATE
                       MOVE RC-CONTROL-TOTAL-MISMATCH TO
                           WS-FILE-REASON
                       MOVE "record out of sequence" TO
                           WS-FILE-REASON-TEXT
               END-EVALUATE
           END-IF.

      * The originator must be an open, unfrozen, non-dormant account
      * able to pay the whole file without going through its
      * minimum-balance/overdraft floor - checked before anything
      * posts, so a short account never pays half its staff.
       CHECK-ORIGINATOR.
           MOVE WS-HDR-ORIG-ACCT-ID TO ACCT-ID.
           READ ACCOUNT-MASTER-FILE
               INVALID KEY
                   CONTINUE
           END-READ.
           IF WS-ACCOUNT-FILE-STATUS NOT = "00"
               MOVE RC-UNKNOWN-ACCOUNT TO WS-FILE-REASON
           ELSE
               COMPUTE WS-AVAILABLE-AFTER = ACCT-BALANCE
                   - WS-DETAIL-TOTAL - ACCT-MIN-BALANCE
                   + ACCT-OVERDRAFT-LIMIT
               EVALUATE TRUE
                   WHEN ACCT-STATUS = "C"
                       MOVE RC-ACCOUNT-CLOSED TO WS-FILE-REASON
                   WHEN ACCT-STATUS = "F"
                       MOVE RC-ACCOUNT-FROZEN TO WS-FILE-REASON
                   WHEN ACCT-STATUS = "D"
                       MOVE RC-ACCOUNT-DORMANT TO WS-FILE-REASON
                   WHEN WS-DETAIL-TOTAL > 999999999.99
                       MOVE RC-INVALID-AMOUNT TO WS-FILE-REASON
                   WHEN WS-AVAILABLE-AFTER < 0
                       MOVE RC-INSUFFICIENT-FUNDS TO WS-FILE-REASON
                   WHEN OTHER
                       MOVE ACCT-CURRENCY TO WS-ORIG-CURRENCY
               END-EVALUATE
           END-IF.
           IF WS-FILE-REASON NOT = RC-SUCCESS
               MOVE "R" TO WS-FILE-STATE
               CALL "ReasonMessage" USING WS-FILE-REASON
                   WS-FILE-REASON-TEXT
           END-IF.

       DEBIT-ORIGINATOR.
           MOVE WS-HDR-ORIG-ACCT-ID TO WS-POST-ACCT-ID.
           MOVE WS-DETAIL-TOTAL TO WS-POST-AMOUNT.
           MOVE "PAYROLL" TO WS-POST-TYPE.
           MOVE "DEBIT" TO WS-POST-DIRECTION.
           PERFORM POST-TO-ACCOUNT.
           IF WS-POST-RESULT = "Y"
               MOVE WS-HDR-BATCH-REF TO WS-CTL-BATCH-REF
               MOVE "D" TO WS-CTL-STAGE
               MOVE 0 TO WS-CTL-LAST-ITEM
               MOVE 0 TO WS-CTL-RETURNED-TOTAL
               PERFORM SAVE-PAYROLL-CONTROL
               DISPLAY "Payroll " WS-HDR-BATCH-REF ": account "
                   WS-HDR-ORIG-ACCT-ID " debited " WS-DETAIL-TOTAL
                   " for " WS-DETAIL-COUNT " item(s)."
           ELSE
               DISPLAY "Payroll " WS-HDR-BATCH-REF
                   ": unable to debit account " WS-HDR-ORIG-ACCT-ID
                   "; nothing posted."
           END-IF.

      * Second pass: apply each detail not already dealt with by an
      * earlier, interrupted run, saving the control after each.
       POST-PAYROLL-ITEMS.
           IF WS-ORIG-CURRENCY = SPACES
               MOVE WS-HDR-ORIG-ACCT-ID TO ACCT-ID
               READ ACCOUNT-MASTER-FILE
                   INVALID KEY
                       CONTINUE
               END-READ
               MOVE ACCT-CURRENCY TO WS-ORIG-CURRENCY
           END-IF.
           PERFORM LOAD-SUSPENSE-RATE THRU LOAD-SUSPENSE-RATE-DONE.
           PERFORM FIND-EXTERNAL-VALUE-DATE.
           OPEN INPUT PAYROLL-FILE.
           MOVE "N" TO WS-EOF-PAYROLL.
           PERFORM UNTIL WS-EOF-PAYROLL = "Y"
               READ PAYROLL-FILE
                   AT END
                       MOVE "Y" TO WS-EOF-PAYROLL
                   NOT AT END
                       IF PAY-REC-TYPE = "D"
                           ADD 1 TO WS-ITEM-COUNT
                           IF WS-ITEM-COUNT > WS-RESUME-AFTER
                               PERFORM APPLY-PAYROLL-ITEM
                                   THRU APPLY-PAYROLL-ITEM-DONE
                               MOVE WS-ITEM-COUNT TO
                                   WS-CTL-LAST-ITEM
                               MOVE WS-RETURNED-TOTAL TO
                                   WS-CTL-RETURNED-TOTAL
                               PERFORM SAVE-PAYROLL-CONTROL
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE PAYROLL-FILE.

       APPLY-PAYROLL-ITEM.
           MOVE RC-SUCCESS TO ERROR-CODE.
           IF PAYD-AMOUNT = 0
               MOVE RC-INVALID-AMOUNT TO ERROR-CODE
               PERFORM RETURN-PAYROLL-ITEM
               GO TO APPLY-PAYROLL-ITEM-DONE
           END-IF.
           IF PAYD-TO-ACCT-ID IS NOT NUMERIC
               OR (PAYD-TO-ACCT-ID = 0
                   AND PAYD-EXT-ACCT-ID = SPACES)
               OR (PAYD-TO-ACCT-ID NOT = 0
                   AND PAYD-EXT-ACCT-ID NOT = SPACES)
               MOVE RC-INVALID-ACCOUNT-ID TO ERROR-CODE
               PERFORM RETURN-PAYROLL-ITEM
               GO TO APPLY-PAYROLL-ITEM-DONE
           END-IF.
           IF PAYD-TO-ACCT-ID = 0
               PERFORM APPLY-EXTERNAL-ITEM
                   THRU APPLY-EXTERNAL-ITEM-DONE
               GO TO APPLY-PAYROLL-ITEM-DONE
           END-IF.
           MOVE PAYD-TO-ACCT-ID TO WS-CHECK-ACCT-ID.
           CALL "AccountIdValidate" USING WS-CHECK-ACCT-ID
               WS-CHECK-RESULT.
           IF WS-CHECK-RESULT NOT = "Y"
               MOVE RC-INVALID-ACCOUNT-ID TO ERROR-CODE
               PERFORM RETURN-PAYROLL-ITEM
               GO TO APPLY-PAYROLL-ITEM-DONE
           END-IF.
           MOVE PAYD-TO-ACCT-ID TO ACCT-ID.
           READ ACCOUNT-MASTER-FILE
               INVALID KEY
                   CONTINUE
           END-READ.
           EVALUATE TRUE
               WHEN WS-ACCOUNT-FILE-STATUS NOT = "00"
                   MOVE RC-UNKNOWN-ACCOUNT TO ERROR-CODE
               WHEN ACCT-STATUS = "C"
                   MOVE RC-ACCOUNT-CLOSED TO ERROR-CODE
               WHEN ACCT-STATUS = "F"
                   MOVE RC-ACCOUNT-FROZEN TO ERROR-CODE
               WHEN ACCT-CURRENCY NOT = WS-ORIG-CURRENCY
                   MOVE RC-CURRENCY-MISMATCH TO ERROR-CODE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           IF ERROR-CODE NOT = RC-SUCCESS
               PERFORM RETURN-PAYROLL-ITEM
               GO TO APPLY-PAYROLL-ITEM-DONE
           END-IF.
           MOVE PAYD-TO-ACCT-ID TO WS-POST-ACCT-ID.
           MOVE PAYD-AMOUNT TO WS-POST-AMOUNT.
           MOVE "PAYROLL" TO WS-POST-TYPE.
           MOVE "CREDIT" TO WS-POST-DIRECTION.
           PERFORM POST-TO-ACCOUNT.
           IF WS-POST-RESULT = "Y"
               ADD 1 TO WS-CREDITED-COUNT
           ELSE
               MOVE RC-CONCURRENT-UPDATE TO ERROR-CODE
               PERFORM RETURN-PAYROLL-ITEM
           END-IF.

       APPLY-PAYROLL-ITEM-DONE.
           EXIT.

      * An external salary goes out like an EXTERNAL batch payment:
      * screened, checked against the originator's beneficiary
      * directory, credited to the settlement suspense account and
      * written to the day's settlement file. Suspense is credited
      * in its own currency, converted as Transfer converts a
      * cross-currency leg, with the item's currency, amount and
      * rate carried on the entry; the settlement record goes out
      * in the originator's currency as paid. With no rate on file
      * the item is returned.
       APPLY-EXTERNAL-ITEM.
           MOVE PAYD-PAYEE-NAME TO WS-SCREEN-TEXT.
           CALL "WatchListCheck" USING WS-SCREEN-TEXT
               WS-SCREEN-RESULT WS-SCREEN-MATCHED.
           IF WS-SCREEN-RESULT NOT = "Y"
               MOVE PAYD-EXT-ACCT-ID TO WS-SCREEN-TEXT
               CALL "WatchListCheck" USING WS-SCREEN-TEXT
                   WS-SCREEN-RESULT WS-SCREEN-MATCHED
           END-IF.
           IF WS-SCREEN-RESULT = "Y"
               DISPLAY "Payroll item " WS-ITEM-COUNT
                   ": payee blocked by sanctions screening ["
                   WS-SCREEN-MATCHED "]."
               MOVE RC-WATCHLIST-HIT TO ERROR-CODE
               PERFORM RETURN-PAYROLL-ITEM
               GO TO APPLY-EXTERNAL-ITEM-DONE
           END-IF.
           CALL "BeneficiaryCheck" USING WS-HDR-ORIG-ACCT-ID
               PAYD-EXT-ACCT-ID WS-BENEF-RESULT.
           IF WS-BENEF-RESULT NOT = "Y"
               MOVE RC-INVALID-ACCOUNT-ID TO ERROR-CODE
               PERFORM RETURN-PAYROLL-ITEM
               GO TO APPLY-EXTERNAL-ITEM-DONE
           END-IF.
           IF WS-VALUE-DATE > WS-TODAY
               PERFORM CARRY-EXTERNAL-FORWARD
               GO TO APPLY-EXTERNAL-ITEM-DONE
           END-IF.
           MOVE WS-SUSPENSE-ACCT-ID TO WS-POST-ACCT-ID.
           MOVE PAYD-AMOUNT TO WS-POST-AMOUNT.
           IF WS-SUSPENSE-CURRENCY NOT = SPACES
               AND WS-SUSPENSE-CURRENCY NOT = WS-ORIG-CURRENCY
               IF WS-RATE-FOUND NOT = "Y"
                   DISPLAY "Payroll item " WS-ITEM-COUNT
                       ": no exchange rate from " WS-ORIG-CURRENCY
                       " to " WS-SUSPENSE-CURRENCY "."
                   MOVE RC-CURRENCY-MISMATCH TO ERROR-CODE
                   PERFORM RETURN-PAYROLL-ITEM
                   GO TO APPLY-EXTERNAL-ITEM-DONE
               END-IF
               COMPUTE WS-POST-AMOUNT ROUNDED =
                   PAYD-AMOUNT * WS-USED-RATE
                   ON SIZE ERROR
                       MOVE RC-INVALID-AMOUNT TO ERROR-CODE
                       PERFORM RETURN-PAYROLL-ITEM
                       GO TO APPLY-EXTERNAL-ITEM-DONE
               END-COMPUTE
               MOVE WS-ORIG-CURRENCY TO WS-POST-ORIG-CURRENCY
               MOVE PAYD-AMOUNT TO WS-POST-ORIG-AMOUNT
               MOVE WS-USED-RATE TO WS-POST-RATE
           END-IF.
           MOVE "PAYROLL" TO WS-POST-TYPE.
           MOVE "CREDIT" TO WS-POST-DIRECTION.
           PERFORM POST-TO-ACCOUNT.
           IF WS-POST-RESULT NOT = "Y"
               MOVE RC-UNKNOWN-ACCOUNT TO ERROR-CODE
               PERFORM RETURN-PAYROLL-ITEM
               GO TO APPLY-EXTERNAL-ITEM-DONE
           END-IF.
           PERFORM WRITE-SETTLEMENT-RECORD.
           ADD 1 TO WS-EXTERNAL-COUNT.

       APPLY-EXTERNAL-ITEM-DONE.
           EXIT.

      * Every external credit in the file is captured now, in the
      * originator's currency, and asked for today.
       FIND-EXTERNAL-VALUE-DATE.
           MOVE WS-TODAY TO WS-VD-CAPTURE-DATE.
           ACCEPT WS-TIME-NOW FROM TIME.
           MOVE WS-TIME-NOW (1:6) TO WS-VD-CAPTURE-TIME.
           CALL "ValueDate" USING WS-VD-PAYMENT-TYPE WS-ORIG-CURRENCY
               WS-VD-CAPTURE-DATE WS-VD-CAPTURE-TIME WS-TODAY
               WS-VALUE-DATE WS-VALUE-REASON.
           IF WS-VALUE-DATE > WS-TODAY
               DISPLAY "Payroll " WS-HDR-BATCH-REF ": external "
                   "credits take value date " WS-VALUE-DATE "."
           END-IF.

      * The originator was debited for the whole file, so a held-over
      * item is credited back to it; FuturePaymentRelease debits it
      * again on the value date, as it does a held-over batch
      * payment. A held-over item that cannot be warehoused is
      * returned like any other.
       CARRY-EXTERNAL-FORWARD.
           OPEN I-O FUTURE-PAYMENT-FILE.
           IF WS-FUTURE-PAYMENT-FILE-STATUS = "35"
               OPEN OUTPUT FUTURE-PAYMENT-FILE
               CLOSE FUTURE-PAYMENT-FILE
               OPEN I-O FUTURE-PAYMENT-FILE
           END-IF.
           MOVE WS-HDR-ORIG-ACCT-ID TO FP-FROM-ACCT-ID.
           MOVE 0 TO FP-TO-ACCT-ID.
           MOVE PAYD-EXT-ACCT-ID TO FP-EXT-ACCT-ID.
           MOVE "PAYROLLEXT" TO FP-TXN-TYPE.
           MOVE PAYD-AMOUNT TO FP-AMOUNT.
           MOVE WS-VALUE-DATE TO FP-EXEC-DATE.
           MOVE WS-VD-CAPTURE-DATE TO FP-CAPTURE-DATE.
           MOVE SPACES TO FP-CATEGORY.
           MOVE "P" TO FP-STATUS.
           MOVE 0 TO FP-FAIL-REASON.
           ACCEPT FP-ID FROM TIME.
           MOVE 0 TO WS-FP-RETRY-COUNT.
           MOVE "N" TO WS-FP-WRITE-OK.
           PERFORM UNTIL WS-FP-WRITE-OK = "Y"
               OR WS-FP-RETRY-COUNT >= 10
               WRITE FUTURE-PAYMENT-RECORD
                   INVALID KEY
                       ADD 1 TO WS-FP-RETRY-COUNT
                       ADD 1 TO FP-ID
                   NOT INVALID KEY
                       MOVE "Y" TO WS-FP-WRITE-OK
               END-WRITE
           END-PERFORM.
           CLOSE FUTURE-PAYMENT-FILE.
           IF WS-FP-WRITE-OK NOT = "Y"
               DISPLAY "Payroll item " WS-ITEM-COUNT
                   ": unable to hold payment over to "
                   WS-VALUE-DATE "."
               MOVE RC-CONCURRENT-UPDATE TO ERROR-CODE
               PERFORM RETURN-PAYROLL-ITEM
           ELSE
               MOVE WS-HDR-ORIG-ACCT-ID TO WS-POST-ACCT-ID
               MOVE PAYD-AMOUNT TO WS-POST-AMOUNT
               MOVE "PAYROLL" TO WS-POST-TYPE
               MOVE "CREDIT" TO WS-POST-DIRECTION
               PERFORM POST-TO-ACCOUNT
               IF WS-POST-RESULT NOT = "Y"
                   DISPLAY "Payroll item " WS-ITEM-COUNT
                       ": unable to credit " PAYD-AMOUNT
                       " back to account " WS-HDR-ORIG-ACCT-ID
                       "; credit it by hand."
                   MOVE 8 TO RETURN-CODE
               END-IF
               ADD 1 TO WS-CARRIED-COUNT
               DISPLAY "Payroll item " WS-ITEM-COUNT
                   ": held over as payment " FP-ID
                   ", value date " WS-VALUE-DATE "."
               MOVE "PayrollCredit" TO CFW-PROGRAM
               MOVE WS-VD-PAYMENT-TYPE TO CFW-PAYMENT-TYPE
               MOVE FP-ID TO CFW-REFERENCE
               MOVE WS-HDR-ORIG-ACCT-ID TO CFW-FROM-ACCT-ID
               MOVE PAYD-EXT-ACCT-ID TO CFW-PAYEE
               MOVE PAYD-AMOUNT TO CFW-AMOUNT
               MOVE WS-ORIG-CURRENCY TO CFW-CURRENCY
               MOVE WS-TODAY TO CFW-REQUEST-DATE
               MOVE WS-VALUE-DATE TO CFW-VALUE-DATE
               MOVE WS-VALUE-REASON TO CFW-REASON
               CALL "CarryForwardLog" USING CARRY-FORWARD-RECORD
           END-IF.

       RETURN-PAYROLL-ITEM.
           MOVE WS-TODAY TO PRT-DATE.
           MOVE WS-HDR-BATCH-REF TO PRT-BATCH-REF.
           MOVE WS-HDR-ORIG-ACCT-ID TO PRT-ORIG-ACCT-ID.
           MOVE PAYD-ITEM-NO TO PRT-ITEM-NO.
           MOVE PAYD-TO-ACCT-ID TO PRT-TO-ACCT-ID.
           MOVE PAYD-EXT-ACCT-ID TO PRT-EXT-ACCT-ID.
           MOVE PAYD-AMOUNT TO PRT-AMOUNT.
           MOVE ERROR-CODE TO PRT-REASON.
           CALL "ReasonMessage" USING ERROR-CODE PRT-REASON-TEXT.
           WRITE PAYROLL-RETURN-RECORD.
           ADD PAYD-AMOUNT TO WS-RETURNED-TOTAL.
           ADD 1 TO WS-RETURNED-COUNT.
           DISPLAY "Payroll item " WS-ITEM-COUNT " returned, reason "
               ERROR-CODE ": " PRT-REASON-TEXT.

       WRITE-FILE-RETURN.
           MOVE WS-TODAY TO PRT-DATE.
           MOVE WS-HDR-BATCH-REF TO PRT-BATCH-REF.
           MOVE WS-HDR-ORIG-ACCT-ID TO PRT-ORIG-ACCT-ID.
           MOVE 0 TO PRT-ITEM-NO PRT-TO-ACCT-ID.
           MOVE SPACES TO PRT-EXT-ACCT-ID.
           MOVE WS-DETAIL-TOTAL TO PRT-AMOUNT.
           MOVE WS-FILE-REASON TO PRT-REASON.
           MOVE WS-FILE-REASON-TEXT TO PRT-REASON-TEXT.
           WRITE PAYROLL-RETURN-RECORD.

      * Every returned item in one credit back to the originator.
       CREDIT-RETURNS-TO-ORIGINATOR.
           MOVE WS-HDR-ORIG-ACCT-ID TO WS-POST-ACCT-ID.
           MOVE WS-RETURNED-TOTAL TO WS-POST-AMOUNT.
           MOVE "PAYRETURN" TO WS-POST-TYPE.
           MOVE "CREDIT" TO WS-POST-DIRECTION.
           PERFORM POST-TO-ACCOUNT.
           IF WS-POST-RESULT = "Y"
               DISPLAY "Payroll " WS-HDR-BATCH-REF ": "
                   WS-RETURNED-TOTAL " returned to account "
                   WS-HDR-ORIG-ACCT-ID "."
           ELSE
               DISPLAY "Payroll " WS-HDR-BATCH-REF
                   ": unable to return " WS-RETURNED-TOTAL
                   " to account " WS-HDR-ORIG-ACCT-ID
                   "; credit it by hand."
               MOVE 8 TO RETURN-CODE
           END-IF.

      * Applies WS-POST-AMOUNT to WS-POST-ACCT-ID in the direction
      * given, journals the change and writes the ledger entry. A
      * converted posting sets WS-POST-ORIG-* first; they are
      * cleared again for the next posting.
       POST-TO-ACCOUNT.
           MOVE "N" TO WS-POST-RESULT.
           MOVE WS-POST-ACCT-ID TO ACCT-ID.
           READ ACCOUNT-MASTER-FILE
               INVALID KEY
                   CONTINUE
           END-READ.
           IF WS-ACCOUNT-FILE-STATUS = "00"
               MOVE ACCOUNT-RECORD TO WS-JOURNAL-BEFORE
               IF WS-POST-DIRECTION = "DEBIT"
                   SUBTRACT WS-POST-AMOUNT FROM ACCT-BALANCE
               ELSE
                   ADD WS-POST-AMOUNT TO ACCT-BALANCE
               END-IF
               ADD 1 TO ACCT-VERSION
               REWRITE ACCOUNT-RECORD
                   INVALID KEY
                       DISPLAY "Unable to persist account " ACCT-ID
                   NOT INVALID KEY
                       MOVE "Y" TO WS-POST-RESULT
               END-REWRITE
           END-IF.
           IF WS-POST-RESULT = "Y"
               MOVE ACCOUNT-RECORD TO WS-JOURNAL-AFTER
               CALL "AccountJournal" USING
                   WS-JOURNAL-PROGRAM WS-JOURNAL-BEFORE
                   WS-JOURNAL-AFTER
               PERFORM WRITE-PAYROLL-LEDGER-ENTRY
           END-IF.
           MOVE SPACES TO WS-POST-ORIG-CURRENCY.

       WRITE-PAYROLL-LEDGER-ENTRY.
           OPEN EXTEND TRANSACTION-LEDGER.
           ACCEPT LEDG-DATE FROM DATE YYYYMMDD.
           ACCEPT LEDG-TIME FROM TIME.
           MOVE ACCT-ID TO LEDG-ACCT-ID.
           MOVE WS-POST-TYPE TO LEDG-TXN-TYPE.
           MOVE WS-POST-DIRECTION TO LEDG-DIRECTION.
           MOVE WS-POST-AMOUNT TO LEDG-AMOUNT.
           MOVE ACCT-BALANCE TO LEDG-BALANCE.
           IF WS-POST-ORIG-CURRENCY = SPACES
               MOVE SPACES TO LEDG-ORIG-CURRENCY
               MOVE WS-POST-AMOUNT TO LEDG-ORIG-AMOUNT
               MOVE 1 TO LEDG-EXCHANGE-RATE
           ELSE
               MOVE WS-POST-ORIG-CURRENCY TO LEDG-ORIG-CURRENCY
               MOVE WS-POST-ORIG-AMOUNT TO LEDG-ORIG-AMOUNT
               MOVE WS-POST-RATE TO LEDG-EXCHANGE-RATE
           END-IF.
           MOVE SPACE TO LEDG-REVERSAL-FLAG.
           MOVE 0 TO LEDG-ORIG-REF.
           CALL "LedgerSequence" USING LEDG-SEQUENCE.
           MOVE LEDG-SEQUENCE TO LEDG-TXN-REF.
           MOVE SPACES TO LEDG-CATEGORY.
           WRITE LEDGER-RECORD.
           CALL "LedgerShadow" USING LEDGER-RECORD.
           CLOSE TRANSACTION-LEDGER.

      * The suspense account's currency, and when it differs from
      * the originator's the rate between them, are looked up once
      * for the file: the latest rate effective on or before today,
      * found by walking the pair's records in key order as Transfer
      * does.
       LOAD-SUSPENSE-RATE.
           MOVE SPACES TO WS-SUSPENSE-CURRENCY.
           MOVE "N" TO WS-RATE-FOUND.
           MOVE 1 TO WS-USED-RATE.
           MOVE WS-SUSPENSE-ACCT-ID TO ACCT-ID.
           READ ACCOUNT-MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE ACCT-CURRENCY TO WS-SUSPENSE-CURRENCY
           END-READ.
           IF WS-SUSPENSE-CURRENCY = SPACES
               OR WS-SUSPENSE-CURRENCY = WS-ORIG-CURRENCY
               GO TO LOAD-SUSPENSE-RATE-DONE
           END-IF.
           MOVE 0 TO WS-USED-RATE.
           OPEN INPUT EXCHANGE-RATE-FILE.
           IF WS-EXCHANGE-RATE-FILE-STATUS NOT = "00"
               GO TO LOAD-SUSPENSE-RATE-DONE
           END-IF.
           MOVE WS-ORIG-CURRENCY TO XR-FROM-CURRENCY.
           MOVE WS-SUSPENSE-CURRENCY TO XR-TO-CURRENCY.
           MOVE 0 TO XR-EFFECTIVE-DATE.
           START EXCHANGE-RATE-FILE KEY IS NOT LESS THAN XR-KEY
               INVALID KEY
                   CONTINUE
           END-START.
           MOVE "N" TO WS-EOF-RATES.
           IF WS-EXCHANGE-RATE-FILE-STATUS NOT = "00"
               MOVE "Y" TO WS-EOF-RATES
           END-IF.
           PERFORM UNTIL WS-EOF-RATES = "Y"
               READ EXCHANGE-RATE-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF-RATES
                   NOT AT END
                       IF XR-FROM-CURRENCY = WS-ORIG-CURRENCY
                           AND XR-TO-CURRENCY = WS-SUSPENSE-CURRENCY
                           IF XR-EFFECTIVE-DATE <= WS-TODAY
                               MOVE XR-RATE TO WS-USED-RATE
                               MOVE "Y" TO WS-RATE-FOUND
                           END-IF
                       ELSE
                           MOVE "Y" TO WS-EOF-RATES
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE EXCHANGE-RATE-FILE.
       LOAD-SUSPENSE-RATE-DONE.
           EXIT.

       WRITE-SETTLEMENT-RECORD.
           MOVE SPACES TO WS-SETTLEMENT-FILE-NAME.
           STRING "OUTS" WS-TODAY ".DAT"
               DELIMITED BY SIZE INTO WS-SETTLEMENT-FILE-NAME.
           OPEN EXTEND SETTLEMENT-FILE.
           IF WS-SETTLEMENT-FILE-STATUS = "35"
               OPEN OUTPUT SETTLEMENT-FILE
           END-IF.
           MOVE WS-TODAY TO STL-DATE.
           ACCEPT STL-TIME FROM TIME.
           MOVE WS-HDR-ORIG-ACCT-ID TO STL-FROM-ACCT-ID.
           MOVE PAYD-EXT-ACCT-ID TO STL-EXT-ACCT-ID.
           MOVE PAYD-AMOUNT TO STL-AMOUNT.
           MOVE WS-ORIG-CURRENCY TO STL-CURRENCY.
           WRITE SETTLEMENT-RECORD.
           CLOSE SETTLEMENT-FILE.

       LOAD-PAYROLL-CONTROL.
           MOVE SPACES TO WS-CTL-BATCH-REF WS-CTL-STAGE.
           MOVE 0 TO WS-CTL-LAST-ITEM WS-CTL-RETURNED-TOTAL.
           OPEN INPUT PAYROLL-CONTROL-FILE.
           IF WS-PAYROLL-CONTROL-STATUS = "00"
               READ PAYROLL-CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE PCT-BATCH-REF TO WS-CTL-BATCH-REF
                       MOVE PCT-STAGE TO WS-CTL-STAGE
                       MOVE PCT-LAST-ITEM TO WS-CTL-LAST-ITEM
                       MOVE PCT-RETURNED-TOTAL TO
                           WS-CTL-RETURNED-TOTAL
               END-READ
               CLOSE PAYROLL-CONTROL-FILE
           END-IF.

       SAVE-PAYROLL-CONTROL.
           OPEN OUTPUT PAYROLL-CONTROL-FILE.
           MOVE WS-CTL-BATCH-REF TO PCT-BATCH-REF.
           MOVE WS-CTL-STAGE TO PCT-STAGE.
           MOVE WS-CTL-LAST-ITEM TO PCT-LAST-ITEM.
           MOVE WS-CTL-RETURNED-TOTAL TO PCT-RETURNED-TOTAL.
           WRITE PAYROLL-CONTROL-RECORD.
           CLOSE PAYROLL-CONTROL-FILE.

      * PAYCTL.DAT holds only the latest batch; the history holds
      * every batch ever completed. No history file yet means
      * nothing has been posted since it was introduced.
       CHECK-PAYROLL-HISTORY.
           MOVE "N" TO WS-ALREADY-POSTED.
           MOVE 0 TO WS-POSTED-DATE.
           OPEN INPUT PAYROLL-HISTORY-FILE.
           IF WS-PAYROLL-HISTORY-STATUS = "00"
               PERFORM UNTIL WS-PAYROLL-HISTORY-STATUS NOT = "00"
                   OR WS-ALREADY-POSTED = "Y"
                   READ PAYROLL-HISTORY-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF PHS-BATCH-REF = WS-HDR-BATCH-REF
                               MOVE "Y" TO WS-ALREADY-POSTED
                               MOVE PHS-POSTED-DATE TO WS-POSTED-DATE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PAYROLL-HISTORY-FILE
           END-IF.

       RECORD-POSTED-BATCH.
           OPEN EXTEND PAYROLL-HISTORY-FILE.
           IF WS-PAYROLL-HISTORY-STATUS = "35"
               OPEN OUTPUT PAYROLL-HISTORY-FILE
           END-IF.
           MOVE WS-HDR-BATCH-REF TO PHS-BATCH-REF.
           MOVE WS-TODAY TO PHS-POSTED-DATE.
           MOVE WS-HDR-ORIG-ACCT-ID TO PHS-ORIG-ACCT-ID.
           MOVE WS-ITEM-COUNT TO PHS-ITEM-COUNT.
           WRITE PAYROLL-HISTORY-RECORD.
           CLOSE PAYROLL-HISTORY-FILE.
