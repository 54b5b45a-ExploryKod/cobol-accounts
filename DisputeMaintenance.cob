       IDENTIFICATION DIVISION.
       PROGRAM-ID. DisputeMaintenance.

      ******************************************************************
      * Back-office screen for card payment disputes. A case can be
      * opened only against a settlement CardSettlementMatch has
      * already debited (CARDSDON.DAT), one case per authorization
      * reference, and only while the scheme still accepts a
      * chargeback. Opening posts a provisional CARDDISP credit of
      * the disputed amount to the cardholder's account; the case is
      * then marked sent to the card scheme with the scheme's case
      * number. The outcome (supervisor only) either makes the
      * credit final or, on a lost case, takes it back with a
      * CARDDISP debit - as much as the account can carry, the rest
      * recorded as unrecovered for collection. Unlike a
      * TransactionReversal the credit can always be clawed back.
      * Cases are never deleted.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "CardDisputeFileControl.cpy".
           COPY "CardSettledFileControl.cpy".
           COPY "AccountFileControl.cpy".
           COPY "LedgerFileControl.cpy".
           COPY "MaintAuditFileControl.cpy".

       DATA DIVISION.
       FILE SECTION.
       FD  CARD-DISPUTE-FILE.
           COPY "CardDisputeRecord.cpy".
       FD  CARD-SETTLED-FILE.
           COPY "CardSettledRecord.cpy".
       FD  ACCOUNT-MASTER-FILE.
           COPY "AccountRecord.cpy".
       FD  TRANSACTION-LEDGER.
           COPY "LedgerRecord.cpy".
       FD  MAINT-AUDIT-FILE.
           COPY "MaintAuditRecord.cpy".

       WORKING-STORAGE SECTION.
       COPY "ReasonCodes.cpy".
       COPY "CardDisputePolicy.cpy".
       01 WS-CARD-DISPUTE-STATUS  PIC X(2).
       01 WS-CARD-SETTLED-STATUS  PIC X(2).
       01 WS-ACCOUNT-FILE-STATUS  PIC X(2).
       01 WS-LEDGER-FILE-STATUS   PIC X(2).
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
       01 WS-TODAY-INT            PIC 9(8).
       01 WS-AUTH-REF             PIC X(12).
       01 WS-EOF-SETTLED          PIC X(1).
       01 WS-EOF-DISPUTES         PIC X(1).
       01 WS-SETTLED-FOUND        PIC X(1).
       01 WS-SETTLED-SAVE         PIC X(58).
       01 WS-ENTERED-AMOUNT       PIC 9(9)V99.
       01 WS-CONFIRM              PIC X(1).
       01 WS-OLD-STATUS           PIC X(1).
       01 WS-REDEBIT-AMOUNT       PIC 9(9)V99.
       01 WS-LIST-COUNT           PIC 9(5).
       01 WS-LEDGER-DIRECTION     PIC X(6).
       01 WS-LEDGER-AMOUNT        PIC 9(9)V99.
       01 WS-LEDGER-REF           PIC 9(14).
       01 WS-JOURNAL-PROGRAM PIC X(25) VALUE "DisputeMaintenance".
       01 WS-JOURNAL-BEFORE  PIC X(250).
       01 WS-JOURNAL-AFTER   PIC X(250).

       PROCEDURE DIVISION.
       START-PROGRAM.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE (WS-TODAY).
           CALL "OperatorSignon" USING WS-SIGNON-OPERATOR-ID
               WS-SIGNON-LEVEL ERROR-CODE.
           IF ERROR-CODE NOT = RC-SUCCESS
               DISPLAY "Exiting."
               STOP RUN
           END-IF.
           OPEN I-O CARD-DISPUTE-FILE.
           IF WS-CARD-DISPUTE-STATUS = "35"
               OPEN OUTPUT CARD-DISPUTE-FILE
               CLOSE CARD-DISPUTE-FILE
               OPEN I-O CARD-DISPUTE-FILE
           END-IF.
           OPEN I-O ACCOUNT-MASTER-FILE.
           GO TO MAIN-LOOP.

       MAIN-LOOP.
           DISPLAY "Card Dispute Maintenance Menu:".
           DISPLAY "1. Open dispute case".
           DISPLAY "2. Mark case sent to card scheme".
           DISPLAY "3. Record case won".
           DISPLAY "4. Record case lost".
           DISPLAY "5. Inquire on a case".
           DISPLAY "6. List open cases".
           DISPLAY "7. Quitter".
           ACCEPT USER-CHOICE.
           EVALUATE USER-CHOICE
               WHEN "1"
                   PERFORM OPEN-DISPUTE THRU OPEN-DISPUTE-DONE
               WHEN "2"
                   PERFORM SEND-TO-SCHEME THRU SEND-TO-SCHEME-DONE
               WHEN "3"
                   IF WS-SIGNON-LEVEL < 2
                       DISPLAY "Error: recording an outcome requires "
                           "supervisor level."
                   ELSE
                       PERFORM RECORD-CASE-WON
                           THRU RECORD-CASE-WON-DONE
                   END-IF
               WHEN "4"
                   IF WS-SIGNON-LEVEL < 2
                       DISPLAY "Error: recording an outcome requires "
                           "supervisor level."
                   ELSE
                       PERFORM RECORD-CASE-LOST
                           THRU RECORD-CASE-LOST-DONE
                   END-IF
               WHEN "5"
                   PERFORM INQUIRE-DISPUTE
               WHEN "6"
                   PERFORM LIST-OPEN-DISPUTES
               WHEN "7"
                   MOVE 1 TO END-PROG
               WHEN OTHER
                   DISPLAY "Invalid choice."
           END-EVALUATE.
           IF END-PROG NOT = 1
               GO TO MAIN-LOOP
           END-IF.
           CLOSE ACCOUNT-MASTER-FILE.
           CLOSE CARD-DISPUTE-FILE.
           STOP RUN.

       OPEN-DISPUTE.
           DISPLAY "Enter authorization reference of the settled "
               "payment: ".
           ACCEPT WS-AUTH-REF.
           IF WS-AUTH-REF = SPACES
               DISPLAY "Error: authorization reference required."
               GO TO OPEN-DISPUTE-DONE
           END-IF.
           MOVE WS-AUTH-REF TO DSP-AUTH-REF.
           READ CARD-DISPUTE-FILE
               INVALID KEY
                   CONTINUE
           END-READ.
           IF WS-CARD-DISPUTE-STATUS = "00"
               DISPLAY "Error: a dispute case for " WS-AUTH-REF
                   " already exists (status " DSP-STATUS ")."
               GO TO OPEN-DISPUTE-DONE
           END-IF.
           PERFORM FIND-SETTLED-ITEM.
           IF WS-SETTLED-FOUND NOT = "Y"
               DISPLAY "Error: no settled card payment carries "
                   "reference " WS-AUTH-REF "."
               GO TO OPEN-DISPUTE-DONE
           END-IF.
           MOVE SPACES TO CARD-DISPUTE-RECORD.
           MOVE WS-AUTH-REF TO DSP-AUTH-REF.
           MOVE CSD-ACCT-ID TO DSP-ACCT-ID.
           MOVE CSD-SETTLE-DATE TO DSP-SETTLE-DATE.
           MOVE CSD-AMOUNT TO DSP-SETTLED-AMOUNT.
           COMPUTE DSP-FILING-DEADLINE = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE (CSD-SETTLE-DATE)
                + DSP-FILING-DAYS).
           IF WS-TODAY > DSP-FILING-DEADLINE
               DISPLAY "Error: settled " CSD-SETTLE-DATE
                   "; the scheme's chargeback deadline passed on "
                   DSP-FILING-DEADLINE "."
               GO TO OPEN-DISPUTE-DONE
           END-IF.
           MOVE DSP-ACCT-ID TO ACCT-ID.
           READ ACCOUNT-MASTER-FILE
               INVALID KEY
                   CONTINUE
           END-READ.
           IF WS-ACCOUNT-FILE-STATUS NOT = "00"
               DISPLAY "Error: account " DSP-ACCT-ID " not found."
               GO TO OPEN-DISPUTE-DONE
           END-IF.
           IF ACCT-STATUS = "C"
               DISPLAY "Error: account " DSP-ACCT-ID " is closed."
               GO TO OPEN-DISPUTE-DONE
           END-IF.
           DISPLAY "Settled " CSD-SETTLE-DATE " on account "
               CSD-ACCT-ID " amount " CSD-AMOUNT ".".
           DISPLAY "Enter amount disputed (blank for the full "
               "amount): ".
           MOVE 0 TO WS-ENTERED-AMOUNT.
           ACCEPT WS-ENTERED-AMOUNT.
           IF WS-ENTERED-AMOUNT IS NOT NUMERIC
               OR WS-ENTERED-AMOUNT = 0
               MOVE CSD-AMOUNT TO WS-ENTERED-AMOUNT
           END-IF.
           IF WS-ENTERED-AMOUNT > CSD-AMOUNT
               DISPLAY "Error: the amount disputed cannot exceed "
                   "the settled amount."
               GO TO OPEN-DISPUTE-DONE
           END-IF.
           MOVE WS-ENTERED-AMOUNT TO DSP-AMOUNT.
           DISPLAY "Enter the customer's reason: ".
           ACCEPT DSP-REASON.
           IF DSP-REASON = SPACES
               DISPLAY "Error: a reason is required."
               GO TO OPEN-DISPUTE-DONE
           END-IF.
           MOVE "O" TO DSP-STATUS.
           MOVE WS-TODAY TO DSP-OPENED-DATE.
           MOVE WS-SIGNON-OPERATOR-ID TO DSP-OPENED-BY.
           MOVE 0 TO DSP-SENT-DATE.
           MOVE 0 TO DSP-DECISION-DUE.
           MOVE 0 TO DSP-CLOSED-DATE.
           MOVE 0 TO DSP-REDEBIT-REF.
           MOVE 0 TO DSP-UNRECOVERED.
           MOVE 0 TO DSP-CREDIT-REF.
      * The case is recorded before the account is touched, so a
      * reference that cannot be recorded is never credited; the
      * credit reference is filled in once the credit has posted.
           WRITE CARD-DISPUTE-RECORD
               INVALID KEY
                   DISPLAY "Unable to record dispute " DSP-AUTH-REF
                   GO TO OPEN-DISPUTE-DONE
           END-WRITE.
           MOVE ACCOUNT-RECORD TO WS-JOURNAL-BEFORE.
           ADD DSP-AMOUNT TO ACCT-BALANCE.
           ADD 1 TO ACCT-VERSION.
           REWRITE ACCOUNT-RECORD
               INVALID KEY
                   DISPLAY "Unable to persist account " ACCT-ID
                   DELETE CARD-DISPUTE-FILE RECORD
                       INVALID KEY
                           DISPLAY "Unable to withdraw dispute "
                               DSP-AUTH-REF
                   END-DELETE
                   GO TO OPEN-DISPUTE-DONE
           END-REWRITE.
           MOVE ACCOUNT-RECORD TO WS-JOURNAL-AFTER.
           CALL "AccountJournal" USING
               WS-JOURNAL-PROGRAM WS-JOURNAL-BEFORE
               WS-JOURNAL-AFTER.
           MOVE 0 TO WS-LEDGER-REF.
           MOVE "CREDIT" TO WS-LEDGER-DIRECTION.
           MOVE DSP-AMOUNT TO WS-LEDGER-AMOUNT.
           PERFORM WRITE-DISPUTE-LEDGER-ENTRY.
           MOVE WS-LEDGER-REF TO DSP-CREDIT-REF.
           REWRITE CARD-DISPUTE-RECORD
               INVALID KEY
                   DISPLAY "Unable to record credit reference for "
                       "dispute " DSP-AUTH-REF
           END-REWRITE.
           DISPLAY "Dispute " DSP-AUTH-REF " opened: " DSP-AMOUNT
               " provisionally credited to account " DSP-ACCT-ID
               ", send to the scheme by " DSP-FILING-DEADLINE ".".
           MOVE "OPEN DISPUTE" TO WS-AUDIT-ACTION.
           MOVE DSP-ACCT-ID TO WS-AUDIT-KEY.
           MOVE SPACES TO WS-AUDIT-BEFORE.
           MOVE SPACES TO WS-AUDIT-AFTER.
           STRING "AUTH=" DSP-AUTH-REF " CR=" DSP-AMOUNT
               DELIMITED BY SIZE INTO WS-AUDIT-AFTER.
           PERFORM WRITE-AUDIT-RECORD.

       OPEN-DISPUTE-DONE.
           EXIT.

      * The settled-items file is cumulative; the last item with
      * the reference is the one that stands.
       FIND-SETTLED-ITEM.
           MOVE "N" TO WS-SETTLED-FOUND.
           OPEN INPUT CARD-SETTLED-FILE.
           IF WS-CARD-SETTLED-STATUS = "00"
               MOVE "N" TO WS-EOF-SETTLED
               PERFORM UNTIL WS-EOF-SETTLED = "Y"
                   READ CARD-SETTLED-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-SETTLED
                       NOT AT END
                           IF CSD-AUTH-REF = WS-AUTH-REF
                               MOVE "Y" TO WS-SETTLED-FOUND
                               MOVE CARD-SETTLED-RECORD TO
                                   WS-SETTLED-SAVE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CARD-SETTLED-FILE
           END-IF.
           IF WS-SETTLED-FOUND = "Y"
               MOVE WS-SETTLED-SAVE TO CARD-SETTLED-RECORD
           END-IF.

       SEND-TO-SCHEME.
           DISPLAY "Enter authorization reference: ".
           ACCEPT DSP-AUTH-REF.
           READ CARD-DISPUTE-FILE
               INVALID KEY
                   DISPLAY "Error: no dispute case for "
                       DSP-AUTH-REF "."
                   GO TO SEND-TO-SCHEME-DONE
           END-READ.
           IF DSP-STATUS NOT = "O"
               DISPLAY "Error: case " DSP-AUTH-REF
                   " is not open awaiting sending (status "
                   DSP-STATUS ")."
               GO TO SEND-TO-SCHEME-DONE
           END-IF.
           IF WS-TODAY > DSP-FILING-DEADLINE
               DISPLAY "WARNING: the chargeback deadline was "
                   DSP-FILING-DEADLINE "; the scheme may refuse it."
           END-IF.
           DISPLAY "Enter the scheme's case number: ".
           ACCEPT DSP-SCHEME-REF.
           IF DSP-SCHEME-REF = SPACES
               DISPLAY "Error: the scheme's case number is required."
               GO TO SEND-TO-SCHEME-DONE
           END-IF.
           MOVE "S" TO DSP-STATUS.
           MOVE WS-TODAY TO DSP-SENT-DATE.
           COMPUTE DSP-DECISION-DUE = FUNCTION DATE-OF-INTEGER
               (WS-TODAY-INT + DSP-DECISION-DAYS).
           REWRITE CARD-DISPUTE-RECORD
               INVALID KEY
                   DISPLAY "Unable to update dispute " DSP-AUTH-REF
                   GO TO SEND-TO-SCHEME-DONE
           END-REWRITE.
           DISPLAY "Case " DSP-AUTH-REF " sent to the scheme as "
               DSP-SCHEME-REF ", decision due " DSP-DECISION-DUE ".".
           MOVE "SEND DISPUTE" TO WS-AUDIT-ACTION.
           MOVE DSP-ACCT-ID TO WS-AUDIT-KEY.
           MOVE "STATUS=O" TO WS-AUDIT-BEFORE.
           MOVE SPACES TO WS-AUDIT-AFTER.
           STRING "STATUS=S AUTH=" DSP-AUTH-REF
               DELIMITED BY SIZE INTO WS-AUDIT-AFTER.
           PERFORM WRITE-AUDIT-RECORD.

       SEND-TO-SCHEME-DONE.
           EXIT.

      * A case is won only through the scheme, so it must have been
      * sent; the provisional credit simply stands.
       RECORD-CASE-WON.
           DISPLAY "Enter authorization reference: ".
           ACCEPT DSP-AUTH-REF.
           READ CARD-DISPUTE-FILE
               INVALID KEY
                   DISPLAY "Error: no dispute case for "
                       DSP-AUTH-REF "."
                   GO TO RECORD-CASE-WON-DONE
           END-READ.
           IF DSP-STATUS NOT = "S"
               DISPLAY "Error: case " DSP-AUTH-REF
                   " is not awaiting a scheme decision (status "
                   DSP-STATUS ")."
               GO TO RECORD-CASE-WON-DONE
           END-IF.
           MOVE "W" TO DSP-STATUS.
           MOVE WS-TODAY TO DSP-CLOSED-DATE.
           MOVE WS-SIGNON-OPERATOR-ID TO DSP-CLOSED-BY.
           REWRITE CARD-DISPUTE-RECORD
               INVALID KEY
                   DISPLAY "Unable to update dispute " DSP-AUTH-REF
                   GO TO RECORD-CASE-WON-DONE
           END-REWRITE.
           DISPLAY "Case " DSP-AUTH-REF " won; the credit of "
               DSP-AMOUNT " to account " DSP-ACCT-ID " is final.".
           MOVE "WIN DISPUTE" TO WS-AUDIT-ACTION.
           MOVE DSP-ACCT-ID TO WS-AUDIT-KEY.
           MOVE "STATUS=S" TO WS-AUDIT-BEFORE.
           MOVE SPACES TO WS-AUDIT-AFTER.
           STRING "STATUS=W AUTH=" DSP-AUTH-REF
               DELIMITED BY SIZE INTO WS-AUDIT-AFTER.
           PERFORM WRITE-AUDIT-RECORD.

       RECORD-CASE-WON-DONE.
           EXIT.

      * A case is lost on the scheme's decision, or before sending
      * when the customer withdraws it or the deadline is missed.
      * The provisional credit is taken back in full where the
      * balance allows; whatever the balance cannot carry is left
      * as unrecovered on the case.
       RECORD-CASE-LOST.
           DISPLAY "Enter authorization reference: ".
           ACCEPT DSP-AUTH-REF.
           READ CARD-DISPUTE-FILE
               INVALID KEY
                   DISPLAY "Error: no dispute case for "
                       DSP-AUTH-REF "."
                   GO TO RECORD-CASE-LOST-DONE
           END-READ.
           IF DSP-STATUS NOT = "O" AND DSP-STATUS NOT = "S"
               DISPLAY "Error: case " DSP-AUTH-REF
                   " is already closed (status " DSP-STATUS ")."
               GO TO RECORD-CASE-LOST-DONE
           END-IF.
           MOVE DSP-ACCT-ID TO ACCT-ID.
           READ ACCOUNT-MASTER-FILE
               INVALID KEY
                   CONTINUE
           END-READ.
           IF WS-ACCOUNT-FILE-STATUS NOT = "00"
               DISPLAY "Error: account " DSP-ACCT-ID
                   " not found; case left open."
               GO TO RECORD-CASE-LOST-DONE
           END-IF.
           IF ACCT-BALANCE < DSP-AMOUNT
               MOVE ACCT-BALANCE TO WS-REDEBIT-AMOUNT
           ELSE
               MOVE DSP-AMOUNT TO WS-REDEBIT-AMOUNT
           END-IF.
           DISPLAY "Account " DSP-ACCT-ID " will be re-debited "
               WS-REDEBIT-AMOUNT " of the " DSP-AMOUNT
               " credited. Confirm (Y/N): ".
           ACCEPT WS-CONFIRM.
           IF WS-CONFIRM NOT = "Y" AND WS-CONFIRM NOT = "y"
               DISPLAY "Case left as it was."
               GO TO RECORD-CASE-LOST-DONE
           END-IF.
           MOVE DSP-STATUS TO WS-OLD-STATUS.
           MOVE 0 TO DSP-REDEBIT-REF.
           IF WS-REDEBIT-AMOUNT > 0
               MOVE ACCOUNT-RECORD TO WS-JOURNAL-BEFORE
               SUBTRACT WS-REDEBIT-AMOUNT FROM ACCT-BALANCE
               ADD 1 TO ACCT-VERSION
               REWRITE ACCOUNT-RECORD
                   INVALID KEY
                       DISPLAY "Unable to persist account " ACCT-ID
                       GO TO RECORD-CASE-LOST-DONE
               END-REWRITE
               MOVE ACCOUNT-RECORD TO WS-JOURNAL-AFTER
               CALL "AccountJournal" USING
                   WS-JOURNAL-PROGRAM WS-JOURNAL-BEFORE
                   WS-JOURNAL-AFTER
               MOVE 0 TO WS-LEDGER-REF
               MOVE "DEBIT" TO WS-LEDGER-DIRECTION
               MOVE WS-REDEBIT-AMOUNT TO WS-LEDGER-AMOUNT
               PERFORM WRITE-DISPUTE-LEDGER-ENTRY
               MOVE WS-LEDGER-REF TO DSP-REDEBIT-REF
           END-IF.
           COMPUTE DSP-UNRECOVERED = DSP-AMOUNT - WS-REDEBIT-AMOUNT.
           MOVE "L" TO DSP-STATUS.
           MOVE WS-TODAY TO DSP-CLOSED-DATE.
           MOVE WS-SIGNON-OPERATOR-ID TO DSP-CLOSED-BY.
           REWRITE CARD-DISPUTE-RECORD
               INVALID KEY
                   DISPLAY "Unable to update dispute " DSP-AUTH-REF
           END-REWRITE.
           DISPLAY "Case " DSP-AUTH-REF " lost; account "
               DSP-ACCT-ID " re-debited " WS-REDEBIT-AMOUNT ".".
           IF DSP-UNRECOVERED > 0
               DISPLAY "WARNING: " DSP-UNRECOVERED
                   " could not be recovered from the account."
           END-IF.
           MOVE "LOSE DISPUTE" TO WS-AUDIT-ACTION.
           MOVE DSP-ACCT-ID TO WS-AUDIT-KEY.
           MOVE SPACES TO WS-AUDIT-BEFORE.
           STRING "STATUS=" WS-OLD-STATUS " AUTH=" DSP-AUTH-REF
               DELIMITED BY SIZE INTO WS-AUDIT-BEFORE.
           MOVE SPACES TO WS-AUDIT-AFTER.
           STRING "STATUS=L DR=" WS-REDEBIT-AMOUNT
               " SH=" DSP-UNRECOVERED
               DELIMITED BY SIZE INTO WS-AUDIT-AFTER.
           PERFORM WRITE-AUDIT-RECORD.

       RECORD-CASE-LOST-DONE.
           EXIT.

       INQUIRE-DISPUTE.
           DISPLAY "Enter authorization reference: ".
           ACCEPT DSP-AUTH-REF.
           READ CARD-DISPUTE-FILE
               INVALID KEY
                   DISPLAY "No dispute case for " DSP-AUTH-REF "."
           END-READ.
           IF WS-CARD-DISPUTE-STATUS = "00"
               DISPLAY "Case " DSP-AUTH-REF ": account " DSP-ACCT-ID
                   ", settled " DSP-SETTLE-DATE " amount "
                   DSP-SETTLED-AMOUNT
               DISPLAY "  Disputed " DSP-AMOUNT ": " DSP-REASON
               DISPLAY "  Opened " DSP-OPENED-DATE " by "
                   DSP-OPENED-BY ", credit ref " DSP-CREDIT-REF
                   ", status " DSP-STATUS
               DISPLAY "  Send by " DSP-FILING-DEADLINE ", sent "
                   DSP-SENT-DATE " as " DSP-SCHEME-REF
                   ", decision due " DSP-DECISION-DUE
               IF DSP-STATUS = "W" OR DSP-STATUS = "L"
                   DISPLAY "  Closed " DSP-CLOSED-DATE " by "
                       DSP-CLOSED-BY
               END-IF
               IF DSP-STATUS = "L"
                   DISPLAY "  Re-debit ref " DSP-REDEBIT-REF
                       ", unrecovered " DSP-UNRECOVERED
               END-IF
           END-IF.

       LIST-OPEN-DISPUTES.
           MOVE 0 TO WS-LIST-COUNT.
           MOVE LOW-VALUES TO DSP-AUTH-REF.
           START CARD-DISPUTE-FILE KEY IS NOT LESS THAN DSP-AUTH-REF
               INVALID KEY
                   DISPLAY "No dispute cases on file."
           END-START.
           MOVE "N" TO WS-EOF-DISPUTES.
           IF WS-CARD-DISPUTE-STATUS NOT = "00"
               MOVE "Y" TO WS-EOF-DISPUTES
           END-IF.
           PERFORM UNTIL WS-EOF-DISPUTES = "Y"
               READ CARD-DISPUTE-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF-DISPUTES
                   NOT AT END
                       IF DSP-STATUS = "O"
                           ADD 1 TO WS-LIST-COUNT
                           DISPLAY DSP-AUTH-REF " account "
                               DSP-ACCT-ID " amount " DSP-AMOUNT
                               " open, send by "
                               DSP-FILING-DEADLINE
                       END-IF
                       IF DSP-STATUS = "S"
                           ADD 1 TO WS-LIST-COUNT
                           DISPLAY DSP-AUTH-REF " account "
                               DSP-ACCT-ID " amount " DSP-AMOUNT
                               " sent, decision due "
                               DSP-DECISION-DUE
                       END-IF
               END-READ
           END-PERFORM.
           DISPLAY WS-LIST-COUNT " case(s) open.".

       WRITE-DISPUTE-LEDGER-ENTRY.
           OPEN EXTEND TRANSACTION-LEDGER.
           ACCEPT LEDG-DATE FROM DATE YYYYMMDD.
           ACCEPT LEDG-TIME FROM TIME.
           MOVE DSP-ACCT-ID TO LEDG-ACCT-ID.
           MOVE "CARDDISP" TO LEDG-TXN-TYPE.
           MOVE WS-LEDGER-DIRECTION TO LEDG-DIRECTION.
           MOVE WS-LEDGER-AMOUNT TO LEDG-AMOUNT.
           MOVE ACCT-BALANCE TO LEDG-BALANCE.
           MOVE SPACES TO LEDG-ORIG-CURRENCY.
           MOVE WS-LEDGER-AMOUNT TO LEDG-ORIG-AMOUNT.
           MOVE 1 TO LEDG-EXCHANGE-RATE.
           MOVE SPACE TO LEDG-REVERSAL-FLAG.
           MOVE 0 TO LEDG-ORIG-REF.
           CALL "LedgerSequence" USING LEDG-SEQUENCE.
           IF WS-LEDGER-REF = 0
               MOVE LEDG-SEQUENCE TO WS-LEDGER-REF
           END-IF.
           MOVE WS-LEDGER-REF TO LEDG-TXN-REF.
           MOVE SPACES TO LEDG-CATEGORY.
           WRITE LEDGER-RECORD.
           CALL "LedgerShadow" USING LEDGER-RECORD.
           CLOSE TRANSACTION-LEDGER.

       WRITE-AUDIT-RECORD.
           OPEN EXTEND MAINT-AUDIT-FILE.
           IF WS-MAINT-AUDIT-FILE-STATUS = "35"
               OPEN OUTPUT MAINT-AUDIT-FILE
           END-IF.
           ACCEPT AUD-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-TIME-NOW FROM TIME.
           MOVE WS-TIME-NOW (1:6) TO AUD-TIME.
           MOVE WS-SIGNON-OPERATOR-ID TO AUD-OPERATOR-ID.
           MOVE "DisputeMaintenance" TO AUD-PROGRAM.
           MOVE WS-AUDIT-ACTION TO AUD-ACTION.
           MOVE WS-AUDIT-KEY TO AUD-KEY.
           MOVE WS-AUDIT-BEFORE TO AUD-BEFORE.
           MOVE WS-AUDIT-AFTER TO AUD-AFTER.
           WRITE MAINT-AUDIT-RECORD.
           CLOSE MAINT-AUDIT-FILE.
