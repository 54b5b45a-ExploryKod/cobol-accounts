       IDENTIFICATION DIVISION.
       PROGRAM-ID. UnappliedItemRepair.

      ******************************************************************
      * Back-office repair screen for unapplied inbound clearing
      * credits. InboundClearing posts a credit it cannot apply - the
      * account it names is unknown, closed or frozen, or in another
      * currency - to the inbound suspense account and queues it on
      * UNAPPLIED.DAT with its reason. Here an operator finds the
      * right account and applies the item: the suspense account is
      * debited with what the item put into suspense and the
      * customer credited with the item as the sender paid it, as a
      * CLEARING entry pair sharing one reference, the item is
      * marked applied, and the repair is written to MAINTLOG.DAT.
      * Items nobody repairs are returned to the sender by
      * UnappliedClearingRun.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "UnappliedItemFileControl.cpy".
           COPY "AccountFileControl.cpy".
           COPY "LedgerFileControl.cpy".
           COPY "MaintAuditFileControl.cpy".

       DATA DIVISION.
       FILE SECTION.
       FD  UNAPPLIED-ITEM-FILE.
           COPY "UnappliedItemRecord.cpy".
       FD  ACCOUNT-MASTER-FILE.
           COPY "AccountRecord.cpy".
       FD  TRANSACTION-LEDGER.
           COPY "LedgerRecord.cpy".
       FD  MAINT-AUDIT-FILE.
           COPY "MaintAuditRecord.cpy".

       WORKING-STORAGE SECTION.
       COPY "ReasonCodes.cpy".
       COPY "ClearingSuspensePolicy.cpy".
       01 WS-UNAPPLIED-ITEM-STATUS PIC X(2).
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
       01 WS-EOF-ITEMS            PIC X(1).
       01 WS-TODAY                PIC 9(8).
       01 WS-OPEN-COUNT           PIC 9(5).
       01 WS-OPEN-TOTAL           PIC 9(13)V99.
       01 WS-REPAIR-ACCT-ID       PIC 9(5).
       01 WS-LEDGER-DIRECTION     PIC X(6).
       01 WS-LEDGER-AMOUNT        PIC 9(9)V99.
       01 WS-NEW-TXN-REF          PIC 9(14).
       01 WS-JOURNAL-PROGRAM PIC X(25) VALUE "UnappliedItemRepair".
       01 WS-JOURNAL-BEFORE  PIC X(250).
       01 WS-JOURNAL-AFTER   PIC X(250).

       PROCEDURE DIVISION.
       START-PROGRAM.
           CALL "OperatorSignon" USING WS-SIGNON-OPERATOR-ID
               WS-SIGNON-LEVEL ERROR-CODE.
           IF ERROR-CODE NOT = RC-SUCCESS
               DISPLAY "Exiting."
               STOP RUN
           END-IF.
           OPEN I-O UNAPPLIED-ITEM-FILE.
           IF WS-UNAPPLIED-ITEM-STATUS NOT = "00"
               DISPLAY "No unapplied clearing items on file."
               STOP RUN
           END-IF.
           OPEN I-O ACCOUNT-MASTER-FILE.
           IF WS-ACCOUNT-FILE-STATUS NOT = "00"
               DISPLAY "Unable to open the account master, status "
                   WS-ACCOUNT-FILE-STATUS "."
               CLOSE UNAPPLIED-ITEM-FILE
               STOP RUN
           END-IF.
           GO TO MAIN-LOOP.

       MAIN-LOOP.
           DISPLAY "Unapplied Clearing Item Repair Menu:".
           DISPLAY "1. List open items".
           DISPLAY "2. Inquire on an item".
           DISPLAY "3. Apply an item to an account".
           DISPLAY "4. Quitter".
           ACCEPT USER-CHOICE.
           EVALUATE USER-CHOICE
               WHEN "1"
                   PERFORM LIST-OPEN-ITEMS
               WHEN "2"
                   PERFORM INQUIRE-ITEM THRU INQUIRE-ITEM-DONE
               WHEN "3"
                   PERFORM APPLY-ITEM THRU APPLY-ITEM-DONE
               WHEN "4"
                   MOVE 1 TO END-PROG
               WHEN OTHER
                   DISPLAY "Invalid choice."
           END-EVALUATE.
           IF END-PROG NOT = 1
               GO TO MAIN-LOOP
           END-IF.
           CLOSE ACCOUNT-MASTER-FILE.
           CLOSE UNAPPLIED-ITEM-FILE.
           STOP RUN.

       LIST-OPEN-ITEMS.
           MOVE 0 TO WS-OPEN-COUNT.
           MOVE 0 TO WS-OPEN-TOTAL.
           MOVE LOW-VALUES TO UAI-ID.
           START UNAPPLIED-ITEM-FILE KEY IS NOT LESS THAN UAI-ID
               INVALID KEY
                   DISPLAY "No unapplied items on file."
           END-START.
           MOVE "N" TO WS-EOF-ITEMS.
           IF WS-UNAPPLIED-ITEM-STATUS NOT = "00"
               MOVE "Y" TO WS-EOF-ITEMS
           END-IF.
           PERFORM UNTIL WS-EOF-ITEMS = "Y"
               READ UNAPPLIED-ITEM-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF-ITEMS
                   NOT AT END
                       IF UAI-STATUS = "O"
                           ADD 1 TO WS-OPEN-COUNT
                           ADD UAI-SUSPENSE-AMOUNT TO WS-OPEN-TOTAL
                           DISPLAY "Item " UAI-ID " received "
                               UAI-RECEIVED-DATE ": " UAI-AMOUNT
                               " " UAI-CURRENCY " for account "
                               UAI-ORIG-ACCT-ID " ref " UAI-EXT-REF
                               " [" UAI-REASON "]"
                       END-IF
               END-READ
           END-PERFORM.
           DISPLAY WS-OPEN-COUNT " open item(s) totalling "
               WS-OPEN-TOTAL " in suspense.".

       INQUIRE-ITEM.
           DISPLAY "Enter unapplied item id: ".
           ACCEPT UAI-ID.
           READ UNAPPLIED-ITEM-FILE
               INVALID KEY
                   DISPLAY "Error: unapplied item " UAI-ID
                       " not found."
                   GO TO INQUIRE-ITEM-DONE
           END-READ.
           DISPLAY "Item " UAI-ID " received " UAI-RECEIVED-DATE
               " (clearing date " UAI-CLEARING-DATE ", item "
               UAI-ITEM-NO ")".
           DISPLAY "  Account named " UAI-ORIG-ACCT-ID " ref "
               UAI-EXT-REF.
           DISPLAY "  Amount " UAI-AMOUNT " " UAI-CURRENCY
               " reason: " UAI-REASON.
           DISPLAY "  Suspense entry ref " UAI-SUSPENSE-REF
               " amount " UAI-SUSPENSE-AMOUNT " at rate "
               UAI-SUSPENSE-RATE.
           EVALUATE UAI-STATUS
               WHEN "O"
                   DISPLAY "  Status: open."
               WHEN "A"
                   DISPLAY "  Status: applied to account "
                       UAI-APPLIED-ACCT-ID " on " UAI-RESOLVED-DATE
                       " by " UAI-RESOLVED-BY " ref "
                       UAI-RESOLVED-REF "."
               WHEN "R"
                   DISPLAY "  Status: returned to sender on "
                       UAI-RESOLVED-DATE " ref " UAI-RESOLVED-REF "."
               WHEN OTHER
                   DISPLAY "  Status: " UAI-STATUS
           END-EVALUATE.

       INQUIRE-ITEM-DONE.
           EXIT.

      * The corrected account must pass the same checks the clearing
      * run applies - on the master, not closed or frozen, in the
      * item's currency - and the suspense account must still hold
      * the money; nothing moves otherwise. The customer is credited
      * before suspense is debited, and a suspense debit that then
      * fails takes the credit back off again, leaving the item open;
      * the ledger pair is written only once both have landed.
       APPLY-ITEM.
           DISPLAY "Enter unapplied item id to apply: ".
           ACCEPT UAI-ID.
           READ UNAPPLIED-ITEM-FILE
               INVALID KEY
                   DISPLAY "Error: unapplied item " UAI-ID
                       " not found."
                   GO TO APPLY-ITEM-DONE
           END-READ.
           IF UAI-STATUS NOT = "O"
               DISPLAY "Error: item " UAI-ID " is not open."
               GO TO APPLY-ITEM-DONE
           END-IF.
           DISPLAY "Item " UAI-ID ": " UAI-AMOUNT " " UAI-CURRENCY
               " for account " UAI-ORIG-ACCT-ID " ref " UAI-EXT-REF
               " [" UAI-REASON "]".
           DISPLAY "Enter the account to apply it to: ".
           ACCEPT WS-REPAIR-ACCT-ID.
           IF WS-REPAIR-ACCT-ID IS NOT NUMERIC
               OR WS-REPAIR-ACCT-ID = 0
               OR WS-REPAIR-ACCT-ID = CSP-SUSPENSE-ACCT-ID
               DISPLAY "Error: invalid account."
               GO TO APPLY-ITEM-DONE
           END-IF.
           MOVE WS-REPAIR-ACCT-ID TO ACCT-ID.
           READ ACCOUNT-MASTER-FILE
               INVALID KEY
                   DISPLAY "Error: account " WS-REPAIR-ACCT-ID
                       " not on the master."
                   GO TO APPLY-ITEM-DONE
           END-READ.
           IF ACCT-STATUS = "C"
               DISPLAY "Error: account " ACCT-ID " is closed."
               GO TO APPLY-ITEM-DONE
           END-IF.
           IF ACCT-STATUS = "F"
               DISPLAY "Error: account " ACCT-ID " is frozen."
               GO TO APPLY-ITEM-DONE
           END-IF.
           IF ACCT-CURRENCY NOT = UAI-CURRENCY
               DISPLAY "Error: account currency " ACCT-CURRENCY
                   " does not match item currency " UAI-CURRENCY "."
               GO TO APPLY-ITEM-DONE
           END-IF.
           MOVE CSP-SUSPENSE-ACCT-ID TO ACCT-ID.
           READ ACCOUNT-MASTER-FILE
               INVALID KEY
                   DISPLAY "Error: inbound suspense account "
                       CSP-SUSPENSE-ACCT-ID " not on the master."
                   GO TO APPLY-ITEM-DONE
           END-READ.
           IF ACCT-BALANCE < UAI-SUSPENSE-AMOUNT
               DISPLAY "Error: inbound suspense account "
                   CSP-SUSPENSE-ACCT-ID " balance " ACCT-BALANCE
                   " is short of the item; item left open."
               GO TO APPLY-ITEM-DONE
           END-IF.
           MOVE WS-REPAIR-ACCT-ID TO ACCT-ID.
           READ ACCOUNT-MASTER-FILE
               INVALID KEY
                   CONTINUE
           END-READ.
           IF WS-ACCOUNT-FILE-STATUS NOT = "00"
               DISPLAY "Error: account " WS-REPAIR-ACCT-ID
                   " could not be read back; item left open."
               GO TO APPLY-ITEM-DONE
           END-IF.
           MOVE ACCOUNT-RECORD TO WS-JOURNAL-BEFORE.
           ADD UAI-AMOUNT TO ACCT-BALANCE.
           ADD 1 TO ACCT-VERSION.
           REWRITE ACCOUNT-RECORD
               INVALID KEY
                   DISPLAY "Unable to persist account " ACCT-ID
                       "; item left open."
                   GO TO APPLY-ITEM-DONE
           END-REWRITE.
           MOVE ACCOUNT-RECORD TO WS-JOURNAL-AFTER.
           CALL "AccountJournal" USING
               WS-JOURNAL-PROGRAM WS-JOURNAL-BEFORE
               WS-JOURNAL-AFTER.
           MOVE CSP-SUSPENSE-ACCT-ID TO ACCT-ID.
           READ ACCOUNT-MASTER-FILE
               INVALID KEY
                   CONTINUE
           END-READ.
           IF WS-ACCOUNT-FILE-STATUS NOT = "00"
               PERFORM BACK-OUT-REPAIR-CREDIT
               GO TO APPLY-ITEM-DONE
           END-IF.
           MOVE ACCOUNT-RECORD TO WS-JOURNAL-BEFORE.
           SUBTRACT UAI-SUSPENSE-AMOUNT FROM ACCT-BALANCE.
           ADD 1 TO ACCT-VERSION.
           REWRITE ACCOUNT-RECORD
               INVALID KEY
                   PERFORM BACK-OUT-REPAIR-CREDIT
                   GO TO APPLY-ITEM-DONE
           END-REWRITE.
           MOVE ACCOUNT-RECORD TO WS-JOURNAL-AFTER.
           CALL "AccountJournal" USING
               WS-JOURNAL-PROGRAM WS-JOURNAL-BEFORE
               WS-JOURNAL-AFTER.
           MOVE 0 TO WS-NEW-TXN-REF.
           MOVE "DEBIT" TO WS-LEDGER-DIRECTION.
           MOVE UAI-SUSPENSE-AMOUNT TO WS-LEDGER-AMOUNT.
           PERFORM WRITE-REPAIR-LEDGER-ENTRY.
           MOVE WS-REPAIR-ACCT-ID TO ACCT-ID.
           READ ACCOUNT-MASTER-FILE
               INVALID KEY
                   DISPLAY "Error: account " WS-REPAIR-ACCT-ID
                       " no longer on the master."
           END-READ.
           MOVE "CREDIT" TO WS-LEDGER-DIRECTION.
           MOVE UAI-AMOUNT TO WS-LEDGER-AMOUNT.
           PERFORM WRITE-REPAIR-LEDGER-ENTRY.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           MOVE "A" TO UAI-STATUS.
           MOVE WS-REPAIR-ACCT-ID TO UAI-APPLIED-ACCT-ID.
           MOVE WS-TODAY TO UAI-RESOLVED-DATE.
           MOVE WS-SIGNON-OPERATOR-ID TO UAI-RESOLVED-BY.
           MOVE WS-NEW-TXN-REF TO UAI-RESOLVED-REF.
           REWRITE UNAPPLIED-ITEM-RECORD
               INVALID KEY
                   DISPLAY "Unable to update item " UAI-ID
           END-REWRITE.
           DISPLAY "Item " UAI-ID " applied to account "
               WS-REPAIR-ACCT-ID " ref " WS-NEW-TXN-REF
               " new balance " ACCT-BALANCE.
           MOVE "APPLY UNAPPLIED" TO WS-AUDIT-ACTION.
           MOVE UAI-ID TO WS-AUDIT-KEY.
           MOVE SPACES TO WS-AUDIT-BEFORE.
           STRING "ACCT=" UAI-ORIG-ACCT-ID " " UAI-REASON
               DELIMITED BY SIZE INTO WS-AUDIT-BEFORE.
           MOVE SPACES TO WS-AUDIT-AFTER.
           STRING "ACCT=" WS-REPAIR-ACCT-ID " AMT=" UAI-AMOUNT
               " " UAI-CURRENCY
               DELIMITED BY SIZE INTO WS-AUDIT-AFTER.
           PERFORM WRITE-AUDIT-RECORD.

       APPLY-ITEM-DONE.
           EXIT.

       BACK-OUT-REPAIR-CREDIT.
           DISPLAY "Unable to debit inbound suspense account "
               CSP-SUSPENSE-ACCT-ID "; reversing the credit.".
           MOVE WS-REPAIR-ACCT-ID TO ACCT-ID.
           READ ACCOUNT-MASTER-FILE
               INVALID KEY
                   CONTINUE
           END-READ.
           IF WS-ACCOUNT-FILE-STATUS = "00"
               MOVE ACCOUNT-RECORD TO WS-JOURNAL-BEFORE
               SUBTRACT UAI-AMOUNT FROM ACCT-BALANCE
               ADD 1 TO ACCT-VERSION
               REWRITE ACCOUNT-RECORD
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE ACCOUNT-RECORD TO WS-JOURNAL-AFTER
                       CALL "AccountJournal" USING
                           WS-JOURNAL-PROGRAM WS-JOURNAL-BEFORE
                           WS-JOURNAL-AFTER
               END-REWRITE
           END-IF.
           IF WS-ACCOUNT-FILE-STATUS = "00"
               DISPLAY "Credit to account " WS-REPAIR-ACCT-ID
                   " reversed; item " UAI-ID " left open."
           ELSE
               DISPLAY "Error: account " WS-REPAIR-ACCT-ID
                   " credited with " UAI-AMOUNT " but suspense not "
                   "debited and the credit not reversed; item "
                   UAI-ID " left open for manual repair."
           END-IF.

      * The suspense debit of an item converted on the way in
      * carries the item's currency, amount and rate in LEDG-ORIG-*,
      * as its suspense credit did.
       WRITE-REPAIR-LEDGER-ENTRY.
           OPEN EXTEND TRANSACTION-LEDGER.
           ACCEPT LEDG-DATE FROM DATE YYYYMMDD.
           ACCEPT LEDG-TIME FROM TIME.
           MOVE ACCT-ID TO LEDG-ACCT-ID.
           MOVE "CLEARING" TO LEDG-TXN-TYPE.
           MOVE WS-LEDGER-DIRECTION TO LEDG-DIRECTION.
           MOVE WS-LEDGER-AMOUNT TO LEDG-AMOUNT.
           MOVE ACCT-BALANCE TO LEDG-BALANCE.
           IF UAI-CURRENCY = ACCT-CURRENCY
               MOVE SPACES TO LEDG-ORIG-CURRENCY
               MOVE WS-LEDGER-AMOUNT TO LEDG-ORIG-AMOUNT
               MOVE 1 TO LEDG-EXCHANGE-RATE
           ELSE
               MOVE UAI-CURRENCY TO LEDG-ORIG-CURRENCY
               MOVE UAI-AMOUNT TO LEDG-ORIG-AMOUNT
               MOVE UAI-SUSPENSE-RATE TO LEDG-EXCHANGE-RATE
           END-IF.
           MOVE SPACE TO LEDG-REVERSAL-FLAG.
           MOVE 0 TO LEDG-ORIG-REF.
           CALL "LedgerSequence" USING LEDG-SEQUENCE.
           IF WS-NEW-TXN-REF = 0
               MOVE LEDG-SEQUENCE TO WS-NEW-TXN-REF
           END-IF.
           MOVE WS-NEW-TXN-REF TO LEDG-TXN-REF.
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
           MOVE "UnappliedItemRepair" TO AUD-PROGRAM.
           MOVE WS-AUDIT-ACTION TO AUD-ACTION.
           MOVE WS-AUDIT-KEY TO AUD-KEY.
           MOVE WS-AUDIT-BEFORE TO AUD-BEFORE.
           MOVE WS-AUDIT-AFTER TO AUD-AFTER.
           WRITE MAINT-AUDIT-RECORD.
           CLOSE MAINT-AUDIT-FILE.
