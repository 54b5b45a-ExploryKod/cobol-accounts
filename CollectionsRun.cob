       IDENTIFICATION DIVISION.
       PROGRAM-ID. CollectionsRun.

      ******************************************************************
      * Nightly collections for unarranged overdrafts. Every open
      * account whose balance is below its arranged floor (minimum
      * balance less overdraft limit) has a case on COLLECT.DAT,
      * opened the first night it is found there and aged in
      * calendar days from then. Each night an open case moves on to
      * the next active dunning stage (DUNSTAGE.DAT, maintained in
      * CollectionsMaintenance) once it has been beyond its limit
      * for that stage's days - one stage a night, so no stage's
      * letter is skipped - unless a promise to pay is in force.
      * A stage reached sends the customer its letter (LetterRequest)
      * or an alert; a freeze stage freezes the account; the final
      * write-off stage credits the overdrawn balance back up to
      * the minimum from the loss provision account with a WRITEOFF
      * ledger entry pair and appends the write-off register for
      * finance (WRITEOFF.DAT). A case whose account is back within
      * its limit is cured and any collections freeze released.
      * Everything that happened goes to COLLECT.RPT and the
      * account's notes (COLNOTE.DAT).
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "AccountFileControl.cpy".
           COPY "CollectionCaseFileControl.cpy".
           COPY "CollectionNoteFileControl.cpy".
           COPY "DunningStageFileControl.cpy".
           COPY "CustomerFileControl.cpy".
           COPY "AlertFileControl.cpy".
           COPY "LedgerFileControl.cpy".
           COPY "WriteOffFileControl.cpy".
           SELECT COLLECTIONS-REPORT ASSIGN TO "COLLECT.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COLLECTIONS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCOUNT-MASTER-FILE.
           COPY "AccountRecord.cpy".
       FD  COLLECTION-CASE-FILE.
           COPY "CollectionCaseRecord.cpy".
       FD  COLLECTION-NOTE-FILE.
           COPY "CollectionNoteRecord.cpy".
       FD  DUNNING-STAGE-FILE.
           COPY "DunningStageRecord.cpy".
       FD  CUSTOMER-FILE.
           COPY "CustomerRecord.cpy".
       FD  ALERTS-FILE.
           COPY "AlertRecord.cpy".
       FD  TRANSACTION-LEDGER.
           COPY "LedgerRecord.cpy".
       FD  WRITE-OFF-FILE.
           COPY "WriteOffRecord.cpy".
       FD  COLLECTIONS-REPORT.
       01 COLLECTIONS-REPORT-LINE    PIC X(132).

       WORKING-STORAGE SECTION.
       COPY "CollectionsPolicy.cpy".
       01 WS-ACCOUNT-FILE-STATUS    PIC X(2).
       01 WS-COLLECTION-CASE-STATUS PIC X(2).
       01 WS-COLLECTION-NOTE-STATUS PIC X(2).
       01 WS-DUNNING-STAGE-STATUS   PIC X(2).
       01 WS-CUSTOMER-FILE-STATUS   PIC X(2).
       01 WS-ALERTS-FILE-STATUS     PIC X(2).
       01 WS-LEDGER-FILE-STATUS     PIC X(2).
       01 WS-WRITE-OFF-STATUS       PIC X(2).
       01 WS-COLLECTIONS-REPORT-STATUS PIC X(2).
       01 WS-EOF-ACCOUNTS           PIC X(1) VALUE "N".
       01 WS-EOF-STAGES             PIC X(1).
       01 WS-TODAY                  PIC 9(8).
       01 WS-TODAY-INT              PIC 9(8).
       01 WS-TIME-NOW               PIC 9(8).
       01 WS-OD-FLOOR               PIC S9(11)V99.
       01 WS-EXCESS-AMOUNT          PIC 9(9)V99.
       01 WS-CASE-ON-FILE           PIC X(1).
       01 WS-CUSTOMER-ACCT-ID       PIC 9(5).
       01 WS-NEXT-IDX               PIC 9(2).
       01 WS-STAGE-IDX              PIC 9(2).
       01 WS-STAGE-DONE             PIC X(1).
       01 WS-WRITEOFF-AMOUNT        PIC 9(9)V99.
       01 WS-INTEREST-WAIVED        PIC 9(9)V9(4).
       01 WS-NOTICE-AMOUNT          PIC 9(9)V99.
       01 WS-NEW-TXN-REF            PIC 9(14).
       01 WS-NOTE-TEXT              PIC X(60).
       01 WS-EVENT-TEXT             PIC X(12).
       01 WS-AMOUNT-EDIT            PIC Z(8)9.99.
       01 WS-CUST-FOUND             PIC X(1).
       01 WS-HOLDER-IDX             PIC 9(2).
       01 WS-HOLDER-COUNT           PIC 9(2).
       01 WS-HOLDER-TABLE.
           05 WS-HOLDER-ENTRY OCCURS 20 TIMES.
               10 WS-HOLDER-CUST-ID PIC 9(5).
               10 WS-HOLDER-ROLE    PIC X(1).
       01 WS-BEYOND-COUNT           PIC 9(5) VALUE 0.
       01 WS-OPENED-COUNT           PIC 9(5) VALUE 0.
       01 WS-STAGED-COUNT           PIC 9(5) VALUE 0.
       01 WS-HELD-COUNT             PIC 9(5) VALUE 0.
       01 WS-BROKEN-COUNT           PIC 9(5) VALUE 0.
       01 WS-CURED-COUNT            PIC 9(5) VALUE 0.
       01 WS-WRITEOFF-COUNT         PIC 9(5) VALUE 0.
       01 WS-WRITEOFF-TOTAL         PIC 9(13)V99 VALUE 0.
       01 WS-EXCEPTION-COUNT        PIC 9(5) VALUE 0.
       01 WS-JOURNAL-PROGRAM PIC X(25) VALUE "CollectionsRun".
       01 WS-JOURNAL-BEFORE  PIC X(250).
       01 WS-JOURNAL-AFTER   PIC X(250).
       01 WS-LETTER-TYPE     PIC X(8).
       01 WS-LETTER-DETAIL   PIC X(40).
       01 WS-DECEASED-HOLDER PIC X(1).

       01 WS-STAGE-COUNT            PIC 9(2) VALUE 0.
       01 STAGE-TABLE.
           05 STAGE-ENTRY OCCURS 9 TIMES.
               10 STG-NUMBER        PIC 9(1).
               10 STG-NAME          PIC X(20).
               10 STG-DAYS          PIC 9(3).
               10 STG-ACTION        PIC X(1).
               10 STG-LETTER-TYPE   PIC X(8).

       PROCEDURE DIVISION.
       START-COLLECTIONS.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE (WS-TODAY).
           DISPLAY "Collections run for " WS-TODAY ".".
           PERFORM LOAD-DUNNING-STAGES.
           IF WS-STAGE-COUNT = 0
               DISPLAY "Warning: no active dunning stages on file; "
                   "cases are opened and aged only."
           END-IF.
           OPEN I-O ACCOUNT-MASTER-FILE.
           IF WS-ACCOUNT-FILE-STATUS NOT = "00"
               DISPLAY "Error: unable to open the account master, "
                   "status " WS-ACCOUNT-FILE-STATUS "."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN I-O COLLECTION-CASE-FILE.
           IF WS-COLLECTION-CASE-STATUS = "35"
               OPEN OUTPUT COLLECTION-CASE-FILE
               CLOSE COLLECTION-CASE-FILE
               OPEN I-O COLLECTION-CASE-FILE
           END-IF.
           OPEN I-O COLLECTION-NOTE-FILE.
           IF WS-COLLECTION-NOTE-STATUS = "35"
               OPEN OUTPUT COLLECTION-NOTE-FILE
               CLOSE COLLECTION-NOTE-FILE
               OPEN I-O COLLECTION-NOTE-FILE
           END-IF.
           PERFORM OPEN-COLLECTIONS-REPORT.
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
                       PERFORM CHECK-ONE-ACCOUNT
                           THRU CHECK-ONE-ACCOUNT-DONE
               END-READ
           END-PERFORM.
           CLOSE COLLECTION-NOTE-FILE.
           CLOSE COLLECTION-CASE-FILE.
           CLOSE ACCOUNT-MASTER-FILE.
           PERFORM CLOSE-COLLECTIONS-REPORT.
           DISPLAY "Collections run complete: " WS-BEYOND-COUNT
               " account(s) beyond limit, " WS-OPENED-COUNT
               " case(s) opened, " WS-STAGED-COUNT
               " stage change(s), " WS-HELD-COUNT
               " held by promise, " WS-BROKEN-COUNT
               " promise(s) broken, " WS-CURED-COUNT " cured, "
               WS-WRITEOFF-COUNT " written off (" WS-WRITEOFF-TOTAL
               "), " WS-EXCEPTION-COUNT " exception(s).".
           GOBACK.

      * Active stages only, in stage-number order.
       LOAD-DUNNING-STAGES.
           OPEN INPUT DUNNING-STAGE-FILE.
           IF WS-DUNNING-STAGE-STATUS = "00"
               MOVE 0 TO DST-STAGE
               START DUNNING-STAGE-FILE KEY IS NOT LESS THAN DST-STAGE
                   INVALID KEY
                       CONTINUE
               END-START
               MOVE "N" TO WS-EOF-STAGES
               IF WS-DUNNING-STAGE-STATUS NOT = "00"
                   MOVE "Y" TO WS-EOF-STAGES
               END-IF
               PERFORM UNTIL WS-EOF-STAGES = "Y"
                   READ DUNNING-STAGE-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-EOF-STAGES
                       NOT AT END
                           IF DST-STATUS = "A"
                               AND WS-STAGE-COUNT < 9
                               ADD 1 TO WS-STAGE-COUNT
                               MOVE DST-STAGE TO
                                   STG-NUMBER (WS-STAGE-COUNT)
                               MOVE DST-NAME TO
                                   STG-NAME (WS-STAGE-COUNT)
                               MOVE DST-DAYS TO
                                   STG-DAYS (WS-STAGE-COUNT)
                               MOVE DST-ACTION TO
                                   STG-ACTION (WS-STAGE-COUNT)
                               MOVE DST-LETTER-TYPE TO
                                   STG-LETTER-TYPE (WS-STAGE-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DUNNING-STAGE-FILE
           END-IF.

      * Closed accounts and the bank's own internal accounts are
      * never put into collections.
       CHECK-ONE-ACCOUNT.
           IF ACCT-STATUS = "C"
               OR ACCT-ID = COL-LOSS-ACCT-ID
               OR ACCT-ID = COL-SUSPENSE-ACCT-ID
               GO TO CHECK-ONE-ACCOUNT-DONE
           END-IF.
           MOVE ACCT-ID TO WS-CUSTOMER-ACCT-ID.
           COMPUTE WS-OD-FLOOR =
               ACCT-MIN-BALANCE - ACCT-OVERDRAFT-LIMIT.
           MOVE ACCT-ID TO COL-ACCT-ID.
           READ COLLECTION-CASE-FILE
               INVALID KEY
                   CONTINUE
           END-READ.
           IF WS-COLLECTION-CASE-STATUS = "00"
               MOVE "Y" TO WS-CASE-ON-FILE
           ELSE
               MOVE "N" TO WS-CASE-ON-FILE
           END-IF.
           IF ACCT-BALANCE < WS-OD-FLOOR
               PERFORM WORK-BEYOND-LIMIT
           ELSE
               IF WS-CASE-ON-FILE = "Y" AND COL-STATUS = "O"
                   PERFORM CURE-CASE
               END-IF
           END-IF.

       CHECK-ONE-ACCOUNT-DONE.
           EXIT.

       WORK-BEYOND-LIMIT.
           ADD 1 TO WS-BEYOND-COUNT.
           COMPUTE WS-EXCESS-AMOUNT = WS-OD-FLOOR - ACCT-BALANCE.
           IF WS-CASE-ON-FILE = "N" OR COL-STATUS NOT = "O"
               PERFORM OPEN-NEW-CASE
           END-IF.
           MOVE WS-EXCESS-AMOUNT TO COL-EXCESS-AMOUNT.
           MOVE ACCT-CURRENCY TO COL-CURRENCY.
           COMPUTE COL-DAYS-BEYOND = WS-TODAY-INT
               - FUNCTION INTEGER-OF-DATE (COL-OPENED-DATE).
           PERFORM ESCALATE-CASE THRU ESCALATE-CASE-DONE.
           PERFORM SAVE-CASE.

      * A case reopened after a cure or write-off keeps its note
      * sequence so the account's history runs on unbroken.
       OPEN-NEW-CASE.
           IF WS-CASE-ON-FILE = "N"
               MOVE 0 TO COL-NOTE-COUNT
           END-IF.
           MOVE ACCT-ID TO COL-ACCT-ID.
           MOVE "O" TO COL-STATUS.
           MOVE WS-TODAY TO COL-OPENED-DATE.
           MOVE 0 TO COL-DAYS-BEYOND.
           MOVE 0 TO COL-STAGE.
           MOVE SPACES TO COL-STAGE-NAME.
           MOVE 0 TO COL-STAGE-DATE.
           MOVE "N" TO COL-FROZEN.
           MOVE SPACE TO COL-PROMISE-STATUS.
           MOVE 0 TO COL-PROMISE-AMOUNT.
           MOVE 0 TO COL-PROMISE-DATE.
           MOVE SPACES TO COL-COLLECTOR.
           MOVE 0 TO COL-LAST-CONTACT-DATE.
           MOVE 0 TO COL-CLOSED-DATE.
           MOVE 0 TO COL-WRITEOFF-AMOUNT.
           ADD 1 TO WS-OPENED-COUNT.
           MOVE WS-EXCESS-AMOUNT TO WS-AMOUNT-EDIT.
           MOVE SPACES TO WS-NOTE-TEXT.
           STRING "Case opened: beyond arranged limit by "
               WS-AMOUNT-EDIT " " ACCT-CURRENCY
               DELIMITED BY SIZE INTO WS-NOTE-TEXT.
           PERFORM ADD-RUN-NOTE.
           MOVE "OPENED" TO WS-EVENT-TEXT.
           PERFORM WRITE-EVENT-LINE.

      * A promise in force holds the case where it is; one whose
      * date has passed with the account still beyond its limit is
      * broken and escalation resumes the same night.
       ESCALATE-CASE.
           IF COL-PROMISE-STATUS = "P"
               IF COL-PROMISE-DATE >= WS-TODAY
                   ADD 1 TO WS-HELD-COUNT
                   GO TO ESCALATE-CASE-DONE
               END-IF
               MOVE "B" TO COL-PROMISE-STATUS
               ADD 1 TO WS-BROKEN-COUNT
               MOVE COL-PROMISE-AMOUNT TO WS-AMOUNT-EDIT
               MOVE SPACES TO WS-NOTE-TEXT
               STRING "Promise to pay " WS-AMOUNT-EDIT " by "
                   COL-PROMISE-DATE " broken"
                   DELIMITED BY SIZE INTO WS-NOTE-TEXT
               PERFORM ADD-RUN-NOTE
               MOVE "BROKEN" TO WS-EVENT-TEXT
               PERFORM WRITE-EVENT-LINE
           END-IF.
           MOVE 0 TO WS-NEXT-IDX.
           PERFORM VARYING WS-STAGE-IDX FROM 1 BY 1
                   UNTIL WS-STAGE-IDX > WS-STAGE-COUNT
                   OR WS-NEXT-IDX > 0
               IF STG-NUMBER (WS-STAGE-IDX) > COL-STAGE
                   MOVE WS-STAGE-IDX TO WS-NEXT-IDX
               END-IF
           END-PERFORM.
           IF WS-NEXT-IDX = 0
               GO TO ESCALATE-CASE-DONE
           END-IF.
           IF COL-DAYS-BEYOND < STG-DAYS (WS-NEXT-IDX)
               GO TO ESCALATE-CASE-DONE
           END-IF.
           MOVE "Y" TO WS-STAGE-DONE.
           MOVE COL-EXCESS-AMOUNT TO WS-NOTICE-AMOUNT.
           EVALUATE STG-ACTION (WS-NEXT-IDX)
               WHEN "F"
                   PERFORM FREEZE-FOR-COLLECTIONS
               WHEN "W"
                   PERFORM WRITE-OFF-BALANCE
                       THRU WRITE-OFF-BALANCE-DONE
                   PERFORM RELOAD-CUSTOMER-ACCOUNT
           END-EVALUATE.
           IF WS-STAGE-DONE NOT = "Y"
               GO TO ESCALATE-CASE-DONE
           END-IF.
           MOVE STG-NUMBER (WS-NEXT-IDX) TO COL-STAGE.
           MOVE STG-NAME (WS-NEXT-IDX) TO COL-STAGE-NAME.
           MOVE WS-TODAY TO COL-STAGE-DATE.
           ADD 1 TO WS-STAGED-COUNT.
           MOVE SPACES TO WS-NOTE-TEXT.
           STRING "Stage " COL-STAGE " " COL-STAGE-NAME
               " reached after " COL-DAYS-BEYOND " day(s)"
               DELIMITED BY SIZE INTO WS-NOTE-TEXT.
           PERFORM ADD-RUN-NOTE.
           MOVE "STAGE" TO WS-EVENT-TEXT.
           PERFORM WRITE-EVENT-LINE.
           PERFORM SEND-STAGE-NOTICE.

       ESCALATE-CASE-DONE.
           EXIT.

      * Only an active account is frozen here; a dormant or already
      * frozen one is left as it is and the stage still reached.
       FREEZE-FOR-COLLECTIONS.
           IF ACCT-STATUS NOT = "A"
               DISPLAY "Account " ACCT-ID " not frozen by collections "
                   "(status " ACCT-STATUS ")."
           ELSE
               MOVE ACCOUNT-RECORD TO WS-JOURNAL-BEFORE
               MOVE "F" TO ACCT-STATUS
               ADD 1 TO ACCT-VERSION
               REWRITE ACCOUNT-RECORD
                   INVALID KEY
                       DISPLAY "Unable to freeze account " ACCT-ID
                       MOVE "N" TO WS-STAGE-DONE
                   NOT INVALID KEY
                       MOVE "Y" TO COL-FROZEN
                       MOVE ACCOUNT-RECORD TO WS-JOURNAL-AFTER
                       CALL "AccountJournal" USING
                           WS-JOURNAL-PROGRAM WS-JOURNAL-BEFORE
                           WS-JOURNAL-AFTER
               END-REWRITE
           END-IF.

      * The whole overdrawn balance - everything below the minimum
      * balance - is written off: the loss provision account is
      * debited and the customer's account credited back up to its
      * minimum, as a WRITEOFF entry pair sharing one reference,
      * and debit interest accrued but not yet charged is waived.
      * A missing or short provision account holds the case at its
      * current stage and the write-off is retried the next night.
      * The customer is credited first and the provision debited
      * second; a debit that then fails backs the credit out again,
      * and the ledger pair is written only once both have landed.
       WRITE-OFF-BALANCE.
           MOVE "N" TO WS-STAGE-DONE.
           COMPUTE WS-WRITEOFF-AMOUNT =
               ACCT-MIN-BALANCE - ACCT-BALANCE.
           MOVE COL-LOSS-ACCT-ID TO ACCT-ID.
           READ ACCOUNT-MASTER-FILE
               INVALID KEY
                   CONTINUE
           END-READ.
           IF WS-ACCOUNT-FILE-STATUS NOT = "00"
               MOVE SPACES TO WS-NOTE-TEXT
               STRING "Write-off held: loss provision account "
                   COL-LOSS-ACCT-ID " not on master"
                   DELIMITED BY SIZE INTO WS-NOTE-TEXT
               PERFORM WRITE-EXCEPTION-LINE
               GO TO WRITE-OFF-BALANCE-DONE
           END-IF.
           IF ACCT-BALANCE < WS-WRITEOFF-AMOUNT
               MOVE SPACES TO WS-NOTE-TEXT
               STRING "Write-off held: loss provision account "
                   COL-LOSS-ACCT-ID " balance too low"
                   DELIMITED BY SIZE INTO WS-NOTE-TEXT
               PERFORM WRITE-EXCEPTION-LINE
               GO TO WRITE-OFF-BALANCE-DONE
           END-IF.
           MOVE WS-CUSTOMER-ACCT-ID TO ACCT-ID.
           READ ACCOUNT-MASTER-FILE
               INVALID KEY
                   CONTINUE
           END-READ.
           IF WS-ACCOUNT-FILE-STATUS NOT = "00"
               MOVE "Write-off held: account not read back from master"
                   TO WS-NOTE-TEXT
               PERFORM WRITE-EXCEPTION-LINE
               GO TO WRITE-OFF-BALANCE-DONE
           END-IF.
           MOVE ACCOUNT-RECORD TO WS-JOURNAL-BEFORE.
           MOVE ACCT-ACCRUED-DEBIT-INT TO WS-INTEREST-WAIVED.
           ADD WS-WRITEOFF-AMOUNT TO ACCT-BALANCE.
           MOVE 0 TO ACCT-ACCRUED-DEBIT-INT.
           ADD 1 TO ACCT-VERSION.
           REWRITE ACCOUNT-RECORD
               INVALID KEY
                   MOVE "Write-off held: account not credited"
                       TO WS-NOTE-TEXT
                   PERFORM WRITE-EXCEPTION-LINE
                   GO TO WRITE-OFF-BALANCE-DONE
           END-REWRITE.
           MOVE ACCOUNT-RECORD TO WS-JOURNAL-AFTER.
           CALL "AccountJournal" USING
               WS-JOURNAL-PROGRAM WS-JOURNAL-BEFORE
               WS-JOURNAL-AFTER.
           MOVE COL-LOSS-ACCT-ID TO ACCT-ID.
           READ ACCOUNT-MASTER-FILE
               INVALID KEY
                   CONTINUE
           END-READ.
           IF WS-ACCOUNT-FILE-STATUS NOT = "00"
               PERFORM BACK-OUT-WRITEOFF-CREDIT
               GO TO WRITE-OFF-BALANCE-DONE
           END-IF.
           MOVE ACCOUNT-RECORD TO WS-JOURNAL-BEFORE.
           SUBTRACT WS-WRITEOFF-AMOUNT FROM ACCT-BALANCE.
           ADD 1 TO ACCT-VERSION.
           REWRITE ACCOUNT-RECORD
               INVALID KEY
                   PERFORM BACK-OUT-WRITEOFF-CREDIT
                   GO TO WRITE-OFF-BALANCE-DONE
           END-REWRITE.
           MOVE ACCOUNT-RECORD TO WS-JOURNAL-AFTER.
           CALL "AccountJournal" USING
               WS-JOURNAL-PROGRAM WS-JOURNAL-BEFORE
               WS-JOURNAL-AFTER.
           MOVE 0 TO WS-NEW-TXN-REF.
           MOVE "DEBIT" TO LEDG-DIRECTION.
           PERFORM WRITE-WRITEOFF-LEDGER-ENTRY.
           PERFORM RELOAD-CUSTOMER-ACCOUNT.
           MOVE "CREDIT" TO LEDG-DIRECTION.
           PERFORM WRITE-WRITEOFF-LEDGER-ENTRY.
           MOVE "W" TO COL-STATUS.
           MOVE WS-TODAY TO COL-CLOSED-DATE.
           MOVE WS-WRITEOFF-AMOUNT TO COL-WRITEOFF-AMOUNT.
           IF COL-PROMISE-STATUS = "P"
               MOVE "B" TO COL-PROMISE-STATUS
           END-IF.
           PERFORM APPEND-WRITE-OFF-REGISTER.
           ADD 1 TO WS-WRITEOFF-COUNT.
           ADD WS-WRITEOFF-AMOUNT TO WS-WRITEOFF-TOTAL.
           MOVE WS-WRITEOFF-AMOUNT TO WS-NOTICE-AMOUNT.
           MOVE WS-WRITEOFF-AMOUNT TO WS-AMOUNT-EDIT.
           MOVE SPACES TO WS-NOTE-TEXT.
           STRING "Written off " WS-AMOUNT-EDIT " " ACCT-CURRENCY
               " ref " WS-NEW-TXN-REF
               DELIMITED BY SIZE INTO WS-NOTE-TEXT.
           PERFORM ADD-RUN-NOTE.
           MOVE "WRITTEN OFF" TO WS-EVENT-TEXT.
           PERFORM WRITE-EVENT-LINE.
           MOVE "Y" TO WS-STAGE-DONE.

       WRITE-OFF-BALANCE-DONE.
           EXIT.

      * The provision account could not be debited after the
      * customer's account was credited: the credit and the waived
      * interest are put back so neither side of the pair stands
      * alone, and the write-off is retried the next night.
       BACK-OUT-WRITEOFF-CREDIT.
           MOVE WS-CUSTOMER-ACCT-ID TO ACCT-ID.
           READ ACCOUNT-MASTER-FILE
               INVALID KEY
                   CONTINUE
           END-READ.
           IF WS-ACCOUNT-FILE-STATUS = "00"
               MOVE ACCOUNT-RECORD TO WS-JOURNAL-BEFORE
               SUBTRACT WS-WRITEOFF-AMOUNT FROM ACCT-BALANCE
               MOVE WS-INTEREST-WAIVED TO ACCT-ACCRUED-DEBIT-INT
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
               MOVE "Write-off held: provision not debited"
                   TO WS-NOTE-TEXT
           ELSE
               MOVE "Write-off REPAIR: credited, provision not debited"
                   TO WS-NOTE-TEXT
           END-IF.
           PERFORM WRITE-EXCEPTION-LINE.

      * Reading the customer's account again by key puts its record
      * back in the record area and the master walk back where it
      * was after the provision account was read.
       RELOAD-CUSTOMER-ACCOUNT.
           MOVE WS-CUSTOMER-ACCT-ID TO ACCT-ID.
           READ ACCOUNT-MASTER-FILE
               INVALID KEY
                   DISPLAY "Error: account " WS-CUSTOMER-ACCT-ID
                       " no longer on master."
           END-READ.

       WRITE-WRITEOFF-LEDGER-ENTRY.
           OPEN EXTEND TRANSACTION-LEDGER.
           ACCEPT LEDG-DATE FROM DATE YYYYMMDD.
           ACCEPT LEDG-TIME FROM TIME.
           MOVE ACCT-ID TO LEDG-ACCT-ID.
           MOVE "WRITEOFF" TO LEDG-TXN-TYPE.
           MOVE WS-WRITEOFF-AMOUNT TO LEDG-AMOUNT.
           MOVE ACCT-BALANCE TO LEDG-BALANCE.
           MOVE ACCT-CURRENCY TO LEDG-ORIG-CURRENCY.
           MOVE WS-WRITEOFF-AMOUNT TO LEDG-ORIG-AMOUNT.
           MOVE 1 TO LEDG-EXCHANGE-RATE.
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

       APPEND-WRITE-OFF-REGISTER.
           PERFORM FIND-PRIMARY-HOLDER.
           OPEN EXTEND WRITE-OFF-FILE.
           IF WS-WRITE-OFF-STATUS = "35"
               OPEN OUTPUT WRITE-OFF-FILE
           END-IF.
           MOVE WS-TODAY TO WO-DATE.
           MOVE ACCT-ID TO WO-ACCT-ID.
           MOVE ACCT-BRANCH TO WO-BRANCH.
           MOVE ACCT-CURRENCY TO WO-CURRENCY.
           MOVE WS-WRITEOFF-AMOUNT TO WO-AMOUNT.
           MOVE WS-INTEREST-WAIVED TO WO-INTEREST-WAIVED.
           MOVE COL-OPENED-DATE TO WO-CASE-OPENED-DATE.
           MOVE COL-DAYS-BEYOND TO WO-DAYS-BEYOND.
           MOVE COL-LOSS-ACCT-ID TO WO-LOSS-ACCT-ID.
           MOVE WS-NEW-TXN-REF TO WO-TXN-REF.
           IF WS-CUST-FOUND = "Y"
               MOVE CUST-ID TO WO-CUST-ID
               MOVE CUST-NAME TO WO-CUST-NAME
           ELSE
               MOVE 0 TO WO-CUST-ID
               MOVE SPACES TO WO-CUST-NAME
           END-IF.
           WRITE WRITE-OFF-RECORD.
           CLOSE WRITE-OFF-FILE.

       FIND-PRIMARY-HOLDER.
           MOVE "N" TO WS-CUST-FOUND.
           CALL "AccountHolders" USING ACCT-ID
               WS-HOLDER-COUNT WS-HOLDER-TABLE.
           IF WS-HOLDER-COUNT > 0
               OPEN INPUT CUSTOMER-FILE
               IF WS-CUSTOMER-FILE-STATUS = "00"
                   MOVE WS-HOLDER-CUST-ID (1) TO CUST-ID
                   READ CUSTOMER-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE "Y" TO WS-CUST-FOUND
                   END-READ
                   CLOSE CUSTOMER-FILE
               END-IF
           END-IF.

      * The stage's letter when it has one; otherwise an alert to
      * every holder of the account.
       SEND-STAGE-NOTICE.
           MOVE STG-LETTER-TYPE (WS-NEXT-IDX) TO WS-LETTER-TYPE.
           IF WS-LETTER-TYPE NOT = SPACES
               MOVE SPACES TO WS-LETTER-DETAIL
               STRING COL-STAGE-NAME " - " COL-DAYS-BEYOND
                   " days beyond limit"
                   DELIMITED BY SIZE INTO WS-LETTER-DETAIL
               CALL "LetterRequest" USING WS-JOURNAL-PROGRAM
                   WS-LETTER-TYPE ACCT-ID WS-NOTICE-AMOUNT
                   COL-OPENED-DATE WS-LETTER-DETAIL
           ELSE
               PERFORM ALERT-ACCOUNT-HOLDERS
           END-IF.

       ALERT-ACCOUNT-HOLDERS.
           CALL "AccountHolders" USING ACCT-ID
               WS-HOLDER-COUNT WS-HOLDER-TABLE.
           IF WS-HOLDER-COUNT > 0
               OPEN INPUT CUSTOMER-FILE
               IF WS-CUSTOMER-FILE-STATUS = "00"
                   OPEN EXTEND ALERTS-FILE
                   IF WS-ALERTS-FILE-STATUS = "35"
                       OPEN OUTPUT ALERTS-FILE
                   END-IF
                   PERFORM VARYING WS-HOLDER-IDX FROM 1 BY 1
                           UNTIL WS-HOLDER-IDX > WS-HOLDER-COUNT
                       MOVE WS-HOLDER-CUST-ID (WS-HOLDER-IDX) TO
                           CUST-ID
                       READ CUSTOMER-FILE
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               PERFORM WRITE-STAGE-ALERT
                       END-READ
                   END-PERFORM
                   CLOSE ALERTS-FILE
                   CLOSE CUSTOMER-FILE
               END-IF
           END-IF.

       WRITE-STAGE-ALERT.
           MOVE WS-NOTICE-AMOUNT TO WS-AMOUNT-EDIT.
           MOVE SPACES TO ALERT-TEXT.
           IF COL-STATUS = "W"
               STRING "Account " ACCT-ID ": overdrawn balance of "
                   WS-AMOUNT-EDIT " " ACCT-CURRENCY
                   " written off; contact us"
                   DELIMITED BY SIZE INTO ALERT-TEXT
           ELSE
               STRING "Account " ACCT-ID " is " WS-AMOUNT-EDIT " "
                   ACCT-CURRENCY " over its overdraft limit: "
                   FUNCTION TRIM(COL-STAGE-NAME)
                   DELIMITED BY SIZE INTO ALERT-TEXT
           END-IF.
           MOVE WS-TODAY TO ALERT-DATE.
           MOVE CUST-ID TO ALERT-CUST-ID.
           MOVE CUST-CONTACT TO ALERT-CONTACT.
           WRITE ALERT-RECORD.

      * Back within the limit: the case is cured, a promise in force
      * counts as kept, and a freeze put on by collections is
      * released - unless a holder is recorded as deceased, when the
      * account stays frozen for the estate and only the case lets
      * go of it.
       CURE-CASE.
           MOVE "C" TO COL-STATUS.
           MOVE WS-TODAY TO COL-CLOSED-DATE.
           MOVE 0 TO COL-EXCESS-AMOUNT.
           IF COL-PROMISE-STATUS = "P"
               MOVE "K" TO COL-PROMISE-STATUS
           END-IF.
           IF COL-FROZEN = "Y"
               MOVE "N" TO WS-DECEASED-HOLDER
               IF ACCT-STATUS = "F"
                   CALL "DeceasedHolderCheck" USING ACCT-ID
                       WS-DECEASED-HOLDER
                   IF WS-DECEASED-HOLDER = "Y"
                       DISPLAY "Account " ACCT-ID " has a holder "
                           "recorded as deceased; freeze left in "
                           "place."
                   END-IF
               END-IF
               IF ACCT-STATUS = "F" AND WS-DECEASED-HOLDER = "N"
                   MOVE ACCOUNT-RECORD TO WS-JOURNAL-BEFORE
                   MOVE "A" TO ACCT-STATUS
                   ADD 1 TO ACCT-VERSION
                   REWRITE ACCOUNT-RECORD
                       INVALID KEY
                           DISPLAY "Unable to release account "
                               ACCT-ID
                       NOT INVALID KEY
                           MOVE ACCOUNT-RECORD TO WS-JOURNAL-AFTER
                           CALL "AccountJournal" USING
                               WS-JOURNAL-PROGRAM WS-JOURNAL-BEFORE
                               WS-JOURNAL-AFTER
                   END-REWRITE
               END-IF
               MOVE "N" TO COL-FROZEN
           END-IF.
           ADD 1 TO WS-CURED-COUNT.
           MOVE "Case cured: account back within arranged limit" TO
               WS-NOTE-TEXT.
           PERFORM ADD-RUN-NOTE.
           MOVE "CURED" TO WS-EVENT-TEXT.
           PERFORM WRITE-EVENT-LINE.
           PERFORM SAVE-CASE.

       SAVE-CASE.
           IF WS-CASE-ON-FILE = "Y"
               REWRITE COLLECTION-CASE-RECORD
                   INVALID KEY
                       DISPLAY "Unable to update collections case "
                           COL-ACCT-ID
               END-REWRITE
           ELSE
               WRITE COLLECTION-CASE-RECORD
                   INVALID KEY
                       DISPLAY "Unable to add collections case "
                           COL-ACCT-ID
               END-WRITE
               MOVE "Y" TO WS-CASE-ON-FILE
           END-IF.

       ADD-RUN-NOTE.
           ADD 1 TO COL-NOTE-COUNT.
           MOVE COL-ACCT-ID TO CN-ACCT-ID.
           MOVE COL-NOTE-COUNT TO CN-SEQ.
           MOVE WS-TODAY TO CN-DATE.
           ACCEPT WS-TIME-NOW FROM TIME.
           MOVE WS-TIME-NOW (1:6) TO CN-TIME.
           MOVE "S" TO CN-KIND.
           MOVE COL-RUN-OPERATOR TO CN-OPERATOR.
           MOVE 0 TO CN-PROMISE-AMOUNT.
           MOVE 0 TO CN-PROMISE-DATE.
           MOVE WS-NOTE-TEXT TO CN-TEXT.
           WRITE COLLECTION-NOTE-RECORD
               INVALID KEY
                   DISPLAY "Unable to add collections note "
                       CN-ACCT-ID "/" CN-SEQ
           END-WRITE.

       WRITE-EXCEPTION-LINE.
           ADD 1 TO WS-EXCEPTION-COUNT.
           MOVE "EXCEPTION" TO WS-EVENT-TEXT.
           PERFORM WRITE-EVENT-LINE.
           DISPLAY "Account " COL-ACCT-ID ": " WS-NOTE-TEXT.

       WRITE-EVENT-LINE.
           MOVE COL-EXCESS-AMOUNT TO WS-AMOUNT-EDIT.
           MOVE SPACES TO COLLECTIONS-REPORT-LINE.
           STRING COL-ACCT-ID " " WS-EVENT-TEXT " " COL-STAGE " "
               COL-DAYS-BEYOND " " WS-AMOUNT-EDIT " " COL-CURRENCY
               " " WS-NOTE-TEXT
               DELIMITED BY SIZE INTO COLLECTIONS-REPORT-LINE.
           WRITE COLLECTIONS-REPORT-LINE.

       OPEN-COLLECTIONS-REPORT.
           OPEN OUTPUT COLLECTIONS-REPORT.
           MOVE SPACES TO COLLECTIONS-REPORT-LINE.
           STRING "COLLECTIONS RUN " WS-TODAY
               DELIMITED BY SIZE INTO COLLECTIONS-REPORT-LINE.
           WRITE COLLECTIONS-REPORT-LINE.
           MOVE SPACES TO COLLECTIONS-REPORT-LINE.
           STRING "ACCT  EVENT        S DAYS        EXCESS CUR "
               "DETAIL"
               DELIMITED BY SIZE INTO COLLECTIONS-REPORT-LINE.
           WRITE COLLECTIONS-REPORT-LINE.

       CLOSE-COLLECTIONS-REPORT.
           MOVE SPACES TO COLLECTIONS-REPORT-LINE.
           STRING "TOTAL " WS-BEYOND-COUNT " beyond limit, "
               WS-OPENED-COUNT " opened, " WS-STAGED-COUNT
               " stage changes, " WS-CURED-COUNT " cured, "
               WS-WRITEOFF-COUNT " written off " WS-WRITEOFF-TOTAL
               ", " WS-EXCEPTION-COUNT " exceptions"
               DELIMITED BY SIZE INTO COLLECTIONS-REPORT-LINE.
           WRITE COLLECTIONS-REPORT-LINE.
           CLOSE COLLECTIONS-REPORT.
