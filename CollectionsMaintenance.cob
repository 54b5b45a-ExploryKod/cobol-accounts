       IDENTIFICATION DIVISION.
       PROGRAM-ID. CollectionsMaintenance.

      ******************************************************************
      * Back-office screen for the collections team. Works the cases
      * CollectionsRun opens on accounts beyond their arranged
      * overdraft limit: a promise to pay recorded here holds the
      * case at its current stage until the promised date, and
      * collector notes build up the account's history with the
      * run's own entries (COLNOTE.DAT). A supervisor can release a
      * collections freeze so the promised payment can come in, and
      * maintains the dunning stage table the run works through -
      * including loading the standard stages. Every change goes to
      * MAINTLOG.DAT.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "CollectionCaseFileControl.cpy".
           COPY "CollectionNoteFileControl.cpy".
           COPY "DunningStageFileControl.cpy".
           COPY "AccountFileControl.cpy".
           COPY "MaintAuditFileControl.cpy".

       DATA DIVISION.
       FILE SECTION.
       FD  COLLECTION-CASE-FILE.
           COPY "CollectionCaseRecord.cpy".
       FD  COLLECTION-NOTE-FILE.
           COPY "CollectionNoteRecord.cpy".
       FD  DUNNING-STAGE-FILE.
           COPY "DunningStageRecord.cpy".
       FD  ACCOUNT-MASTER-FILE.
           COPY "AccountRecord.cpy".
       FD  MAINT-AUDIT-FILE.
           COPY "MaintAuditRecord.cpy".

       WORKING-STORAGE SECTION.
       COPY "ReasonCodes.cpy".
       01 WS-COLLECTION-CASE-STATUS PIC X(2).
       01 WS-COLLECTION-NOTE-STATUS PIC X(2).
       01 WS-DUNNING-STAGE-STATUS PIC X(2).
       01 WS-ACCOUNT-FILE-STATUS  PIC X(2).
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
       01 WS-EOF-CASES            PIC X(1).
       01 WS-EOF-NOTES            PIC X(1).
       01 WS-EOF-STAGES           PIC X(1).
       01 WS-LIST-COUNT           PIC 9(5).
       01 WS-CASE-ACCT-ID         PIC 9(5).
       01 WS-ENTERED-AMOUNT       PIC 9(9)V99.
       01 WS-ENTERED-DATE         PIC 9(8).
       01 WS-ENTERED-DAYS         PIC 9(3).
       01 WS-ENTERED-TEXT         PIC X(60).
       01 WS-STAGE-EXISTS         PIC X(1).
       01 WS-STD-LOADED-COUNT     PIC 9(2).
       01 WS-DECEASED-HOLDER      PIC X(1).
       01 WS-JOURNAL-PROGRAM PIC X(25) VALUE "CollectionsMaintenance".
       01 WS-JOURNAL-BEFORE  PIC X(250).
       01 WS-JOURNAL-AFTER   PIC X(250).

       PROCEDURE DIVISION.
       START-PROGRAM.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           CALL "OperatorSignon" USING WS-SIGNON-OPERATOR-ID
               WS-SIGNON-LEVEL ERROR-CODE.
           IF ERROR-CODE NOT = RC-SUCCESS
               DISPLAY "Exiting."
               STOP RUN
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
           OPEN I-O DUNNING-STAGE-FILE.
           IF WS-DUNNING-STAGE-STATUS = "35"
               OPEN OUTPUT DUNNING-STAGE-FILE
               CLOSE DUNNING-STAGE-FILE
               OPEN I-O DUNNING-STAGE-FILE
           END-IF.
           OPEN I-O ACCOUNT-MASTER-FILE.
           GO TO MAIN-LOOP.

       MAIN-LOOP.
           DISPLAY "Collections Maintenance Menu:".
           DISPLAY "1. List open collections cases".
           DISPLAY "2. Inquire on a case and its notes".
           DISPLAY "3. Record a promise to pay".
           DISPLAY "4. Add a collector note".
           DISPLAY "5. Release a collections freeze".
           DISPLAY "6. Add or change a dunning stage".
           DISPLAY "7. List dunning stages".
           DISPLAY "8. Load standard dunning stages".
           DISPLAY "9. Quitter".
           ACCEPT USER-CHOICE.
           EVALUATE USER-CHOICE
               WHEN "1"
                   PERFORM LIST-OPEN-CASES
               WHEN "2"
                   PERFORM INQUIRE-CASE
               WHEN "3"
                   PERFORM RECORD-PROMISE THRU RECORD-PROMISE-DONE
               WHEN "4"
                   PERFORM ADD-COLLECTOR-NOTE
                       THRU ADD-COLLECTOR-NOTE-DONE
               WHEN "5"
                   IF WS-SIGNON-LEVEL < 2
                       DISPLAY "Error: releasing a collections freeze "
                           "requires supervisor level."
                   ELSE
                       PERFORM RELEASE-COLLECTIONS-FREEZE
                           THRU RELEASE-COLLECTIONS-FREEZE-DONE
                   END-IF
               WHEN "6"
                   IF WS-SIGNON-LEVEL < 2
                       DISPLAY "Error: changing dunning stages "
                           "requires supervisor level."
                   ELSE
                       PERFORM SET-DUNNING-STAGE
                           THRU SET-DUNNING-STAGE-DONE
                   END-IF
               WHEN "7"
                   PERFORM LIST-DUNNING-STAGES
               WHEN "8"
                   IF WS-SIGNON-LEVEL < 2
                       DISPLAY "Error: changing dunning stages "
                           "requires supervisor level."
                   ELSE
                       PERFORM LOAD-STANDARD-STAGES
                   END-IF
               WHEN "9"
                   MOVE 1 TO END-PROG
               WHEN OTHER
                   DISPLAY "Invalid choice."
           END-EVALUATE.
           IF END-PROG NOT = 1
               GO TO MAIN-LOOP
           END-IF.
           CLOSE ACCOUNT-MASTER-FILE.
           CLOSE DUNNING-STAGE-FILE.
           CLOSE COLLECTION-NOTE-FILE.
           CLOSE COLLECTION-CASE-FILE.
           STOP RUN.

       LIST-OPEN-CASES.
           MOVE 0 TO WS-LIST-COUNT.
           MOVE 0 TO COL-ACCT-ID.
           START COLLECTION-CASE-FILE KEY IS NOT LESS THAN COL-ACCT-ID
               INVALID KEY
                   DISPLAY "No collections cases on file."
           END-START.
           MOVE "N" TO WS-EOF-CASES.
           IF WS-COLLECTION-CASE-STATUS NOT = "00"
               MOVE "Y" TO WS-EOF-CASES
           END-IF.
           PERFORM UNTIL WS-EOF-CASES = "Y"
               READ COLLECTION-CASE-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF-CASES
                   NOT AT END
                       IF COL-STATUS = "O"
                           ADD 1 TO WS-LIST-COUNT
                           DISPLAY COL-ACCT-ID " since "
                               COL-OPENED-DATE " " COL-DAYS-BEYOND
                               " day(s) " COL-EXCESS-AMOUNT " "
                               COL-CURRENCY " stage " COL-STAGE " "
                               COL-STAGE-NAME " promise "
                               COL-PROMISE-STATUS
                       END-IF
               END-READ
           END-PERFORM.
           DISPLAY WS-LIST-COUNT " case(s) open.".

       ACCEPT-CASE-ACCOUNT.
           DISPLAY "Enter account id: ".
           ACCEPT WS-CASE-ACCT-ID.
           MOVE WS-CASE-ACCT-ID TO COL-ACCT-ID.
           READ COLLECTION-CASE-FILE
               INVALID KEY
                   DISPLAY "No collections case for account "
                       WS-CASE-ACCT-ID "."
           END-READ.

       INQUIRE-CASE.
           PERFORM ACCEPT-CASE-ACCOUNT.
           IF WS-COLLECTION-CASE-STATUS = "00"
               PERFORM DISPLAY-CASE
               PERFORM LIST-CASE-NOTES
           END-IF.

       DISPLAY-CASE.
           DISPLAY "Account " COL-ACCT-ID ": case status " COL-STATUS
               ", opened " COL-OPENED-DATE.
           DISPLAY "  " COL-DAYS-BEYOND " day(s) beyond limit by "
               COL-EXCESS-AMOUNT " " COL-CURRENCY " at the last run".
           DISPLAY "  Stage " COL-STAGE " " COL-STAGE-NAME " since "
               COL-STAGE-DATE ", frozen by collections " COL-FROZEN.
           IF COL-PROMISE-STATUS NOT = SPACE
               DISPLAY "  Promise " COL-PROMISE-STATUS " of "
                   COL-PROMISE-AMOUNT " by " COL-PROMISE-DATE
           END-IF.
           IF COL-COLLECTOR NOT = SPACES
               DISPLAY "  Last contact " COL-LAST-CONTACT-DATE " by "
                   COL-COLLECTOR
           END-IF.
           IF COL-STATUS NOT = "O"
               DISPLAY "  Closed " COL-CLOSED-DATE
                   ", written off " COL-WRITEOFF-AMOUNT
           END-IF.

       LIST-CASE-NOTES.
           MOVE COL-ACCT-ID TO CN-ACCT-ID.
           MOVE 0 TO CN-SEQ.
           START COLLECTION-NOTE-FILE KEY IS NOT LESS THAN CN-KEY
               INVALID KEY
                   CONTINUE
           END-START.
           MOVE "N" TO WS-EOF-NOTES.
           IF WS-COLLECTION-NOTE-STATUS NOT = "00"
               MOVE "Y" TO WS-EOF-NOTES
           END-IF.
           PERFORM UNTIL WS-EOF-NOTES = "Y"
               READ COLLECTION-NOTE-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF-NOTES
                   NOT AT END
                       IF CN-ACCT-ID NOT = COL-ACCT-ID
                           MOVE "Y" TO WS-EOF-NOTES
                       ELSE
                           DISPLAY "  " CN-SEQ " " CN-DATE " "
                               CN-TIME " " CN-KIND " " CN-OPERATOR
                               " " CN-TEXT
                       END-IF
               END-READ
           END-PERFORM.

      * The promise holds the case at its stage until the promised
      * date; CollectionsRun marks it kept or broken.
       RECORD-PROMISE.
           PERFORM ACCEPT-CASE-ACCOUNT.
           IF WS-COLLECTION-CASE-STATUS NOT = "00"
               GO TO RECORD-PROMISE-DONE
           END-IF.
           IF COL-STATUS NOT = "O"
               DISPLAY "Error: the case on account " COL-ACCT-ID
                   " is not open."
               GO TO RECORD-PROMISE-DONE
           END-IF.
           PERFORM DISPLAY-CASE.
           DISPLAY "Amount promised: ".
           MOVE 0 TO WS-ENTERED-AMOUNT.
           ACCEPT WS-ENTERED-AMOUNT.
           IF WS-ENTERED-AMOUNT IS NOT NUMERIC
               OR WS-ENTERED-AMOUNT = 0
               DISPLAY "Error: invalid amount."
               GO TO RECORD-PROMISE-DONE
           END-IF.
           DISPLAY "Date promised (YYYYMMDD): ".
           MOVE 0 TO WS-ENTERED-DATE.
           ACCEPT WS-ENTERED-DATE.
           IF FUNCTION TEST-DATE-YYYYMMDD (WS-ENTERED-DATE) NOT = 0
               OR WS-ENTERED-DATE < WS-TODAY
               DISPLAY "Error: the date must be a valid date from "
                   "today on."
               GO TO RECORD-PROMISE-DONE
           END-IF.
           DISPLAY "Note (optional): ".
           MOVE SPACES TO WS-ENTERED-TEXT.
           ACCEPT WS-ENTERED-TEXT.
           MOVE SPACES TO WS-AUDIT-BEFORE.
           STRING "PROMISE=" COL-PROMISE-STATUS " "
               COL-PROMISE-AMOUNT " " COL-PROMISE-DATE
               DELIMITED BY SIZE INTO WS-AUDIT-BEFORE.
           MOVE "P" TO COL-PROMISE-STATUS.
           MOVE WS-ENTERED-AMOUNT TO COL-PROMISE-AMOUNT.
           MOVE WS-ENTERED-DATE TO COL-PROMISE-DATE.
           MOVE "P" TO CN-KIND.
           PERFORM ADD-CASE-NOTE.
           REWRITE COLLECTION-CASE-RECORD
               INVALID KEY
                   DISPLAY "Unable to update case " COL-ACCT-ID
                   GO TO RECORD-PROMISE-DONE
           END-REWRITE.
           DISPLAY "Promise to pay " COL-PROMISE-AMOUNT " by "
               COL-PROMISE-DATE " recorded on account " COL-ACCT-ID
               ".".
           MOVE "PROMISE TO PAY" TO WS-AUDIT-ACTION.
           MOVE COL-ACCT-ID TO WS-AUDIT-KEY.
           MOVE SPACES TO WS-AUDIT-AFTER.
           STRING "PROMISE=P " COL-PROMISE-AMOUNT " "
               COL-PROMISE-DATE
               DELIMITED BY SIZE INTO WS-AUDIT-AFTER.
           PERFORM WRITE-AUDIT-RECORD.

       RECORD-PROMISE-DONE.
           EXIT.

      * Notes can be added to a closed case too - a cured or
      * written-off account is often still being talked about.
       ADD-COLLECTOR-NOTE.
           PERFORM ACCEPT-CASE-ACCOUNT.
           IF WS-COLLECTION-CASE-STATUS NOT = "00"
               GO TO ADD-COLLECTOR-NOTE-DONE
           END-IF.
           DISPLAY "Note: ".
           MOVE SPACES TO WS-ENTERED-TEXT.
           ACCEPT WS-ENTERED-TEXT.
           IF WS-ENTERED-TEXT = SPACES
               DISPLAY "Error: the note is empty."
               GO TO ADD-COLLECTOR-NOTE-DONE
           END-IF.
           MOVE 0 TO WS-ENTERED-AMOUNT.
           MOVE 0 TO WS-ENTERED-DATE.
           MOVE "N" TO CN-KIND.
           PERFORM ADD-CASE-NOTE.
           REWRITE COLLECTION-CASE-RECORD
               INVALID KEY
                   DISPLAY "Unable to update case " COL-ACCT-ID
                   GO TO ADD-COLLECTOR-NOTE-DONE
           END-REWRITE.
           DISPLAY "Note " CN-SEQ " added to account " COL-ACCT-ID
               ".".
           MOVE "COLLECTOR NOTE" TO WS-AUDIT-ACTION.
           MOVE COL-ACCT-ID TO WS-AUDIT-KEY.
           MOVE SPACES TO WS-AUDIT-BEFORE.
           MOVE WS-ENTERED-TEXT TO WS-AUDIT-AFTER.
           PERFORM WRITE-AUDIT-RECORD.

       ADD-COLLECTOR-NOTE-DONE.
           EXIT.

       ADD-CASE-NOTE.
           ADD 1 TO COL-NOTE-COUNT.
           MOVE COL-ACCT-ID TO CN-ACCT-ID.
           MOVE COL-NOTE-COUNT TO CN-SEQ.
           MOVE WS-TODAY TO CN-DATE.
           ACCEPT WS-TIME-NOW FROM TIME.
           MOVE WS-TIME-NOW (1:6) TO CN-TIME.
           MOVE WS-SIGNON-OPERATOR-ID TO CN-OPERATOR.
           MOVE WS-ENTERED-AMOUNT TO CN-PROMISE-AMOUNT.
           MOVE WS-ENTERED-DATE TO CN-PROMISE-DATE.
           MOVE WS-ENTERED-TEXT TO CN-TEXT.
           WRITE COLLECTION-NOTE-RECORD
               INVALID KEY
                   DISPLAY "Unable to add note " CN-SEQ
                       " for account " CN-ACCT-ID
           END-WRITE.
           MOVE WS-SIGNON-OPERATOR-ID TO COL-COLLECTOR.
           MOVE WS-TODAY TO COL-LAST-CONTACT-DATE.

      * Only the freeze collections put on is released; the case
      * stays open and is not frozen again at the same stage. An
      * account with a holder recorded as deceased stays frozen for
      * the estate, and the case keeps its freeze.
       RELEASE-COLLECTIONS-FREEZE.
           PERFORM ACCEPT-CASE-ACCOUNT.
           IF WS-COLLECTION-CASE-STATUS NOT = "00"
               GO TO RELEASE-COLLECTIONS-FREEZE-DONE
           END-IF.
           IF COL-STATUS NOT = "O" OR COL-FROZEN NOT = "Y"
               DISPLAY "Error: account " COL-ACCT-ID
                   " is not under a collections freeze."
               GO TO RELEASE-COLLECTIONS-FREEZE-DONE
           END-IF.
           MOVE COL-ACCT-ID TO ACCT-ID.
           READ ACCOUNT-MASTER-FILE
               INVALID KEY
                   DISPLAY "Error: account " COL-ACCT-ID " not found."
                   GO TO RELEASE-COLLECTIONS-FREEZE-DONE
           END-READ.
           IF ACCT-STATUS = "F"
               CALL "DeceasedHolderCheck" USING ACCT-ID
                   WS-DECEASED-HOLDER
               IF WS-DECEASED-HOLDER = "Y"
                   DISPLAY "Error: account " ACCT-ID " has a holder "
                       "recorded as deceased; freeze left in place."
                   GO TO RELEASE-COLLECTIONS-FREEZE-DONE
               END-IF
               MOVE ACCOUNT-RECORD TO WS-JOURNAL-BEFORE
               MOVE "A" TO ACCT-STATUS
               ADD 1 TO ACCT-VERSION
               REWRITE ACCOUNT-RECORD
                   INVALID KEY
                       DISPLAY "Unable to release account " ACCT-ID
                       GO TO RELEASE-COLLECTIONS-FREEZE-DONE
               END-REWRITE
               MOVE ACCOUNT-RECORD TO WS-JOURNAL-AFTER
               CALL "AccountJournal" USING
                   WS-JOURNAL-PROGRAM WS-JOURNAL-BEFORE
                   WS-JOURNAL-AFTER
           ELSE
               DISPLAY "Account " ACCT-ID " is no longer frozen "
                   "(status " ACCT-STATUS "); case updated only."
           END-IF.
           MOVE "N" TO COL-FROZEN.
           MOVE 0 TO WS-ENTERED-AMOUNT.
           MOVE 0 TO WS-ENTERED-DATE.
           MOVE "Collections freeze released" TO WS-ENTERED-TEXT.
           MOVE "N" TO CN-KIND.
           PERFORM ADD-CASE-NOTE.
           REWRITE COLLECTION-CASE-RECORD
               INVALID KEY
                   DISPLAY "Unable to update case " COL-ACCT-ID
                   GO TO RELEASE-COLLECTIONS-FREEZE-DONE
           END-REWRITE.
           DISPLAY "Collections freeze on account " COL-ACCT-ID
               " released.".
           MOVE "RELEASE COLL FREEZE" TO WS-AUDIT-ACTION.
           MOVE COL-ACCT-ID TO WS-AUDIT-KEY.
           MOVE "FROZEN=Y" TO WS-AUDIT-BEFORE.
           MOVE "FROZEN=N" TO WS-AUDIT-AFTER.
           PERFORM WRITE-AUDIT-RECORD.

       RELEASE-COLLECTIONS-FREEZE-DONE.
           EXIT.

      * Blank answers keep an existing stage's current values.
       SET-DUNNING-STAGE.
           DISPLAY "Enter stage number (1-9): ".
           MOVE 0 TO DST-STAGE.
           ACCEPT DST-STAGE.
           IF DST-STAGE IS NOT NUMERIC OR DST-STAGE = 0
               DISPLAY "Error: the stage number must be 1 to 9."
               GO TO SET-DUNNING-STAGE-DONE
           END-IF.
           READ DUNNING-STAGE-FILE
               INVALID KEY
                   CONTINUE
           END-READ.
           MOVE SPACES TO WS-AUDIT-BEFORE.
           IF WS-DUNNING-STAGE-STATUS = "00"
               MOVE "Y" TO WS-STAGE-EXISTS
               PERFORM DISPLAY-DUNNING-STAGE
               STRING DST-ACTION " D=" DST-DAYS " L=" DST-LETTER-TYPE
                   " " DST-STATUS
                   DELIMITED BY SIZE INTO WS-AUDIT-BEFORE
           ELSE
               MOVE "N" TO WS-STAGE-EXISTS
               MOVE SPACES TO DST-NAME
               MOVE 0 TO DST-DAYS
               MOVE "R" TO DST-ACTION
               MOVE SPACES TO DST-LETTER-TYPE
               MOVE "A" TO DST-STATUS
               DISPLAY "New stage " DST-STAGE "."
           END-IF.
           DISPLAY "Stage name: ".
           MOVE SPACES TO WS-ENTERED-TEXT.
           ACCEPT WS-ENTERED-TEXT.
           IF WS-ENTERED-TEXT NOT = SPACES
               MOVE WS-ENTERED-TEXT TO DST-NAME
           END-IF.
           IF DST-NAME = SPACES
               DISPLAY "Error: a stage name is required."
               GO TO SET-DUNNING-STAGE-DONE
           END-IF.
           DISPLAY "Days beyond the limit before the stage: ".
           MOVE DST-DAYS TO WS-ENTERED-DAYS.
           ACCEPT WS-ENTERED-DAYS.
           IF WS-ENTERED-DAYS IS NUMERIC
               MOVE WS-ENTERED-DAYS TO DST-DAYS
           END-IF.
           DISPLAY "Action: R reminder, D formal demand, F freeze, "
               "C refer to recovery, W write off: ".
           MOVE SPACES TO WS-ENTERED-TEXT.
           ACCEPT WS-ENTERED-TEXT.
           IF WS-ENTERED-TEXT NOT = SPACES
               MOVE WS-ENTERED-TEXT (1:1) TO DST-ACTION
           END-IF.
           IF DST-ACTION NOT = "R" AND DST-ACTION NOT = "D"
               AND DST-ACTION NOT = "F" AND DST-ACTION NOT = "C"
               AND DST-ACTION NOT = "W"
               DISPLAY "Error: action must be R, D, F, C or W."
               GO TO SET-DUNNING-STAGE-DONE
           END-IF.
           DISPLAY "Letter type (NONE to send an alert instead): ".
           MOVE SPACES TO WS-ENTERED-TEXT.
           ACCEPT WS-ENTERED-TEXT.
           IF WS-ENTERED-TEXT = "NONE"
               MOVE SPACES TO DST-LETTER-TYPE
           ELSE
               IF WS-ENTERED-TEXT NOT = SPACES
                   MOVE WS-ENTERED-TEXT TO DST-LETTER-TYPE
               END-IF
           END-IF.
           DISPLAY "Status, A active or I inactive: ".
           MOVE SPACES TO WS-ENTERED-TEXT.
           ACCEPT WS-ENTERED-TEXT.
           IF WS-ENTERED-TEXT NOT = SPACES
               MOVE WS-ENTERED-TEXT (1:1) TO DST-STATUS
           END-IF.
           IF DST-STATUS NOT = "A" AND DST-STATUS NOT = "I"
               DISPLAY "Error: status must be A or I."
               GO TO SET-DUNNING-STAGE-DONE
           END-IF.
           MOVE WS-TODAY TO DST-CHANGED-DATE.
           MOVE WS-SIGNON-OPERATOR-ID TO DST-CHANGED-BY.
           IF WS-STAGE-EXISTS = "Y"
               REWRITE DUNNING-STAGE-RECORD
                   INVALID KEY
                       DISPLAY "Unable to update stage " DST-STAGE
                       GO TO SET-DUNNING-STAGE-DONE
               END-REWRITE
           ELSE
               WRITE DUNNING-STAGE-RECORD
                   INVALID KEY
                       DISPLAY "Unable to add stage " DST-STAGE
                       GO TO SET-DUNNING-STAGE-DONE
               END-WRITE
           END-IF.
           DISPLAY "Dunning stage " DST-STAGE " saved.".
           MOVE "SET DUNNING STAGE" TO WS-AUDIT-ACTION.
           MOVE DST-STAGE TO WS-AUDIT-KEY.
           MOVE SPACES TO WS-AUDIT-AFTER.
           STRING DST-ACTION " D=" DST-DAYS " L=" DST-LETTER-TYPE
               " " DST-STATUS
               DELIMITED BY SIZE INTO WS-AUDIT-AFTER.
           PERFORM WRITE-AUDIT-RECORD.

       SET-DUNNING-STAGE-DONE.
           EXIT.

       DISPLAY-DUNNING-STAGE.
           DISPLAY DST-STAGE " " DST-NAME " after " DST-DAYS
               " day(s), action " DST-ACTION " letter "
               DST-LETTER-TYPE " " DST-STATUS.

       LIST-DUNNING-STAGES.
           MOVE 0 TO DST-STAGE.
           START DUNNING-STAGE-FILE KEY IS NOT LESS THAN DST-STAGE
               INVALID KEY
                   DISPLAY "No dunning stages on file."
           END-START.
           MOVE "N" TO WS-EOF-STAGES.
           IF WS-DUNNING-STAGE-STATUS NOT = "00"
               MOVE "Y" TO WS-EOF-STAGES
           END-IF.
           PERFORM UNTIL WS-EOF-STAGES = "Y"
               READ DUNNING-STAGE-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF-STAGES
                   NOT AT END
                       PERFORM DISPLAY-DUNNING-STAGE
               END-READ
           END-PERFORM.

      * A stage number already on file is left as it is, so local
      * settings are never overwritten.
       LOAD-STANDARD-STAGES.
           MOVE 0 TO WS-STD-LOADED-COUNT.
           MOVE 1 TO DST-STAGE.
           MOVE "REMINDER" TO DST-NAME.
           MOVE 5 TO DST-DAYS.
           MOVE "R" TO DST-ACTION.
           MOVE "COLREMND" TO DST-LETTER-TYPE.
           PERFORM ADD-STANDARD-STAGE.
           MOVE 2 TO DST-STAGE.
           MOVE "FORMAL DEMAND" TO DST-NAME.
           MOVE 20 TO DST-DAYS.
           MOVE "D" TO DST-ACTION.
           MOVE "COLDEMND" TO DST-LETTER-TYPE.
           PERFORM ADD-STANDARD-STAGE.
           MOVE 3 TO DST-STAGE.
           MOVE "ACCOUNT FROZEN" TO DST-NAME.
           MOVE 35 TO DST-DAYS.
           MOVE "F" TO DST-ACTION.
           MOVE "COLFREEZ" TO DST-LETTER-TYPE.
           PERFORM ADD-STANDARD-STAGE.
           MOVE 4 TO DST-STAGE.
           MOVE "REFERRED TO RECOVERY" TO DST-NAME.
           MOVE 60 TO DST-DAYS.
           MOVE "C" TO DST-ACTION.
           MOVE "COLRECOV" TO DST-LETTER-TYPE.
           PERFORM ADD-STANDARD-STAGE.
           MOVE 5 TO DST-STAGE.
           MOVE "WRITTEN OFF" TO DST-NAME.
           MOVE 120 TO DST-DAYS.
           MOVE "W" TO DST-ACTION.
           MOVE "COLWROFF" TO DST-LETTER-TYPE.
           PERFORM ADD-STANDARD-STAGE.
           DISPLAY WS-STD-LOADED-COUNT " standard stage(s) loaded.".
           IF WS-STD-LOADED-COUNT > 0
               MOVE "LOAD STD STAGES" TO WS-AUDIT-ACTION
               MOVE SPACES TO WS-AUDIT-KEY
               MOVE SPACES TO WS-AUDIT-BEFORE
               MOVE SPACES TO WS-AUDIT-AFTER
               STRING WS-STD-LOADED-COUNT " STAGE(S)"
                   DELIMITED BY SIZE INTO WS-AUDIT-AFTER
               PERFORM WRITE-AUDIT-RECORD
           END-IF.

       ADD-STANDARD-STAGE.
           MOVE "A" TO DST-STATUS.
           MOVE WS-TODAY TO DST-CHANGED-DATE.
           MOVE WS-SIGNON-OPERATOR-ID TO DST-CHANGED-BY.
           WRITE DUNNING-STAGE-RECORD
               INVALID KEY
                   DISPLAY "Stage " DST-STAGE " already on file; kept."
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
           MOVE "CollectionsMaintenance" TO AUD-PROGRAM.
           MOVE WS-AUDIT-ACTION TO AUD-ACTION.
           MOVE WS-AUDIT-KEY TO AUD-KEY.
           MOVE WS-AUDIT-BEFORE TO AUD-BEFORE.
           MOVE WS-AUDIT-AFTER TO AUD-AFTER.
           WRITE MAINT-AUDIT-RECORD.
           CLOSE MAINT-AUDIT-FILE.
