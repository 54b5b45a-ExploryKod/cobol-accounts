       IDENTIFICATION DIVISION.
       PROGRAM-ID. FraudCaseMaintenance.

      ******************************************************************
      * Back-office screen for the fraud team. Works the queue of
      * cases VelocityCheck opens when a velocity rule freezes an
      * account: once the customer has been reached, the case is
      * closed recording whether they confirmed the activity, and
      * whether the account freeze was released and/or the card
      * blocked (CARDBLK.DAT, which the CardAuthorizationFeed
      * honours until the block is lifted here for a replacement
      * card). The velocity rule table itself is maintained here
      * too. Closing cases, lifting blocks and changing rules need
      * supervisor level; every change goes to MAINTLOG.DAT.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "FraudCaseFileControl.cpy".
           COPY "VelocityRuleFileControl.cpy".
           COPY "CardBlockFileControl.cpy".
           COPY "AccountFileControl.cpy".
           COPY "MaintAuditFileControl.cpy".

       DATA DIVISION.
       FILE SECTION.
       FD  FRAUD-CASE-FILE.
           COPY "FraudCaseRecord.cpy".
       FD  VELOCITY-RULE-FILE.
           COPY "VelocityRuleRecord.cpy".
       FD  CARD-BLOCK-FILE.
           COPY "CardBlockRecord.cpy".
       FD  ACCOUNT-MASTER-FILE.
           COPY "AccountRecord.cpy".
       FD  MAINT-AUDIT-FILE.
           COPY "MaintAuditRecord.cpy".

       WORKING-STORAGE SECTION.
       COPY "ReasonCodes.cpy".
       01 WS-FRAUD-CASE-STATUS    PIC X(2).
       01 WS-VELOCITY-RULE-STATUS PIC X(2).
       01 WS-CARD-BLOCK-STATUS    PIC X(2).
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
       01 WS-EOF-RULES            PIC X(1).
       01 WS-LIST-COUNT           PIC 9(5).
       01 WS-CONFIRMED            PIC X(1).
       01 WS-RELEASE              PIC X(1).
       01 WS-BLOCK                PIC X(1).
       01 WS-DECEASED-HOLDER      PIC X(1).
       01 WS-RULE-EXISTS          PIC X(1).
       01 WS-ENTERED-TEXT         PIC X(30).
       01 WS-ENTERED-WINDOW       PIC 9(5).
       01 WS-ENTERED-COUNT        PIC 9(3).
       01 WS-ENTERED-AMOUNT       PIC 9(9)V99.
       01 WS-BLOCK-ACCT-ID        PIC 9(5).
       01 WS-JOURNAL-PROGRAM PIC X(25) VALUE "FraudCaseMaintenance".
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
           OPEN I-O FRAUD-CASE-FILE.
           IF WS-FRAUD-CASE-STATUS = "35"
               OPEN OUTPUT FRAUD-CASE-FILE
               CLOSE FRAUD-CASE-FILE
               OPEN I-O FRAUD-CASE-FILE
           END-IF.
           OPEN I-O VELOCITY-RULE-FILE.
           IF WS-VELOCITY-RULE-STATUS = "35"
               OPEN OUTPUT VELOCITY-RULE-FILE
               CLOSE VELOCITY-RULE-FILE
               OPEN I-O VELOCITY-RULE-FILE
           END-IF.
           OPEN I-O CARD-BLOCK-FILE.
           IF WS-CARD-BLOCK-STATUS = "35"
               OPEN OUTPUT CARD-BLOCK-FILE
               CLOSE CARD-BLOCK-FILE
               OPEN I-O CARD-BLOCK-FILE
           END-IF.
           OPEN I-O ACCOUNT-MASTER-FILE.
           GO TO MAIN-LOOP.

       MAIN-LOOP.
           DISPLAY "Fraud Case Maintenance Menu:".
           DISPLAY "1. List open fraud cases".
           DISPLAY "2. Inquire on a case".
           DISPLAY "3. Close a case".
           DISPLAY "4. Lift a card block".
           DISPLAY "5. Add or change a velocity rule".
           DISPLAY "6. List velocity rules".
           DISPLAY "7. Quitter".
           ACCEPT USER-CHOICE.
           EVALUATE USER-CHOICE
               WHEN "1"
                   PERFORM LIST-OPEN-CASES
               WHEN "2"
                   PERFORM INQUIRE-CASE
               WHEN "3"
                   IF WS-SIGNON-LEVEL < 2
                       DISPLAY "Error: closing a fraud case requires "
                           "supervisor level."
                   ELSE
                       PERFORM CLOSE-FRAUD-CASE
                           THRU CLOSE-FRAUD-CASE-DONE
                   END-IF
               WHEN "4"
                   IF WS-SIGNON-LEVEL < 2
                       DISPLAY "Error: lifting a card block requires "
                           "supervisor level."
                   ELSE
                       PERFORM LIFT-CARD-BLOCK
                           THRU LIFT-CARD-BLOCK-DONE
                   END-IF
               WHEN "5"
                   IF WS-SIGNON-LEVEL < 2
                       DISPLAY "Error: changing velocity rules "
                           "requires supervisor level."
                   ELSE
                       PERFORM SET-VELOCITY-RULE
                           THRU SET-VELOCITY-RULE-DONE
                   END-IF
               WHEN "6"
                   PERFORM LIST-VELOCITY-RULES
               WHEN "7"
                   MOVE 1 TO END-PROG
               WHEN OTHER
                   DISPLAY "Invalid choice."
           END-EVALUATE.
           IF END-PROG NOT = 1
               GO TO MAIN-LOOP
           END-IF.
           CLOSE ACCOUNT-MASTER-FILE.
           CLOSE CARD-BLOCK-FILE.
           CLOSE VELOCITY-RULE-FILE.
           CLOSE FRAUD-CASE-FILE.
           STOP RUN.

       LIST-OPEN-CASES.
           MOVE 0 TO WS-LIST-COUNT.
           MOVE 0 TO FC-ID.
           START FRAUD-CASE-FILE KEY IS NOT LESS THAN FC-ID
               INVALID KEY
                   DISPLAY "No fraud cases on file."
           END-START.
           MOVE "N" TO WS-EOF-CASES.
           IF WS-FRAUD-CASE-STATUS NOT = "00"
               MOVE "Y" TO WS-EOF-CASES
           END-IF.
           PERFORM UNTIL WS-EOF-CASES = "Y"
               READ FRAUD-CASE-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF-CASES
                   NOT AT END
                       IF FC-STATUS = "O"
                           ADD 1 TO WS-LIST-COUNT
                           DISPLAY FC-ID " account " FC-ACCT-ID
                               " rule " FC-RULE-ID " opened "
                               FC-OPENED-DATE " " FC-OPENED-TIME
                               " " FC-KIND " " FC-AMOUNT " "
                               FC-CURRENCY
                       END-IF
               END-READ
           END-PERFORM.
           DISPLAY WS-LIST-COUNT " case(s) open.".

       INQUIRE-CASE.
           DISPLAY "Enter fraud case id: ".
           ACCEPT FC-ID.
           READ FRAUD-CASE-FILE
               INVALID KEY
                   DISPLAY "No fraud case " FC-ID "."
           END-READ.
           IF WS-FRAUD-CASE-STATUS = "00"
               PERFORM DISPLAY-CASE
           END-IF.

       DISPLAY-CASE.
           DISPLAY "Case " FC-ID ": account " FC-ACCT-ID
               ", status " FC-STATUS.
           DISPLAY "  Rule " FC-RULE-ID " " FC-RULE-DESCRIPTION.
           DISPLAY "  Opened " FC-OPENED-DATE " " FC-OPENED-TIME
               " by " FC-CHANNEL.
           DISPLAY "  Refused kind " FC-KIND " amount " FC-AMOUNT
               " " FC-CURRENCY.
           DISPLAY "  Account frozen by this case: " FC-FREEZE-APPLIED.
           IF FC-STATUS = "C"
               DISPLAY "  Closed " FC-CLOSED-DATE " by "
                   FC-CLOSED-BY ": customer confirmed "
                   FC-CUSTOMER-CONFIRMED ", freeze released "
                   FC-FREEZE-RELEASED ", card blocked "
                   FC-CARD-BLOCKED
               DISPLAY "  Note: " FC-NOTE
           END-IF.

      * A case stays open until the customer has been reached; the
      * outcome is then recorded and carried out in one step.
       CLOSE-FRAUD-CASE.
           DISPLAY "Enter fraud case id: ".
           ACCEPT FC-ID.
           READ FRAUD-CASE-FILE
               INVALID KEY
                   DISPLAY "Error: no fraud case " FC-ID "."
                   GO TO CLOSE-FRAUD-CASE-DONE
           END-READ.
           IF FC-STATUS NOT = "O"
               DISPLAY "Error: case " FC-ID " is already closed."
               GO TO CLOSE-FRAUD-CASE-DONE
           END-IF.
           PERFORM DISPLAY-CASE.
           DISPLAY "Did the customer confirm the activity as theirs? "
               "(Y/N, blank if not yet reached): ".
           MOVE SPACE TO WS-CONFIRMED.
           ACCEPT WS-CONFIRMED.
           IF WS-CONFIRMED NOT = "Y" AND WS-CONFIRMED NOT = "N"
               DISPLAY "Case " FC-ID " left open until the customer "
                   "is reached."
               GO TO CLOSE-FRAUD-CASE-DONE
           END-IF.
           DISPLAY "Release the account freeze? (Y/N): ".
           MOVE SPACE TO WS-RELEASE.
           ACCEPT WS-RELEASE.
           DISPLAY "Block the card? (Y/N): ".
           MOVE SPACE TO WS-BLOCK.
           ACCEPT WS-BLOCK.
           DISPLAY "Enter a note for the case: ".
           MOVE SPACES TO FC-NOTE.
           ACCEPT FC-NOTE.
           MOVE "N" TO FC-FREEZE-RELEASED.
           MOVE "N" TO FC-CARD-BLOCKED.
           IF WS-RELEASE = "Y"
               PERFORM RELEASE-ACCOUNT-FREEZE
           END-IF.
           IF WS-BLOCK = "Y"
               MOVE FC-ACCT-ID TO WS-BLOCK-ACCT-ID
               PERFORM BLOCK-CARD
           END-IF.
           MOVE WS-CONFIRMED TO FC-CUSTOMER-CONFIRMED.
           MOVE "C" TO FC-STATUS.
           MOVE WS-TODAY TO FC-CLOSED-DATE.
           MOVE WS-SIGNON-OPERATOR-ID TO FC-CLOSED-BY.
           REWRITE FRAUD-CASE-RECORD
               INVALID KEY
                   DISPLAY "Unable to update fraud case " FC-ID
                   GO TO CLOSE-FRAUD-CASE-DONE
           END-REWRITE.
           DISPLAY "Fraud case " FC-ID " closed.".
           MOVE "CLOSE FRAUD CASE" TO WS-AUDIT-ACTION.
           MOVE FC-ID TO WS-AUDIT-KEY.
           MOVE SPACES TO WS-AUDIT-BEFORE.
           STRING "ACCT=" FC-ACCT-ID " RULE=" FC-RULE-ID
               DELIMITED BY SIZE INTO WS-AUDIT-BEFORE.
           MOVE SPACES TO WS-AUDIT-AFTER.
           STRING "CONFIRMED=" FC-CUSTOMER-CONFIRMED " RELEASED="
               FC-FREEZE-RELEASED " BLOCKED=" FC-CARD-BLOCKED
               DELIMITED BY SIZE INTO WS-AUDIT-AFTER.
           PERFORM WRITE-AUDIT-RECORD.

       CLOSE-FRAUD-CASE-DONE.
           EXIT.

      * Only a frozen account is made active again; one closed or
      * otherwise changed since the case opened is left alone. The
      * case releases only a freeze VelocityCheck applied for it: an
      * account already frozen when the case opened was frozen for
      * some other reason, and that freeze is not the case's to lift.
      * Nor is an account with a holder recorded as deceased made
      * active, whoever froze it.
       RELEASE-ACCOUNT-FREEZE.
           IF FC-FREEZE-APPLIED NOT = "Y"
               DISPLAY "Account " FC-ACCT-ID " was not frozen by this "
                   "case; freeze left in place."
           ELSE
               MOVE FC-ACCT-ID TO ACCT-ID
               READ ACCOUNT-MASTER-FILE
                   INVALID KEY
                       DISPLAY "Error: account " FC-ACCT-ID
                           " not found."
               END-READ
               IF WS-ACCOUNT-FILE-STATUS = "00"
                   PERFORM RELEASE-FROZEN-ACCOUNT
               END-IF
           END-IF.

       RELEASE-FROZEN-ACCOUNT.
           IF ACCT-STATUS NOT = "F"
               DISPLAY "Account " ACCT-ID " is not frozen "
                   "(status " ACCT-STATUS "); left as it is."
           ELSE
               CALL "DeceasedHolderCheck" USING ACCT-ID
                   WS-DECEASED-HOLDER
               IF WS-DECEASED-HOLDER = "Y"
                   DISPLAY "Account " ACCT-ID " has a holder recorded "
                       "as deceased; freeze left in place."
               ELSE
                   MOVE ACCOUNT-RECORD TO WS-JOURNAL-BEFORE
                   MOVE "A" TO ACCT-STATUS
                   ADD 1 TO ACCT-VERSION
                   REWRITE ACCOUNT-RECORD
                       INVALID KEY
                           DISPLAY "Unable to release account "
                               ACCT-ID
                       NOT INVALID KEY
                           MOVE "Y" TO FC-FREEZE-RELEASED
                           DISPLAY "Account " ACCT-ID
                               " freeze released."
                           MOVE ACCOUNT-RECORD TO WS-JOURNAL-AFTER
                           CALL "AccountJournal" USING
                               WS-JOURNAL-PROGRAM WS-JOURNAL-BEFORE
                               WS-JOURNAL-AFTER
                   END-REWRITE
               END-IF
           END-IF.

       BLOCK-CARD.
           MOVE WS-BLOCK-ACCT-ID TO CB-ACCT-ID.
           READ CARD-BLOCK-FILE
               INVALID KEY
                   CONTINUE
           END-READ.
           MOVE WS-BLOCK-ACCT-ID TO CB-ACCT-ID.
           MOVE "B" TO CB-STATUS.
           MOVE FC-ID TO CB-CASE-ID.
           MOVE WS-TODAY TO CB-BLOCKED-DATE.
           MOVE WS-SIGNON-OPERATOR-ID TO CB-BLOCKED-BY.
           MOVE 0 TO CB-LIFTED-DATE.
           MOVE SPACES TO CB-LIFTED-BY.
           IF WS-CARD-BLOCK-STATUS = "00"
               REWRITE CARD-BLOCK-RECORD
                   INVALID KEY
                       DISPLAY "Unable to block the card on account "
                           CB-ACCT-ID
                   NOT INVALID KEY
                       MOVE "Y" TO FC-CARD-BLOCKED
               END-REWRITE
           ELSE
               WRITE CARD-BLOCK-RECORD
                   INVALID KEY
                       DISPLAY "Unable to block the card on account "
                           CB-ACCT-ID
                   NOT INVALID KEY
                       MOVE "Y" TO FC-CARD-BLOCKED
               END-WRITE
           END-IF.
           IF FC-CARD-BLOCKED = "Y"
               DISPLAY "Card on account " CB-ACCT-ID " blocked."
           END-IF.

       LIFT-CARD-BLOCK.
           DISPLAY "Enter account id of the blocked card: ".
           ACCEPT CB-ACCT-ID.
           READ CARD-BLOCK-FILE
               INVALID KEY
                   DISPLAY "Error: no card block on account "
                       CB-ACCT-ID "."
                   GO TO LIFT-CARD-BLOCK-DONE
           END-READ.
           IF CB-STATUS NOT = "B"
               DISPLAY "Error: the block on account " CB-ACCT-ID
                   " was already lifted on " CB-LIFTED-DATE "."
               GO TO LIFT-CARD-BLOCK-DONE
           END-IF.
           MOVE "L" TO CB-STATUS.
           MOVE WS-TODAY TO CB-LIFTED-DATE.
           MOVE WS-SIGNON-OPERATOR-ID TO CB-LIFTED-BY.
           REWRITE CARD-BLOCK-RECORD
               INVALID KEY
                   DISPLAY "Unable to lift the block on account "
                       CB-ACCT-ID
                   GO TO LIFT-CARD-BLOCK-DONE
           END-REWRITE.
           DISPLAY "Card block on account " CB-ACCT-ID " lifted.".
           MOVE "LIFT CARD BLOCK" TO WS-AUDIT-ACTION.
           MOVE CB-ACCT-ID TO WS-AUDIT-KEY.
           MOVE SPACES TO WS-AUDIT-BEFORE.
           STRING "BLOCKED " CB-BLOCKED-DATE " CASE " CB-CASE-ID
               DELIMITED BY SIZE INTO WS-AUDIT-BEFORE.
           MOVE "LIFTED" TO WS-AUDIT-AFTER.
           PERFORM WRITE-AUDIT-RECORD.

       LIFT-CARD-BLOCK-DONE.
           EXIT.

      * Blank answers keep an existing rule's current values.
       SET-VELOCITY-RULE.
           DISPLAY "Enter velocity rule id: ".
           MOVE SPACES TO VR-RULE-ID.
           ACCEPT VR-RULE-ID.
           IF VR-RULE-ID = SPACES
               DISPLAY "Error: a rule id is required."
               GO TO SET-VELOCITY-RULE-DONE
           END-IF.
           READ VELOCITY-RULE-FILE
               INVALID KEY
                   CONTINUE
           END-READ.
           MOVE SPACES TO WS-AUDIT-BEFORE.
           IF WS-VELOCITY-RULE-STATUS = "00"
               MOVE "Y" TO WS-RULE-EXISTS
               PERFORM DISPLAY-VELOCITY-RULE
               STRING VR-TYPE VR-EVENT-KIND " W=" VR-WINDOW-MINUTES
                   " N=" VR-MAX-COUNT " A=" VR-MAX-AMOUNT " "
                   VR-STATUS
                   DELIMITED BY SIZE INTO WS-AUDIT-BEFORE
           ELSE
               MOVE "N" TO WS-RULE-EXISTS
               MOVE SPACES TO VR-DESCRIPTION
               MOVE "C" TO VR-TYPE
               MOVE "*" TO VR-EVENT-KIND
               MOVE 60 TO VR-WINDOW-MINUTES
               MOVE 0 TO VR-MAX-COUNT
               MOVE 0 TO VR-MAX-AMOUNT
               MOVE "A" TO VR-STATUS
               DISPLAY "New rule " VR-RULE-ID "."
           END-IF.
           DISPLAY "Enter description: ".
           MOVE SPACES TO WS-ENTERED-TEXT.
           ACCEPT WS-ENTERED-TEXT.
           IF WS-ENTERED-TEXT NOT = SPACES
               MOVE WS-ENTERED-TEXT TO VR-DESCRIPTION
           END-IF.
           DISPLAY "Rule type: C count/amount, U first external "
               "payment after a PIN unlock, M card currencies: ".
           MOVE SPACES TO WS-ENTERED-TEXT.
           ACCEPT WS-ENTERED-TEXT.
           IF WS-ENTERED-TEXT NOT = SPACES
               MOVE WS-ENTERED-TEXT (1:1) TO VR-TYPE
           END-IF.
           IF VR-TYPE NOT = "C" AND VR-TYPE NOT = "U"
               AND VR-TYPE NOT = "M"
               DISPLAY "Error: rule type must be C, U or M."
               GO TO SET-VELOCITY-RULE-DONE
           END-IF.
           IF VR-TYPE = "C"
               DISPLAY "Event counted: W withdrawal, T transfer, "
                   "X external payment, C card, * any: "
               MOVE SPACES TO WS-ENTERED-TEXT
               ACCEPT WS-ENTERED-TEXT
               IF WS-ENTERED-TEXT NOT = SPACES
                   MOVE WS-ENTERED-TEXT (1:1) TO VR-EVENT-KIND
               END-IF
               IF VR-EVENT-KIND NOT = "W" AND VR-EVENT-KIND NOT = "T"
                   AND VR-EVENT-KIND NOT = "X"
                   AND VR-EVENT-KIND NOT = "C"
                   AND VR-EVENT-KIND NOT = "*"
                   DISPLAY "Error: event must be W, T, X, C or *."
                   GO TO SET-VELOCITY-RULE-DONE
               END-IF
           ELSE
               IF VR-TYPE = "U"
                   MOVE "X" TO VR-EVENT-KIND
               ELSE
                   MOVE "C" TO VR-EVENT-KIND
               END-IF
           END-IF.
           DISPLAY "Window in minutes: ".
           MOVE 0 TO WS-ENTERED-WINDOW.
           ACCEPT WS-ENTERED-WINDOW.
           IF WS-ENTERED-WINDOW IS NUMERIC AND WS-ENTERED-WINDOW > 0
               MOVE WS-ENTERED-WINDOW TO VR-WINDOW-MINUTES
           END-IF.
           IF VR-WINDOW-MINUTES = 0
               DISPLAY "Error: the window must be at least a minute."
               GO TO SET-VELOCITY-RULE-DONE
           END-IF.
           IF VR-TYPE NOT = "U"
               DISPLAY "Most events (C) or currencies (M) allowed "
                   "in the window, 0 for no count test: "
               MOVE VR-MAX-COUNT TO WS-ENTERED-COUNT
               ACCEPT WS-ENTERED-COUNT
               IF WS-ENTERED-COUNT IS NUMERIC
                   MOVE WS-ENTERED-COUNT TO VR-MAX-COUNT
               END-IF
           END-IF.
           IF VR-TYPE NOT = "M"
               DISPLAY "Amount limit, 0 for no amount test: "
               MOVE VR-MAX-AMOUNT TO WS-ENTERED-AMOUNT
               ACCEPT WS-ENTERED-AMOUNT
               IF WS-ENTERED-AMOUNT IS NUMERIC
                   MOVE WS-ENTERED-AMOUNT TO VR-MAX-AMOUNT
               END-IF
           END-IF.
           IF VR-TYPE = "C" AND VR-MAX-COUNT = 0
               AND VR-MAX-AMOUNT = 0
               DISPLAY "Error: a count rule needs a count or an "
                   "amount limit."
               GO TO SET-VELOCITY-RULE-DONE
           END-IF.
           DISPLAY "Status, A active or I inactive: ".
           MOVE SPACES TO WS-ENTERED-TEXT.
           ACCEPT WS-ENTERED-TEXT.
           IF WS-ENTERED-TEXT NOT = SPACES
               MOVE WS-ENTERED-TEXT (1:1) TO VR-STATUS
           END-IF.
           IF VR-STATUS NOT = "A" AND VR-STATUS NOT = "I"
               DISPLAY "Error: status must be A or I."
               GO TO SET-VELOCITY-RULE-DONE
           END-IF.
           MOVE WS-TODAY TO VR-CHANGED-DATE.
           MOVE WS-SIGNON-OPERATOR-ID TO VR-CHANGED-BY.
           IF WS-RULE-EXISTS = "Y"
               REWRITE VELOCITY-RULE-RECORD
                   INVALID KEY
                       DISPLAY "Unable to update rule " VR-RULE-ID
                       GO TO SET-VELOCITY-RULE-DONE
               END-REWRITE
           ELSE
               WRITE VELOCITY-RULE-RECORD
                   INVALID KEY
                       DISPLAY "Unable to add rule " VR-RULE-ID
                       GO TO SET-VELOCITY-RULE-DONE
               END-WRITE
           END-IF.
           DISPLAY "Velocity rule " VR-RULE-ID " saved.".
           MOVE "SET VELOCITY RULE" TO WS-AUDIT-ACTION.
           MOVE VR-RULE-ID TO WS-AUDIT-KEY.
           MOVE SPACES TO WS-AUDIT-AFTER.
           STRING VR-TYPE VR-EVENT-KIND " W=" VR-WINDOW-MINUTES
               " N=" VR-MAX-COUNT " A=" VR-MAX-AMOUNT " " VR-STATUS
               DELIMITED BY SIZE INTO WS-AUDIT-AFTER.
           PERFORM WRITE-AUDIT-RECORD.

       SET-VELOCITY-RULE-DONE.
           EXIT.

       DISPLAY-VELOCITY-RULE.
           DISPLAY VR-RULE-ID " " VR-DESCRIPTION " type " VR-TYPE
               " event " VR-EVENT-KIND " window " VR-WINDOW-MINUTES
               " count " VR-MAX-COUNT " amount " VR-MAX-AMOUNT
               " status " VR-STATUS.

       LIST-VELOCITY-RULES.
           MOVE 0 TO WS-LIST-COUNT.
           MOVE LOW-VALUES TO VR-RULE-ID.
           START VELOCITY-RULE-FILE KEY IS NOT LESS THAN VR-RULE-ID
               INVALID KEY
                   DISPLAY "No velocity rules on file."
           END-START.
           MOVE "N" TO WS-EOF-RULES.
           IF WS-VELOCITY-RULE-STATUS NOT = "00"
               MOVE "Y" TO WS-EOF-RULES
           END-IF.
           PERFORM UNTIL WS-EOF-RULES = "Y"
               READ VELOCITY-RULE-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF-RULES
                   NOT AT END
                       ADD 1 TO WS-LIST-COUNT
                       PERFORM DISPLAY-VELOCITY-RULE
               END-READ
           END-PERFORM.
           DISPLAY WS-LIST-COUNT " rule(s) on file.".

       WRITE-AUDIT-RECORD.
           OPEN EXTEND MAINT-AUDIT-FILE.
           IF WS-MAINT-AUDIT-FILE-STATUS = "35"
               OPEN OUTPUT MAINT-AUDIT-FILE
           END-IF.
           ACCEPT AUD-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-TIME-NOW FROM TIME.
           MOVE WS-TIME-NOW (1:6) TO AUD-TIME.
           MOVE WS-SIGNON-OPERATOR-ID TO AUD-OPERATOR-ID.
           MOVE "FraudCaseMaintenance" TO AUD-PROGRAM.
           MOVE WS-AUDIT-ACTION TO AUD-ACTION.
           MOVE WS-AUDIT-KEY TO AUD-KEY.
           MOVE WS-AUDIT-BEFORE TO AUD-BEFORE.
           MOVE WS-AUDIT-AFTER TO AUD-AFTER.
           WRITE MAINT-AUDIT-RECORD.
           CLOSE MAINT-AUDIT-FILE.
