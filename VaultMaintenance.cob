       IDENTIFICATION DIVISION.
       PROGRAM-ID. VaultMaintenance.

      ******************************************************************
      * Back-office screen for the branch vaults. A supervisor sets
      * up a vault per branch and currency with its opening count,
      * its overnight minimum and insurance limit, and the level
      * cash orders restore it to. Deliveries from and returns to
      * the central cash centre are keyed here against the
      * consignment reference; drawer floats move in and out through
      * DrawerMaintenance. Every movement is logged to VAULTTXN.DAT
      * and every change audited to MAINTLOG.DAT.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "VaultFileControl.cpy".
           COPY "VaultTxnFileControl.cpy".
           COPY "OperatorFileControl.cpy".
           COPY "MaintAuditFileControl.cpy".

       DATA DIVISION.
       FILE SECTION.
       FD  BRANCH-VAULT-FILE.
           COPY "VaultRecord.cpy".
       FD  VAULT-TXN-FILE.
           COPY "VaultTxnRecord.cpy".
       FD  OPERATOR-FILE.
           COPY "OperatorRecord.cpy".
       FD  MAINT-AUDIT-FILE.
           COPY "MaintAuditRecord.cpy".

       WORKING-STORAGE SECTION.
       COPY "ReasonCodes.cpy".
       01 WS-VAULT-FILE-STATUS    PIC X(2).
       01 WS-VAULT-TXN-STATUS     PIC X(2).
       01 WS-OPERATOR-FILE-STATUS PIC X(2).
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
       01 WS-OPERATOR-BRANCH      PIC X(3).
       01 WS-VAULT-EXISTS         PIC X(1).
       01 WS-ENTERED-AMOUNT       PIC 9(11)V99.
       01 WS-ENTERED-STATUS       PIC X(1).
       01 WS-VAULT-TXN-TYPE       PIC X(2).
       01 WS-VAULT-DIRECTION      PIC X(3).
       01 WS-VAULT-AMOUNT         PIC 9(11)V99.
       01 WS-VAULT-REFERENCE      PIC X(16).
       01 WS-EOF-VAULTS           PIC X(1).
       01 WS-LIST-COUNT           PIC 9(5).

       PROCEDURE DIVISION.
       START-PROGRAM.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           CALL "OperatorSignon" USING WS-SIGNON-OPERATOR-ID
               WS-SIGNON-LEVEL ERROR-CODE.
           IF ERROR-CODE NOT = RC-SUCCESS
               DISPLAY "Exiting."
               STOP RUN
           END-IF.
           PERFORM LOOK-UP-OPERATOR-BRANCH.
           OPEN I-O BRANCH-VAULT-FILE.
           IF WS-VAULT-FILE-STATUS = "35"
               OPEN OUTPUT BRANCH-VAULT-FILE
               CLOSE BRANCH-VAULT-FILE
               OPEN I-O BRANCH-VAULT-FILE
           END-IF.
           GO TO MAIN-LOOP.

       MAIN-LOOP.
           DISPLAY "Vault Maintenance Menu:".
           DISPLAY "1. Set up or change a vault".
           DISPLAY "2. Record delivery from the cash centre".
           DISPLAY "3. Record return to the cash centre".
           DISPLAY "4. Display a vault".
           DISPLAY "5. List vaults".
           DISPLAY "6. Quitter".
           ACCEPT USER-CHOICE.
           EVALUATE USER-CHOICE
               WHEN "1"
                   IF WS-SIGNON-LEVEL < 2
                       DISPLAY "Error: vault set-up requires "
                           "supervisor level."
                   ELSE
                       PERFORM SET-UP-VAULT THRU SET-UP-VAULT-DONE
                   END-IF
               WHEN "2"
                   MOVE "CD" TO WS-VAULT-TXN-TYPE
                   MOVE "IN " TO WS-VAULT-DIRECTION
                   PERFORM RECORD-CASH-MOVEMENT
                       THRU RECORD-CASH-MOVEMENT-DONE
               WHEN "3"
                   MOVE "CR" TO WS-VAULT-TXN-TYPE
                   MOVE "OUT" TO WS-VAULT-DIRECTION
                   PERFORM RECORD-CASH-MOVEMENT
                       THRU RECORD-CASH-MOVEMENT-DONE
               WHEN "4"
                   PERFORM DISPLAY-ONE-VAULT
               WHEN "5"
                   PERFORM LIST-VAULTS
               WHEN "6"
                   MOVE 1 TO END-PROG
               WHEN OTHER
                   DISPLAY "Invalid choice."
           END-EVALUATE.
           IF END-PROG NOT = 1
               GO TO MAIN-LOOP
           END-IF.
           CLOSE BRANCH-VAULT-FILE.
           STOP RUN.

      * Operators set up before branches existed count as head
      * office, as OperatorRecord.cpy says.
       LOOK-UP-OPERATOR-BRANCH.
           MOVE "001" TO WS-OPERATOR-BRANCH.
           OPEN INPUT OPERATOR-FILE.
           IF WS-OPERATOR-FILE-STATUS = "00"
               MOVE WS-SIGNON-OPERATOR-ID TO OP-ID
               READ OPERATOR-FILE
                   INVALID KEY
                       CONTINUE
               END-READ
               IF WS-OPERATOR-FILE-STATUS = "00"
                   AND OP-BRANCH NOT = SPACES
                   MOVE OP-BRANCH TO WS-OPERATOR-BRANCH
               END-IF
               CLOSE OPERATOR-FILE
           END-IF.

      * Blank branch means the operator's own; blank currency EUR.
       ACCEPT-VAULT-KEY.
           DISPLAY "Enter branch (blank for " WS-OPERATOR-BRANCH
               "): ".
           MOVE SPACES TO VLT-BRANCH.
           ACCEPT VLT-BRANCH.
           IF VLT-BRANCH = SPACES
               MOVE WS-OPERATOR-BRANCH TO VLT-BRANCH
           END-IF.
           DISPLAY "Enter currency (blank for EUR): ".
           MOVE SPACES TO VLT-CURRENCY.
           ACCEPT VLT-CURRENCY.
           IF VLT-CURRENCY = SPACES
               MOVE "EUR" TO VLT-CURRENCY
           END-IF.
           READ BRANCH-VAULT-FILE
               INVALID KEY
                   CONTINUE
           END-READ.
           IF WS-VAULT-FILE-STATUS = "00"
               MOVE "Y" TO WS-VAULT-EXISTS
           ELSE
               MOVE "N" TO WS-VAULT-EXISTS
           END-IF.

      * Blank answers keep an existing vault's current limits. The
      * balance is only keyed once, as the opening count; after
      * that it moves only with the cash.
       SET-UP-VAULT.
           PERFORM ACCEPT-VAULT-KEY.
           MOVE SPACES TO WS-AUDIT-BEFORE.
           IF WS-VAULT-EXISTS = "Y"
               PERFORM DISPLAY-VAULT
               STRING "MIN=" VLT-MINIMUM " INS=" VLT-INSURANCE-LIMIT
                   DELIMITED BY SIZE INTO WS-AUDIT-BEFORE
           ELSE
               MOVE 0 TO VLT-BALANCE
               MOVE 0 TO VLT-MINIMUM
               MOVE 0 TO VLT-INSURANCE-LIMIT
               MOVE 0 TO VLT-TARGET
               MOVE "A" TO VLT-STATUS
               MOVE 0 TO VLT-LAST-MOVEMENT-DATE
               DISPLAY "New vault for branch " VLT-BRANCH " "
                   VLT-CURRENCY "."
               DISPLAY "Enter opening cash count: "
               MOVE 0 TO WS-ENTERED-AMOUNT
               ACCEPT WS-ENTERED-AMOUNT
               IF WS-ENTERED-AMOUNT IS NUMERIC
                   MOVE WS-ENTERED-AMOUNT TO VLT-BALANCE
               END-IF
           END-IF.
           DISPLAY "Enter overnight minimum: ".
           MOVE VLT-MINIMUM TO WS-ENTERED-AMOUNT.
           ACCEPT WS-ENTERED-AMOUNT.
           IF WS-ENTERED-AMOUNT IS NUMERIC
               MOVE WS-ENTERED-AMOUNT TO VLT-MINIMUM
           END-IF.
           DISPLAY "Enter insurance limit: ".
           MOVE VLT-INSURANCE-LIMIT TO WS-ENTERED-AMOUNT.
           ACCEPT WS-ENTERED-AMOUNT.
           IF WS-ENTERED-AMOUNT IS NUMERIC
               MOVE WS-ENTERED-AMOUNT TO VLT-INSURANCE-LIMIT
           END-IF.
           IF VLT-INSURANCE-LIMIT = 0
               OR VLT-INSURANCE-LIMIT NOT > VLT-MINIMUM
               DISPLAY "Error: the insurance limit must be above "
                   "the minimum."
               GO TO SET-UP-VAULT-DONE
           END-IF.
           DISPLAY "Enter order target level (0 for halfway): ".
           MOVE VLT-TARGET TO WS-ENTERED-AMOUNT.
           ACCEPT WS-ENTERED-AMOUNT.
           IF WS-ENTERED-AMOUNT IS NUMERIC
               MOVE WS-ENTERED-AMOUNT TO VLT-TARGET
           END-IF.
           IF VLT-TARGET NOT = 0
               AND (VLT-TARGET < VLT-MINIMUM
                   OR VLT-TARGET > VLT-INSURANCE-LIMIT)
               DISPLAY "Error: the target must lie between the "
                   "minimum and the insurance limit."
               GO TO SET-UP-VAULT-DONE
           END-IF.
           DISPLAY "Status, A active or X closed (blank keeps "
               VLT-STATUS "): ".
           MOVE SPACE TO WS-ENTERED-STATUS.
           ACCEPT WS-ENTERED-STATUS.
           IF WS-ENTERED-STATUS = "A" OR WS-ENTERED-STATUS = "X"
               MOVE WS-ENTERED-STATUS TO VLT-STATUS
           END-IF.
           MOVE WS-SIGNON-OPERATOR-ID TO VLT-CHANGED-BY.
           IF WS-VAULT-EXISTS = "Y"
               REWRITE VAULT-RECORD
                   INVALID KEY
                       DISPLAY "Unable to update the vault."
                       GO TO SET-UP-VAULT-DONE
               END-REWRITE
           ELSE
               MOVE WS-TODAY TO VLT-LAST-MOVEMENT-DATE
               WRITE VAULT-RECORD
                   INVALID KEY
                       DISPLAY "Unable to add the vault."
                       GO TO SET-UP-VAULT-DONE
               END-WRITE
               MOVE "OP" TO WS-VAULT-TXN-TYPE
               MOVE "IN " TO WS-VAULT-DIRECTION
               MOVE VLT-BALANCE TO WS-VAULT-AMOUNT
               MOVE "OPENING COUNT" TO WS-VAULT-REFERENCE
               PERFORM WRITE-VAULT-TXN
           END-IF.
           DISPLAY "Vault " VLT-BRANCH " " VLT-CURRENCY " saved.".
           MOVE "SET VAULT" TO WS-AUDIT-ACTION.
           MOVE VLT-KEY TO WS-AUDIT-KEY.
           MOVE SPACES TO WS-AUDIT-AFTER.
           STRING "MIN=" VLT-MINIMUM " INS=" VLT-INSURANCE-LIMIT
               DELIMITED BY SIZE INTO WS-AUDIT-AFTER.
           PERFORM WRITE-AUDIT-RECORD.

       SET-UP-VAULT-DONE.
           EXIT.

      * A return can never take the vault below zero - the cash
      * centre cannot collect notes the branch does not hold.
       RECORD-CASH-MOVEMENT.
           PERFORM ACCEPT-VAULT-KEY.
           IF WS-VAULT-EXISTS NOT = "Y"
               DISPLAY "Error: no " VLT-CURRENCY " vault set up for "
                   "branch " VLT-BRANCH "."
               GO TO RECORD-CASH-MOVEMENT-DONE
           END-IF.
           IF VLT-STATUS NOT = "A"
               DISPLAY "Error: the vault is closed."
               GO TO RECORD-CASH-MOVEMENT-DONE
           END-IF.
           DISPLAY "Enter amount: ".
           MOVE 0 TO WS-VAULT-AMOUNT.
           ACCEPT WS-VAULT-AMOUNT.
           IF WS-VAULT-AMOUNT IS NOT NUMERIC OR WS-VAULT-AMOUNT = 0
               DISPLAY "Error: invalid amount."
               GO TO RECORD-CASH-MOVEMENT-DONE
           END-IF.
           IF WS-VAULT-DIRECTION = "OUT"
               AND WS-VAULT-AMOUNT > VLT-BALANCE
               DISPLAY "Error: the vault holds only " VLT-BALANCE "."
               GO TO RECORD-CASH-MOVEMENT-DONE
           END-IF.
           DISPLAY "Enter cash centre consignment reference: ".
           MOVE SPACES TO WS-VAULT-REFERENCE.
           ACCEPT WS-VAULT-REFERENCE.
           IF WS-VAULT-REFERENCE = SPACES
               DISPLAY "Error: a consignment reference is required."
               GO TO RECORD-CASH-MOVEMENT-DONE
           END-IF.
           MOVE SPACES TO WS-AUDIT-BEFORE.
           STRING "BAL=" VLT-BALANCE
               DELIMITED BY SIZE INTO WS-AUDIT-BEFORE.
           IF WS-VAULT-DIRECTION = "OUT"
               SUBTRACT WS-VAULT-AMOUNT FROM VLT-BALANCE
               MOVE "CASH RETURN" TO WS-AUDIT-ACTION
           ELSE
               ADD WS-VAULT-AMOUNT TO VLT-BALANCE
               MOVE "CASH DELIVERY" TO WS-AUDIT-ACTION
           END-IF.
           MOVE WS-TODAY TO VLT-LAST-MOVEMENT-DATE.
           REWRITE VAULT-RECORD
               INVALID KEY
                   DISPLAY "Unable to update the vault."
                   GO TO RECORD-CASH-MOVEMENT-DONE
           END-REWRITE.
           PERFORM WRITE-VAULT-TXN.
           DISPLAY "Vault " VLT-BRANCH " " VLT-CURRENCY
               " now holds " VLT-BALANCE ".".
           MOVE VLT-KEY TO WS-AUDIT-KEY.
           MOVE SPACES TO WS-AUDIT-AFTER.
           STRING "BAL=" VLT-BALANCE " REF=" WS-VAULT-REFERENCE
               DELIMITED BY SIZE INTO WS-AUDIT-AFTER.
           PERFORM WRITE-AUDIT-RECORD.

       RECORD-CASH-MOVEMENT-DONE.
           EXIT.

       WRITE-VAULT-TXN.
           OPEN EXTEND VAULT-TXN-FILE.
           IF WS-VAULT-TXN-STATUS = "35"
               OPEN OUTPUT VAULT-TXN-FILE
           END-IF.
           ACCEPT VTX-DATE FROM DATE YYYYMMDD.
           ACCEPT VTX-TIME FROM TIME.
           MOVE VLT-BRANCH TO VTX-BRANCH.
           MOVE VLT-CURRENCY TO VTX-CURRENCY.
           MOVE WS-VAULT-TXN-TYPE TO VTX-TYPE.
           MOVE WS-VAULT-DIRECTION TO VTX-DIRECTION.
           MOVE WS-VAULT-AMOUNT TO VTX-AMOUNT.
           MOVE WS-VAULT-REFERENCE TO VTX-REFERENCE.
           MOVE WS-SIGNON-OPERATOR-ID TO VTX-OPERATOR-ID.
           MOVE VLT-BALANCE TO VTX-BALANCE-AFTER.
           WRITE VAULT-TXN-RECORD.
           CLOSE VAULT-TXN-FILE.

       DISPLAY-ONE-VAULT.
           PERFORM ACCEPT-VAULT-KEY.
           IF WS-VAULT-EXISTS = "Y"
               PERFORM DISPLAY-VAULT
           ELSE
               DISPLAY "No " VLT-CURRENCY " vault for branch "
                   VLT-BRANCH "."
           END-IF.

       DISPLAY-VAULT.
           DISPLAY "Vault " VLT-BRANCH " " VLT-CURRENCY " holds "
               VLT-BALANCE " status " VLT-STATUS.
           DISPLAY "  Minimum " VLT-MINIMUM " insurance limit "
               VLT-INSURANCE-LIMIT " target " VLT-TARGET.
           DISPLAY "  Last movement " VLT-LAST-MOVEMENT-DATE
               ", changed by " VLT-CHANGED-BY.

       LIST-VAULTS.
           MOVE 0 TO WS-LIST-COUNT.
           MOVE LOW-VALUES TO VLT-KEY.
           START BRANCH-VAULT-FILE KEY IS NOT LESS THAN VLT-KEY
               INVALID KEY
                   DISPLAY "No vaults on file."
           END-START.
           MOVE "N" TO WS-EOF-VAULTS.
           IF WS-VAULT-FILE-STATUS NOT = "00"
               MOVE "Y" TO WS-EOF-VAULTS
           END-IF.
           PERFORM UNTIL WS-EOF-VAULTS = "Y"
               READ BRANCH-VAULT-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF-VAULTS
                   NOT AT END
                       ADD 1 TO WS-LIST-COUNT
                       PERFORM DISPLAY-VAULT
               END-READ
           END-PERFORM.
           DISPLAY WS-LIST-COUNT " vault(s) on file.".

       WRITE-AUDIT-RECORD.
           OPEN EXTEND MAINT-AUDIT-FILE.
           IF WS-MAINT-AUDIT-FILE-STATUS = "35"
               OPEN OUTPUT MAINT-AUDIT-FILE
           END-IF.
           ACCEPT AUD-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-TIME-NOW FROM TIME.
           MOVE WS-TIME-NOW (1:6) TO AUD-TIME.
           MOVE WS-SIGNON-OPERATOR-ID TO AUD-OPERATOR-ID.
           MOVE "VaultMaintenance" TO AUD-PROGRAM.
           MOVE WS-AUDIT-ACTION TO AUD-ACTION.
           MOVE WS-AUDIT-KEY TO AUD-KEY.
           MOVE WS-AUDIT-BEFORE TO AUD-BEFORE.
           MOVE WS-AUDIT-AFTER TO AUD-AFTER.
           WRITE MAINT-AUDIT-RECORD.
           CLOSE MAINT-AUDIT-FILE.
