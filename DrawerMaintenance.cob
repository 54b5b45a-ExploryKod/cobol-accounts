      * cash at the teller screen, and closes it at end of day by
      * keying the counted cash. DrawerBalancing then reports
      * expected (float plus cash in minus cash out) against the
      * counted figure per drawer. The float is taken out of the
      * operator's branch vault (VAULT.DAT) when the drawer opens -
      * refused if the vault does not hold it - and the counted cash
      * goes back into the vault when the drawer closes. A branch
      * with no vault set up for the currency still opens drawers,
      * untracked, as before.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "DrawerFileControl.cpy".
           COPY "MaintAuditFileControl.cpy".
           COPY "OperatorFileControl.cpy".
           COPY "VaultFileControl.cpy".
           COPY "VaultTxnFileControl.cpy".

       DATA DIVISION.
       FILE SECTION.
           COPY "DrawerRecord.cpy".
       FD  MAINT-AUDIT-FILE.
           COPY "MaintAuditRecord.cpy".
       FD  OPERATOR-FILE.
           COPY "OperatorRecord.cpy".
       FD  BRANCH-VAULT-FILE.
           COPY "VaultRecord.cpy".
       FD  VAULT-TXN-FILE.
           COPY "VaultTxnRecord.cpy".

       WORKING-STORAGE SECTION.
       COPY "ReasonCodes.cpy".
       01 WS-SIGNON-OPERATOR-ID   PIC X(8).
       01 WS-SIGNON-LEVEL         PIC 9(1).
       01 WS-MAINT-AUDIT-FILE-STATUS PIC X(2).
       01 WS-TIME-NOW            PIC 9(8).
       01 WS-AUDIT-ACTION         PIC X(20).
       01 WS-AUDIT-KEY            PIC X(8).
       01 WS-AUDIT-BEFORE         PIC X(40).
       01 WS-AUDIT-AFTER          PIC X(40).
       01 WS-TODAY                PIC 9(8).
       01 WS-OPERATOR-FILE-STATUS PIC X(2).
       01 WS-VAULT-FILE-STATUS    PIC X(2).
       01 WS-VAULT-TXN-STATUS     PIC X(2).
       01 WS-OPERATOR-BRANCH      PIC X(3).
       01 WS-VAULT-TXN-TYPE       PIC X(2).
       01 WS-VAULT-DIRECTION      PIC X(3).
       01 WS-VAULT-AMOUNT         PIC 9(11)V99.

       PROCEDURE DIVISION.
       START-PROGRAM.
               CLOSE TELLER-DRAWER-FILE
               OPEN I-O TELLER-DRAWER-FILE
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
           ACCEPT USER-CHOICE.
           EVALUATE USER-CHOICE
               WHEN "1"
                   PERFORM OPEN-DRAWER THRU OPEN-DRAWER-DONE
               WHEN "2"
                   PERFORM CLOSE-DRAWER
               WHEN "3"
           IF END-PROG NOT = 1
               GO TO MAIN-LOOP
           END-IF.
           CLOSE BRANCH-VAULT-FILE.
           CLOSE TELLER-DRAWER-FILE.
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

       OPEN-DRAWER.
           DISPLAY "Enter new drawer session id: ".
           ACCEPT DRW-ID.
           IF WS-DRAWER-FILE-STATUS = "00"
               DISPLAY "Error: drawer session " DRW-ID
                   " already exists."
               GO TO OPEN-DRAWER-DONE
           END-IF.
           DISPLAY "Enter declared float: ".
           ACCEPT DRW-FLOAT.
           IF DRW-FLOAT IS NOT NUMERIC
               MOVE 0 TO DRW-FLOAT
           END-IF.
           DISPLAY "Enter drawer currency (blank for EUR): ".
           MOVE SPACES TO DRW-CURRENCY.
           ACCEPT DRW-CURRENCY.
           IF DRW-CURRENCY = SPACES
               MOVE "EUR" TO DRW-CURRENCY
           END-IF.
           MOVE WS-OPERATOR-BRANCH TO DRW-BRANCH.
           MOVE WS-SIGNON-OPERATOR-ID TO DRW-OPERATOR-ID.
           MOVE WS-TODAY TO DRW-DATE.
           MOVE 0 TO DRW-COUNTED.
           MOVE "O" TO DRW-STATUS.
           MOVE "N" TO DRW-VAULT-FLAG.
           MOVE DRW-BRANCH TO VLT-BRANCH.
           MOVE DRW-CURRENCY TO VLT-CURRENCY.
           READ BRANCH-VAULT-FILE
               INVALID KEY
                   CONTINUE
           END-READ.
           IF WS-VAULT-FILE-STATUS = "00" AND VLT-STATUS = "A"
               IF DRW-FLOAT > VLT-BALANCE
                   DISPLAY "Error: the branch " DRW-BRANCH " "
                       DRW-CURRENCY " vault holds only " VLT-BALANCE
                       "; drawer not opened."
                   GO TO OPEN-DRAWER-DONE
               END-IF
               MOVE "Y" TO DRW-VAULT-FLAG
           ELSE
               DISPLAY "Note: no " DRW-CURRENCY " vault set up for "
                   "branch " DRW-BRANCH "; float not tracked."
           END-IF.
           WRITE DRAWER-RECORD
               INVALID KEY
                   DISPLAY "Unable to open drawer " DRW-ID
                   GO TO OPEN-DRAWER-DONE
           END-WRITE.
           DISPLAY "Drawer " DRW-ID " opened for operator "
               DRW-OPERATOR-ID " with float " DRW-FLOAT ".".
           IF DRW-VAULT-FLAG = "Y"
               MOVE "DO" TO WS-VAULT-TXN-TYPE
               MOVE "OUT" TO WS-VAULT-DIRECTION
               MOVE DRW-FLOAT TO WS-VAULT-AMOUNT
               PERFORM POST-VAULT-MOVEMENT
           END-IF.
           MOVE "OPEN DRAWER" TO WS-AUDIT-ACTION.
           MOVE DRW-ID TO WS-AUDIT-KEY.
           MOVE SPACES TO WS-AUDIT-BEFORE.
           MOVE SPACES TO WS-AUDIT-AFTER.
           STRING "FLOAT=" DRW-FLOAT " " DRW-CURRENCY " BR="
               DRW-BRANCH
               DELIMITED BY SIZE INTO WS-AUDIT-AFTER.
           PERFORM WRITE-AUDIT-RECORD.

       OPEN-DRAWER-DONE.
           EXIT.

       CLOSE-DRAWER.
           DISPLAY "Enter drawer session id to close: ".
                       NOT INVALID KEY
                           DISPLAY "Drawer " DRW-ID " closed, "
                               "counted " DRW-COUNTED "."
                           IF DRW-VAULT-FLAG = "Y"
                               PERFORM RETURN-DRAWER-TO-VAULT
                           END-IF
                           MOVE "CLOSE DRAWER" TO WS-AUDIT-ACTION
                           MOVE DRW-ID TO WS-AUDIT-KEY
                           MOVE "STATUS=O" TO WS-AUDIT-BEFORE
               END-IF
           END-IF.

      * The counted cash, not the expected figure, goes back: an
      * over or short shows on DRAWER.RPT, and the vault holds what
      * is really in it.
       RETURN-DRAWER-TO-VAULT.
           MOVE DRW-BRANCH TO VLT-BRANCH.
           MOVE DRW-CURRENCY TO VLT-CURRENCY.
           READ BRANCH-VAULT-FILE
               INVALID KEY
                   DISPLAY "Error: branch " DRW-BRANCH " "
                       DRW-CURRENCY " vault not found; return the "
                       "cash through VaultMaintenance."
           END-READ.
           IF WS-VAULT-FILE-STATUS = "00"
               MOVE "DI" TO WS-VAULT-TXN-TYPE
               MOVE "IN " TO WS-VAULT-DIRECTION
               MOVE DRW-COUNTED TO WS-VAULT-AMOUNT
               PERFORM POST-VAULT-MOVEMENT
           END-IF.

      * Expects the vault record read; updates it and logs the
      * movement against the drawer session.
       POST-VAULT-MOVEMENT.
           IF WS-VAULT-DIRECTION = "OUT"
               SUBTRACT WS-VAULT-AMOUNT FROM VLT-BALANCE
           ELSE
               ADD WS-VAULT-AMOUNT TO VLT-BALANCE
           END-IF.
           MOVE WS-TODAY TO VLT-LAST-MOVEMENT-DATE.
           REWRITE VAULT-RECORD
               INVALID KEY
                   DISPLAY "Unable to update the branch " VLT-BRANCH
                       " " VLT-CURRENCY " vault"
           END-REWRITE.
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
           MOVE SPACES TO VTX-REFERENCE.
           STRING "DRAWER " DRW-ID
               DELIMITED BY SIZE INTO VTX-REFERENCE.
           MOVE WS-SIGNON-OPERATOR-ID TO VTX-OPERATOR-ID.
           MOVE VLT-BALANCE TO VTX-BALANCE-AFTER.
           WRITE VAULT-TXN-RECORD.
           CLOSE VAULT-TXN-FILE.
           DISPLAY "Branch " VLT-BRANCH " " VLT-CURRENCY
               " vault now holds " VLT-BALANCE ".".

       DISPLAY-DRAWER.
           DISPLAY "Enter drawer session id: ".
           ACCEPT DRW-ID.
                   DRW-OPERATOR-ID " date " DRW-DATE
                   " float " DRW-FLOAT " counted " DRW-COUNTED
                   " status " DRW-STATUS
               DISPLAY "  Branch " DRW-BRANCH " currency "
                   DRW-CURRENCY " vault " DRW-VAULT-FLAG
           END-IF.

       WRITE-AUDIT-RECORD.
               OPEN OUTPUT MAINT-AUDIT-FILE
           END-IF.
           ACCEPT AUD-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-TIME-NOW FROM TIME.
           MOVE WS-TIME-NOW (1:6) TO AUD-TIME.
           MOVE WS-SIGNON-OPERATOR-ID TO AUD-OPERATOR-ID.
           MOVE "DrawerMaintenance" TO AUD-PROGRAM.
           MOVE WS-AUDIT-ACTION TO AUD-ACTION.
