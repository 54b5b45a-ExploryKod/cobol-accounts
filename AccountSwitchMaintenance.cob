       IDENTIFICATION DIVISION.
       PROGRAM-ID. AccountSwitchMaintenance.

      ******************************************************************
      * Back-office screen for account switch requests. A request
      * names the customer's old and new accounts and the switch
      * date; on that date the nightly AccountSwitchRun moves every
      * active standing order, mandate and future-dated payment to
      * the new account, transfers the remaining balance and closes
      * the old account. Both accounts must be open, in the same
      * currency and held (not view-only) by the same customer, and
      * an account can only have one pending switch. A pending
      * request can be cancelled up to the night it runs.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "AccountSwitchFileControl.cpy".
           COPY "AccountFileControl.cpy".
           COPY "CustomerFileControl.cpy".
           COPY "MaintAuditFileControl.cpy".

       DATA DIVISION.
       FILE SECTION.
       FD  ACCOUNT-SWITCH-FILE.
           COPY "AccountSwitchRecord.cpy".
       FD  ACCOUNT-MASTER-FILE.
           COPY "AccountRecord.cpy".
       FD  CUSTOMER-FILE.
           COPY "CustomerRecord.cpy".
       FD  MAINT-AUDIT-FILE.
           COPY "MaintAuditRecord.cpy".

       WORKING-STORAGE SECTION.
       COPY "ReasonCodes.cpy".
       01 WS-ACCOUNT-SWITCH-STATUS PIC X(2).
       01 WS-ACCOUNT-FILE-STATUS  PIC X(2).
       01 WS-CUSTOMER-FILE-STATUS PIC X(2).
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
       01 WS-EOF-SWITCHES         PIC X(1).
       01 WS-CHECK-ACCT-ID        PIC 9(5).
       01 WS-CHECK-RESULT         PIC X(1).
       01 WS-NEW-SW-ID            PIC 9(5).
       01 WS-OLD-ACCT-ID          PIC 9(5).
       01 WS-NEW-ACCT-ID          PIC 9(5).
       01 WS-OLD-CURRENCY         PIC X(3).
       01 WS-SWITCH-DATE          PIC 9(8).
       01 WS-LIST-ACCT-ID         PIC 9(5).
       01 WS-PENDING-FOUND        PIC X(1).
       01 WS-HOLDER-FOUND         PIC X(1).
       01 WS-HOLDS-OLD            PIC X(1).
       01 WS-HOLDS-NEW            PIC X(1).
       01 WS-CUST-IDX             PIC 9(2).
       01 WS-HOLDER-COUNT         PIC 9(2).
       01 WS-HOLDER-IDX           PIC 9(2).
       01 WS-HOLDER-TABLE.
           05 WS-HOLDER-ENTRY OCCURS 20 TIMES.
               10 WS-HOLDER-CUST-ID PIC 9(5).
               10 WS-HOLDER-ROLE    PIC X(1).

       PROCEDURE DIVISION.
       START-PROGRAM.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           CALL "OperatorSignon" USING WS-SIGNON-OPERATOR-ID
               WS-SIGNON-LEVEL ERROR-CODE.
           IF ERROR-CODE NOT = RC-SUCCESS
               DISPLAY "Exiting."
               STOP RUN
           END-IF.
           OPEN I-O ACCOUNT-SWITCH-FILE.
           IF WS-ACCOUNT-SWITCH-STATUS = "35"
               OPEN OUTPUT ACCOUNT-SWITCH-FILE
               CLOSE ACCOUNT-SWITCH-FILE
               OPEN I-O ACCOUNT-SWITCH-FILE
           END-IF.
           OPEN INPUT ACCOUNT-MASTER-FILE.
           GO TO MAIN-LOOP.

       MAIN-LOOP.
           DISPLAY "Account Switch Maintenance Menu:".
           DISPLAY "1. Request account switch".
           DISPLAY "2. Cancel pending switch".
           DISPLAY "3. List switches for an account".
           DISPLAY "4. Quitter".
           ACCEPT USER-CHOICE.
           EVALUATE USER-CHOICE
               WHEN "1"
                   PERFORM REQUEST-SWITCH THRU REQUEST-SWITCH-DONE
               WHEN "2"
                   PERFORM CANCEL-SWITCH
               WHEN "3"
                   PERFORM LIST-SWITCHES-FOR-ACCOUNT
               WHEN "4"
                   MOVE 1 TO END-PROG
               WHEN OTHER
                   DISPLAY "Invalid choice."
           END-EVALUATE.
           IF END-PROG NOT = 1
               GO TO MAIN-LOOP
           END-IF.
           CLOSE ACCOUNT-MASTER-FILE.
           CLOSE ACCOUNT-SWITCH-FILE.
           STOP RUN.

       REQUEST-SWITCH.
           DISPLAY "Enter new switch request id: ".
           ACCEPT WS-NEW-SW-ID.
           MOVE WS-NEW-SW-ID TO SW-ID.
           READ ACCOUNT-SWITCH-FILE
               INVALID KEY
                   CONTINUE
           END-READ.
           IF WS-ACCOUNT-SWITCH-STATUS = "00"
               DISPLAY "Error: switch request " SW-ID
                   " already exists."
               GO TO REQUEST-SWITCH-DONE
           END-IF.
           DISPLAY "Enter old account id (to be closed): ".
           ACCEPT WS-OLD-ACCT-ID.
           MOVE WS-OLD-ACCT-ID TO WS-CHECK-ACCT-ID.
           CALL "AccountIdValidate" USING WS-CHECK-ACCT-ID
               WS-CHECK-RESULT.
           IF WS-CHECK-RESULT NOT = "Y"
               DISPLAY "Error: account " WS-OLD-ACCT-ID
                   " fails its check digit."
               GO TO REQUEST-SWITCH-DONE
           END-IF.
           MOVE WS-OLD-ACCT-ID TO ACCT-ID.
           READ ACCOUNT-MASTER-FILE
               INVALID KEY
                   CONTINUE
           END-READ.
           IF WS-ACCOUNT-FILE-STATUS NOT = "00"
               DISPLAY "Error: account " WS-OLD-ACCT-ID " not found."
               GO TO REQUEST-SWITCH-DONE
           END-IF.
           IF ACCT-STATUS = "C" OR ACCT-STATUS = "F"
               DISPLAY "Error: account " WS-OLD-ACCT-ID
                   " is closed or frozen."
               GO TO REQUEST-SWITCH-DONE
           END-IF.
           MOVE ACCT-CURRENCY TO WS-OLD-CURRENCY.
           DISPLAY "Enter new account id: ".
           ACCEPT WS-NEW-ACCT-ID.
           IF WS-NEW-ACCT-ID = WS-OLD-ACCT-ID
               DISPLAY "Error: the new account must differ from the "
                   "old one."
               GO TO REQUEST-SWITCH-DONE
           END-IF.
           MOVE WS-NEW-ACCT-ID TO WS-CHECK-ACCT-ID.
           CALL "AccountIdValidate" USING WS-CHECK-ACCT-ID
               WS-CHECK-RESULT.
           IF WS-CHECK-RESULT NOT = "Y"
               DISPLAY "Error: account " WS-NEW-ACCT-ID
                   " fails its check digit."
               GO TO REQUEST-SWITCH-DONE
           END-IF.
           MOVE WS-NEW-ACCT-ID TO ACCT-ID.
           READ ACCOUNT-MASTER-FILE
               INVALID KEY
                   CONTINUE
           END-READ.
           IF WS-ACCOUNT-FILE-STATUS NOT = "00"
               DISPLAY "Error: account " WS-NEW-ACCT-ID " not found."
               GO TO REQUEST-SWITCH-DONE
           END-IF.
           IF ACCT-STATUS NOT = "A"
               DISPLAY "Error: account " WS-NEW-ACCT-ID
                   " is not active."
               GO TO REQUEST-SWITCH-DONE
           END-IF.
           IF ACCT-CURRENCY NOT = WS-OLD-CURRENCY
               DISPLAY "Error: account " WS-NEW-ACCT-ID " is in "
                   ACCT-CURRENCY ", account " WS-OLD-ACCT-ID " in "
                   WS-OLD-CURRENCY "."
               GO TO REQUEST-SWITCH-DONE
           END-IF.
           PERFORM FIND-COMMON-HOLDER.
           IF WS-HOLDER-FOUND NOT = "Y"
               DISPLAY "Error: no customer holds both accounts."
               GO TO REQUEST-SWITCH-DONE
           END-IF.
           PERFORM FIND-PENDING-SWITCH.
           IF WS-PENDING-FOUND = "Y"
               DISPLAY "Error: a switch is already pending on one of "
                   "these accounts."
               GO TO REQUEST-SWITCH-DONE
           END-IF.
           DISPLAY "Enter switch date (YYYYMMDD): ".
           ACCEPT WS-SWITCH-DATE.
           IF FUNCTION TEST-DATE-YYYYMMDD (WS-SWITCH-DATE) NOT = 0
               OR WS-SWITCH-DATE < WS-TODAY
               DISPLAY "Error: " WS-SWITCH-DATE
                   " is not a valid switch date."
               GO TO REQUEST-SWITCH-DONE
           END-IF.
           MOVE WS-NEW-SW-ID TO SW-ID.
           MOVE WS-OLD-ACCT-ID TO SW-OLD-ACCT-ID.
           MOVE WS-NEW-ACCT-ID TO SW-NEW-ACCT-ID.
           MOVE WS-SWITCH-DATE TO SW-SWITCH-DATE.
           MOVE "P" TO SW-STATUS.
           MOVE WS-TODAY TO SW-REQUEST-DATE.
           MOVE WS-SIGNON-OPERATOR-ID TO SW-REQUESTED-BY.
           MOVE 0 TO SW-COMPLETED-DATE.
           MOVE 0 TO SW-REDIRECT-UNTIL.
           MOVE 0 TO SW-ORDER-COUNT.
           MOVE 0 TO SW-MANDATE-COUNT.
           MOVE 0 TO SW-PAYMENT-COUNT.
           MOVE 0 TO SW-BALANCE-MOVED.
           MOVE SPACES TO SW-FAIL-REASON.
           WRITE ACCOUNT-SWITCH-RECORD
               INVALID KEY
                   DISPLAY "Unable to create switch request " SW-ID
               NOT INVALID KEY
                   DISPLAY "Switch " SW-ID " from account "
                       SW-OLD-ACCT-ID " to " SW-NEW-ACCT-ID
                       " booked for " SW-SWITCH-DATE "."
                   MOVE "REQUEST SWITCH" TO WS-AUDIT-ACTION
                   MOVE SW-ID TO WS-AUDIT-KEY
                   MOVE SPACES TO WS-AUDIT-BEFORE
                   MOVE SPACES TO WS-AUDIT-AFTER
                   STRING "OLD=" SW-OLD-ACCT-ID
                       " NEW=" SW-NEW-ACCT-ID
                       " ON=" SW-SWITCH-DATE
                       DELIMITED BY SIZE INTO WS-AUDIT-AFTER
                   PERFORM WRITE-AUDIT-RECORD
           END-WRITE.

       REQUEST-SWITCH-DONE.
           EXIT.

       FIND-COMMON-HOLDER.
           MOVE "N" TO WS-HOLDER-FOUND.
           CALL "AccountHolders" USING WS-OLD-ACCT-ID
               WS-HOLDER-COUNT WS-HOLDER-TABLE.
           IF WS-HOLDER-COUNT > 0
               OPEN INPUT CUSTOMER-FILE
               IF WS-CUSTOMER-FILE-STATUS = "00"
                   PERFORM VARYING WS-HOLDER-IDX FROM 1 BY 1
                           UNTIL WS-HOLDER-IDX > WS-HOLDER-COUNT
                               OR WS-HOLDER-FOUND = "Y"
                       MOVE WS-HOLDER-CUST-ID (WS-HOLDER-IDX) TO
                           CUST-ID
                       READ CUSTOMER-FILE
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               PERFORM CHECK-CUSTOMER-HOLDS-BOTH
                       END-READ
                   END-PERFORM
                   CLOSE CUSTOMER-FILE
               END-IF
           END-IF.

       CHECK-CUSTOMER-HOLDS-BOTH.
           MOVE "N" TO WS-HOLDS-OLD.
           MOVE "N" TO WS-HOLDS-NEW.
           PERFORM VARYING WS-CUST-IDX FROM 1 BY 1
                   UNTIL WS-CUST-IDX > CUST-ACCOUNT-COUNT
                   OR WS-CUST-IDX > 10
               IF CUST-ACCOUNT-ROLES (WS-CUST-IDX) NOT = "V"
                   IF CUST-ACCOUNT-IDS (WS-CUST-IDX) = WS-OLD-ACCT-ID
                       MOVE "Y" TO WS-HOLDS-OLD
                   END-IF
                   IF CUST-ACCOUNT-IDS (WS-CUST-IDX) = WS-NEW-ACCT-ID
                       MOVE "Y" TO WS-HOLDS-NEW
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-HOLDS-OLD = "Y" AND WS-HOLDS-NEW = "Y"
               AND CUST-STATUS NOT = "D"
               MOVE "Y" TO WS-HOLDER-FOUND
           END-IF.

      * Either account already in a pending switch - as old or as
      * new - would leave the two runs fighting over its payments.
       FIND-PENDING-SWITCH.
           MOVE "N" TO WS-PENDING-FOUND.
           MOVE LOW-VALUES TO SW-ID.
           START ACCOUNT-SWITCH-FILE KEY IS NOT LESS THAN SW-ID
               INVALID KEY
                   CONTINUE
           END-START.
           MOVE "N" TO WS-EOF-SWITCHES.
           IF WS-ACCOUNT-SWITCH-STATUS NOT = "00"
               MOVE "Y" TO WS-EOF-SWITCHES
           END-IF.
           PERFORM UNTIL WS-EOF-SWITCHES = "Y"
               READ ACCOUNT-SWITCH-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF-SWITCHES
                   NOT AT END
                       IF SW-STATUS = "P"
                           AND (SW-OLD-ACCT-ID = WS-OLD-ACCT-ID
                               OR SW-OLD-ACCT-ID = WS-NEW-ACCT-ID
                               OR SW-NEW-ACCT-ID = WS-OLD-ACCT-ID)
                           MOVE "Y" TO WS-PENDING-FOUND
                           MOVE "Y" TO WS-EOF-SWITCHES
                       END-IF
               END-READ
           END-PERFORM.

       CANCEL-SWITCH.
           DISPLAY "Enter switch request id to cancel: ".
           ACCEPT SW-ID.
           READ ACCOUNT-SWITCH-FILE
               INVALID KEY
                   DISPLAY "Error: switch request " SW-ID
                       " not found."
           END-READ.
           IF WS-ACCOUNT-SWITCH-STATUS = "00"
               IF SW-STATUS NOT = "P"
                   DISPLAY "Switch " SW-ID " is not pending."
               ELSE
                   MOVE "X" TO SW-STATUS
                   REWRITE ACCOUNT-SWITCH-RECORD
                       INVALID KEY
                           DISPLAY "Unable to cancel switch " SW-ID
                       NOT INVALID KEY
                           DISPLAY "Switch " SW-ID " cancelled."
                           MOVE "CANCEL SWITCH" TO WS-AUDIT-ACTION
                           MOVE SW-ID TO WS-AUDIT-KEY
                           MOVE "STATUS=P" TO WS-AUDIT-BEFORE
                           MOVE "STATUS=X" TO WS-AUDIT-AFTER
                           PERFORM WRITE-AUDIT-RECORD
                   END-REWRITE
               END-IF
           END-IF.

       LIST-SWITCHES-FOR-ACCOUNT.
           DISPLAY "Enter account id: ".
           ACCEPT WS-LIST-ACCT-ID.
           MOVE LOW-VALUES TO SW-ID.
           START ACCOUNT-SWITCH-FILE KEY IS NOT LESS THAN SW-ID
               INVALID KEY
                   DISPLAY "No switch requests on file."
           END-START.
           MOVE "N" TO WS-EOF-SWITCHES.
           PERFORM UNTIL WS-EOF-SWITCHES = "Y"
               READ ACCOUNT-SWITCH-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF-SWITCHES
                   NOT AT END
                       IF SW-OLD-ACCT-ID = WS-LIST-ACCT-ID
                           OR SW-NEW-ACCT-ID = WS-LIST-ACCT-ID
                           PERFORM DISPLAY-ONE-SWITCH
                       END-IF
               END-READ
           END-PERFORM.

       DISPLAY-ONE-SWITCH.
           DISPLAY "Switch " SW-ID " " SW-OLD-ACCT-ID " -> "
               SW-NEW-ACCT-ID " on " SW-SWITCH-DATE " status "
               SW-STATUS " requested " SW-REQUEST-DATE " by "
               SW-REQUESTED-BY.
           EVALUATE SW-STATUS
               WHEN "C"
                   DISPLAY "  completed " SW-COMPLETED-DATE ": "
                       SW-ORDER-COUNT " order(s), " SW-MANDATE-COUNT
                       " mandate(s), " SW-PAYMENT-COUNT
                       " payment(s), balance " SW-BALANCE-MOVED
                       "; redirecting until " SW-REDIRECT-UNTIL
               WHEN "F"
                   DISPLAY "  failed: " SW-FAIL-REASON
               WHEN "P"
                   IF SW-FAIL-REASON NOT = SPACES
                       DISPLAY "  held over: " SW-FAIL-REASON
                   END-IF
           END-EVALUATE.

       WRITE-AUDIT-RECORD.
           OPEN EXTEND MAINT-AUDIT-FILE.
           IF WS-MAINT-AUDIT-FILE-STATUS = "35"
               OPEN OUTPUT MAINT-AUDIT-FILE
           END-IF.
           ACCEPT AUD-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-TIME-NOW FROM TIME.
           MOVE WS-TIME-NOW (1:6) TO AUD-TIME.
           MOVE WS-SIGNON-OPERATOR-ID TO AUD-OPERATOR-ID.
           MOVE "AccountSwitchMaintenance" TO AUD-PROGRAM.
           MOVE WS-AUDIT-ACTION TO AUD-ACTION.
           MOVE WS-AUDIT-KEY TO AUD-KEY.
           MOVE WS-AUDIT-BEFORE TO AUD-BEFORE.
           MOVE WS-AUDIT-AFTER TO AUD-AFTER.
           WRITE MAINT-AUDIT-RECORD.
           CLOSE MAINT-AUDIT-FILE.
