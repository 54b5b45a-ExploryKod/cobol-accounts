           COPY "CustomerFileControl.cpy".
           COPY "AccountFileControl.cpy".
           COPY "MaintAuditFileControl.cpy".
           COPY "DueDiligenceFileControl.cpy".

       DATA DIVISION.
       FILE SECTION.
           COPY "AccountRecord.cpy".
       FD  MAINT-AUDIT-FILE.
           COPY "MaintAuditRecord.cpy".
       FD  DUE-DILIGENCE-FILE.
           COPY "DueDiligenceRecord.cpy".

       WORKING-STORAGE SECTION.
       COPY "ReasonCodes.cpy".
       01 WS-SIGNON-OPERATOR-ID   PIC X(8).
       01 WS-SIGNON-LEVEL         PIC 9(1).
       01 WS-MAINT-AUDIT-FILE-STATUS PIC X(2).
       01 WS-TIME-NOW            PIC 9(8).
       01 WS-AUDIT-ACTION         PIC X(20).
       01 WS-AUDIT-KEY            PIC X(8).
       01 WS-AUDIT-BEFORE         PIC X(40).
       01 WS-CHECK-ACCT-ID        PIC 9(5).
       01 WS-CHECK-RESULT         PIC X(1).
       01 ACCOUNT-1-ID            PIC 9(5).
       01 ACCOUNT-1-BALANCE       PIC 9(9)V99.
       01 ACCOUNT-1-STATUS        PIC X(1).
       01 ERROR-CODE              PIC 9(2).
       01 WS-DUE-DILIGENCE-FILE-STATUS PIC X(2).
       01 WS-TODAY                PIC 9(8).
       01 WS-DD-ON-FILE           PIC X(1).
       01 WS-DD-TEXT-IN           PIC X(30).
       01 WS-DD-DATE-IN           PIC 9(8).
       01 WS-DD-CHECKED           PIC X(1).
       01 WS-DD-STATE             PIC X(1).
       01 WS-DD-REASON            PIC X(1).
       01 WS-DD-REVIEW-DATE       PIC 9(8).
       01 WS-DD-DAYS-OVERDUE      PIC 9(5).
       01 WS-DEATH-CUST-ID        PIC 9(5).
       01 WS-DEATH-DATE           PIC 9(8).
       01 WS-DEATH-CONFIRM        PIC X(1).
       01 WS-DEATH-RESULT         PIC X(1).

       PROCEDURE DIVISION.
       START-PROGRAM.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           CALL "OperatorSignon" USING WS-SIGNON-OPERATOR-ID
               WS-SIGNON-LEVEL ERROR-CODE.
           IF ERROR-CODE NOT = RC-SUCCESS
               CLOSE ACCOUNT-MASTER-FILE
               OPEN I-O ACCOUNT-MASTER-FILE
           END-IF.
           OPEN I-O DUE-DILIGENCE-FILE.
           IF WS-DUE-DILIGENCE-FILE-STATUS = "35"
               OPEN OUTPUT DUE-DILIGENCE-FILE
               CLOSE DUE-DILIGENCE-FILE
               OPEN I-O DUE-DILIGENCE-FILE
           END-IF.
           GO TO MAIN-LOOP.

       MAIN-LOOP.
           DISPLAY "3. Unlink account from customer".
           DISPLAY "4. List accounts for customer".
           DISPLAY "5. Set alert preferences".
           DISPLAY "6. Maintain due diligence profile".
           DISPLAY "7. Record customer death".
           DISPLAY "8. Quitter".
           ACCEPT USER-CHOICE.
           EVALUATE USER-CHOICE
               WHEN "1"
               WHEN "5"
                   PERFORM SET-ALERT-PREFERENCES
               WHEN "6"
                   PERFORM MAINTAIN-DUE-DILIGENCE
                       THRU MAINTAIN-DUE-DILIGENCE-DONE
               WHEN "7"
                   PERFORM RECORD-CUSTOMER-DEATH
                       THRU RECORD-CUSTOMER-DEATH-DONE
               WHEN "8"
                   MOVE 1 TO END-PROG
               WHEN OTHER
                   DISPLAY "Invalid choice."
           END-IF.
           CLOSE CUSTOMER-FILE.
           CLOSE ACCOUNT-MASTER-FILE.
           CLOSE DUE-DILIGENCE-FILE.
           STOP RUN.

       CREATE-CUSTOMER.
               MOVE "N" TO CUST-ALERT-FAILED-SO
               MOVE "N" TO CUST-ALERT-DEPOSIT
               MOVE 0 TO CUST-ALERT-LARGE-AMOUNT
               MOVE "A" TO CUST-STATUS
               MOVE 0 TO CUST-DEATH-DATE
               WRITE CUSTOMER-RECORD
                   INVALID KEY
                       DISPLAY "Unable to create customer " CUST-ID
                   NOT INVALID KEY
                       DISPLAY "Customer " CUST-ID " created."
                       DISPLAY "Record the due diligence profile "
                           "before opening accounts."
                       MOVE "CREATE CUSTOMER" TO WS-AUDIT-ACTION
                       MOVE CUST-ID TO WS-AUDIT-KEY
                       MOVE SPACES TO WS-AUDIT-BEFORE
                   DISPLAY "Error: customer " CUST-ID " not found."
           END-READ.
           IF WS-CUSTOMER-FILE-STATUS = "00"
               IF CUST-STATUS = "D"
                   DISPLAY "Error: customer " CUST-ID
                       " is recorded as deceased."
                   GO TO LINK-ACCOUNT-DONE
               END-IF
               IF CUST-ACCOUNT-COUNT >= 10
                   DISPLAY "Error: customer " CUST-ID
                       " already has the maximum of 10 accounts."
                           NOT INVALID KEY
                               DISPLAY "Account " WS-LINK-ACCT-ID
                                   " linked to customer " CUST-ID
                               CALL "CustomerXref" USING
                                   CUSTOMER-RECORD
                               MOVE "LINK ACCOUNT" TO
                                   WS-AUDIT-ACTION
                               MOVE CUST-ID TO WS-AUDIT-KEY
                       NOT INVALID KEY
                           DISPLAY "Account " WS-LINK-ACCT-ID
                               " unlinked from customer " CUST-ID
                           CALL "CustomerXref" USING
                               CUSTOMER-RECORD
                           MOVE "UNLINK ACCOUNT" TO WS-AUDIT-ACTION
                           MOVE CUST-ID TO WS-AUDIT-KEY
                           MOVE SPACES TO WS-AUDIT-AFTER
               MOVE ACCT-STATUS TO ACCOUNT-1-STATUS
           END-IF.

      * Due-diligence profile: date of birth, address, identity
      * document and risk rating. A blank answer keeps what is on
      * file. Answering Y to the identity check stamps today and the
      * operator as the last check, which restarts the review
      * interval for the rating.
       MAINTAIN-DUE-DILIGENCE.
           DISPLAY "Enter customer id: ".
           ACCEPT CUST-ID.
           READ CUSTOMER-FILE
               INVALID KEY
                   DISPLAY "Error: customer " CUST-ID " not found."
                   GO TO MAINTAIN-DUE-DILIGENCE-DONE
           END-READ.
           MOVE CUST-ID TO DD-CUST-ID.
           READ DUE-DILIGENCE-FILE
               INVALID KEY
                   CONTINUE
           END-READ.
           IF WS-DUE-DILIGENCE-FILE-STATUS = "00"
               MOVE "Y" TO WS-DD-ON-FILE
               PERFORM SHOW-DUE-DILIGENCE
           ELSE
               MOVE "N" TO WS-DD-ON-FILE
               DISPLAY "No due diligence profile on file for "
                   "customer " CUST-ID "."
               MOVE SPACES TO DUE-DILIGENCE-RECORD
               MOVE CUST-ID TO DD-CUST-ID
               MOVE 0 TO DD-BIRTH-DATE
               MOVE 0 TO DD-ID-EXPIRY
               MOVE 0 TO DD-LAST-CHECK-DATE
               MOVE 0 TO DD-UPDATED-DATE
           END-IF.
           MOVE SPACES TO WS-AUDIT-BEFORE.
           IF WS-DD-ON-FILE = "Y"
               STRING "RISK=" DD-RISK-RATING
                   " CHK=" DD-LAST-CHECK-DATE
                   " IDEXP=" DD-ID-EXPIRY
                   DELIMITED BY SIZE INTO WS-AUDIT-BEFORE
           END-IF.
           DISPLAY "Date of birth YYYYMMDD (blank keeps): ".
           ACCEPT WS-DD-DATE-IN.
           IF WS-DD-DATE-IN NOT = 0
               IF WS-DD-DATE-IN > WS-TODAY
                   DISPLAY "Error: date of birth is in the future."
                   GO TO MAINTAIN-DUE-DILIGENCE-DONE
               END-IF
               MOVE WS-DD-DATE-IN TO DD-BIRTH-DATE
           END-IF.
           DISPLAY "Address, street (blank keeps): ".
           MOVE SPACES TO WS-DD-TEXT-IN.
           ACCEPT WS-DD-TEXT-IN.
           IF WS-DD-TEXT-IN NOT = SPACES
               MOVE WS-DD-TEXT-IN TO DD-ADDRESS-1
           END-IF.
           DISPLAY "Address, town and postcode (blank keeps): ".
           MOVE SPACES TO WS-DD-TEXT-IN.
           ACCEPT WS-DD-TEXT-IN.
           IF WS-DD-TEXT-IN NOT = SPACES
               MOVE WS-DD-TEXT-IN TO DD-ADDRESS-2
           END-IF.
           DISPLAY "Address, country (blank keeps): ".
           MOVE SPACES TO WS-DD-TEXT-IN.
           ACCEPT WS-DD-TEXT-IN.
           IF WS-DD-TEXT-IN NOT = SPACES
               MOVE WS-DD-TEXT-IN TO DD-ADDRESS-3
           END-IF.
           DISPLAY "ID document, P passport, I identity card, "
               "D driving licence or R residence permit "
               "(blank keeps): ".
           MOVE SPACES TO WS-DD-TEXT-IN.
           ACCEPT WS-DD-TEXT-IN.
           IF WS-DD-TEXT-IN NOT = SPACES
               IF WS-DD-TEXT-IN NOT = "P" AND WS-DD-TEXT-IN NOT = "I"
                   AND WS-DD-TEXT-IN NOT = "D"
                   AND WS-DD-TEXT-IN NOT = "R"
                   DISPLAY "Error: ID document type must be P, I, "
                       "D or R."
                   GO TO MAINTAIN-DUE-DILIGENCE-DONE
               END-IF
               MOVE WS-DD-TEXT-IN TO DD-ID-TYPE
           END-IF.
           DISPLAY "ID document number (blank keeps): ".
           MOVE SPACES TO WS-DD-TEXT-IN.
           ACCEPT WS-DD-TEXT-IN.
           IF WS-DD-TEXT-IN NOT = SPACES
               MOVE WS-DD-TEXT-IN TO DD-ID-NUMBER
           END-IF.
           DISPLAY "ID document expiry YYYYMMDD (blank keeps, "
               "99999999 for none): ".
           ACCEPT WS-DD-DATE-IN.
           IF WS-DD-DATE-IN = 99999999
               MOVE 0 TO DD-ID-EXPIRY
           ELSE
               IF WS-DD-DATE-IN NOT = 0
                   MOVE WS-DD-DATE-IN TO DD-ID-EXPIRY
               END-IF
           END-IF.
           DISPLAY "Risk rating, L low, M medium or H high "
               "(blank keeps): ".
           MOVE SPACES TO WS-DD-TEXT-IN.
           ACCEPT WS-DD-TEXT-IN.
           IF WS-DD-TEXT-IN NOT = SPACES
               IF WS-DD-TEXT-IN NOT = "L" AND WS-DD-TEXT-IN NOT = "M"
                   AND WS-DD-TEXT-IN NOT = "H"
                   DISPLAY "Error: risk rating must be L, M or H."
                   GO TO MAINTAIN-DUE-DILIGENCE-DONE
               END-IF
               MOVE WS-DD-TEXT-IN TO DD-RISK-RATING
           END-IF.
           DISPLAY "Identity and details verified today, Y or N: ".
           ACCEPT WS-DD-CHECKED.
           IF WS-DD-CHECKED = "Y"
               MOVE WS-TODAY TO DD-LAST-CHECK-DATE
               MOVE WS-SIGNON-OPERATOR-ID TO DD-CHECKED-BY
           END-IF.
           MOVE WS-TODAY TO DD-UPDATED-DATE.
           IF WS-DD-ON-FILE = "Y"
               REWRITE DUE-DILIGENCE-RECORD
                   INVALID KEY
                       DISPLAY "Unable to update the profile for "
                           "customer " CUST-ID
                       GO TO MAINTAIN-DUE-DILIGENCE-DONE
               END-REWRITE
           ELSE
               WRITE DUE-DILIGENCE-RECORD
                   INVALID KEY
                       DISPLAY "Unable to record the profile for "
                           "customer " CUST-ID
                       GO TO MAINTAIN-DUE-DILIGENCE-DONE
               END-WRITE
           END-IF.
           DISPLAY "Due diligence profile saved for customer "
               CUST-ID ".".
           MOVE "SET DUE DILIGENCE" TO WS-AUDIT-ACTION.
           MOVE CUST-ID TO WS-AUDIT-KEY.
           MOVE SPACES TO WS-AUDIT-AFTER.
           STRING "RISK=" DD-RISK-RATING
               " CHK=" DD-LAST-CHECK-DATE
               " IDEXP=" DD-ID-EXPIRY
               DELIMITED BY SIZE INTO WS-AUDIT-AFTER.
           PERFORM WRITE-AUDIT-RECORD.
           PERFORM SHOW-DUE-DILIGENCE.

       MAINTAIN-DUE-DILIGENCE-DONE.
           EXIT.

       SHOW-DUE-DILIGENCE.
           DISPLAY "  Born " DD-BIRTH-DATE " risk " DD-RISK-RATING
               " ID " DD-ID-TYPE " " DD-ID-NUMBER
               " expires " DD-ID-EXPIRY.
           DISPLAY "  Address " DD-ADDRESS-1.
           DISPLAY "          " DD-ADDRESS-2.
           DISPLAY "          " DD-ADDRESS-3.
           DISPLAY "  Last checked " DD-LAST-CHECK-DATE " by "
               DD-CHECKED-BY.
           CALL "DueDiligenceCheck" USING DUE-DILIGENCE-RECORD
               WS-TODAY WS-DD-STATE WS-DD-REASON WS-DD-REVIEW-DATE
               WS-DD-DAYS-OVERDUE ERROR-CODE.
           EVALUATE WS-DD-STATE
               WHEN "C"
                   DISPLAY "  Next review due " WS-DD-REVIEW-DATE "."
               WHEN "D"
                   DISPLAY "  Overdue " WS-DD-DAYS-OVERDUE
                       " day(s), still within the grace period."
               WHEN "X"
                   DISPLAY "  Overdue " WS-DD-DAYS-OVERDUE
                       " day(s); no new accounts may be opened."
               WHEN OTHER
                   DISPLAY "  Profile incomplete; no new accounts "
                       "may be opened."
           END-EVALUATE.

      * Supervisor only. The customer and account files are closed
      * while DeceasedCustomer records the death and does the estate
      * work on them, and reopened afterwards.
       RECORD-CUSTOMER-DEATH.
           IF WS-SIGNON-LEVEL < 2
               DISPLAY "Error: recording a death needs a supervisor."
               GO TO RECORD-CUSTOMER-DEATH-DONE
           END-IF.
           DISPLAY "Enter customer id: ".
           ACCEPT CUST-ID.
           READ CUSTOMER-FILE
               INVALID KEY
                   DISPLAY "Error: customer " CUST-ID " not found."
           END-READ.
           IF WS-CUSTOMER-FILE-STATUS NOT = "00"
               GO TO RECORD-CUSTOMER-DEATH-DONE
           END-IF.
           IF CUST-STATUS = "D"
               DISPLAY "Error: customer " CUST-ID
                   " is already recorded as deceased on "
                   CUST-DEATH-DATE "."
               GO TO RECORD-CUSTOMER-DEATH-DONE
           END-IF.
           MOVE CUST-ID TO WS-DEATH-CUST-ID.
           DISPLAY "Customer " CUST-ID " " CUST-NAME.
           DISPLAY "Enter date of death (YYYYMMDD): ".
           ACCEPT WS-DEATH-DATE.
           IF FUNCTION TEST-DATE-YYYYMMDD (WS-DEATH-DATE) NOT = 0
               OR WS-DEATH-DATE > WS-TODAY
               DISPLAY "Error: " WS-DEATH-DATE
                   " is not a valid date of death."
               GO TO RECORD-CUSTOMER-DEATH-DONE
           END-IF.
           DISPLAY "Sole accounts will be frozen, their payments "
               "suspended and cheque books stopped;".
           DISPLAY "joint accounts pass to the surviving holder. "
               "Confirm (Y/N): ".
           ACCEPT WS-DEATH-CONFIRM.
           IF WS-DEATH-CONFIRM NOT = "Y"
               DISPLAY "Nothing recorded."
               GO TO RECORD-CUSTOMER-DEATH-DONE
           END-IF.
           CLOSE CUSTOMER-FILE.
           CLOSE ACCOUNT-MASTER-FILE.
           CALL "DeceasedCustomer" USING WS-DEATH-CUST-ID
               WS-DEATH-DATE WS-SIGNON-OPERATOR-ID WS-DEATH-RESULT.
           OPEN I-O CUSTOMER-FILE.
           OPEN I-O ACCOUNT-MASTER-FILE.

       RECORD-CUSTOMER-DEATH-DONE.
           EXIT.

       WRITE-AUDIT-RECORD.
           OPEN EXTEND MAINT-AUDIT-FILE.
           IF WS-MAINT-AUDIT-FILE-STATUS = "35"
               OPEN OUTPUT MAINT-AUDIT-FILE
           END-IF.
           ACCEPT AUD-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-TIME-NOW FROM TIME.
           MOVE WS-TIME-NOW (1:6) TO AUD-TIME.
           MOVE WS-SIGNON-OPERATOR-ID TO AUD-OPERATOR-ID.
           MOVE "CustomerMaintenance" TO AUD-PROGRAM.
           MOVE WS-AUDIT-ACTION TO AUD-ACTION.
