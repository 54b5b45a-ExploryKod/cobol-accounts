       IDENTIFICATION DIVISION.
       PROGRAM-ID. StatementProfileMaintenance.

      ******************************************************************
      * Back-office screen for the machine-readable bank statement:
      * opts an account in or out and sets how often its statement
      * is produced. Opting in (or back in) starts the statements
      * from that day's entries. Every change is written to
      * MAINTLOG.DAT with the operator who made it.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "StatementProfileFileControl.cpy".
           COPY "AccountFileControl.cpy".
           COPY "MaintAuditFileControl.cpy".

       DATA DIVISION.
       FILE SECTION.
       FD  STATEMENT-PROFILE-FILE.
           COPY "StatementProfileRecord.cpy".
       FD  ACCOUNT-MASTER-FILE.
           COPY "AccountRecord.cpy".
       FD  MAINT-AUDIT-FILE.
           COPY "MaintAuditRecord.cpy".

       WORKING-STORAGE SECTION.
       COPY "ReasonCodes.cpy".
       01 WS-STATEMENT-PROFILE-STATUS PIC X(2).
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
       01 WS-PROFILE-ON-FILE      PIC X(1).
       01 WS-NEW-OPT-IN           PIC X(1).
       01 WS-NEW-FREQUENCY        PIC X(1).
       01 WS-EOF-PROFILES         PIC X(1).
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
           OPEN I-O STATEMENT-PROFILE-FILE.
           IF WS-STATEMENT-PROFILE-STATUS = "35"
               OPEN OUTPUT STATEMENT-PROFILE-FILE
               CLOSE STATEMENT-PROFILE-FILE
               OPEN I-O STATEMENT-PROFILE-FILE
           END-IF.
           OPEN INPUT ACCOUNT-MASTER-FILE.
           GO TO MAIN-LOOP.

       MAIN-LOOP.
           DISPLAY "Electronic Statement Maintenance Menu:".
           DISPLAY "1. Set statement profile for an account".
           DISPLAY "2. Inquire on an account".
           DISPLAY "3. List opted-in accounts".
           DISPLAY "4. Quitter".
           ACCEPT USER-CHOICE.
           EVALUATE USER-CHOICE
               WHEN "1"
                   PERFORM SET-STATEMENT-PROFILE
                       THRU SET-STATEMENT-PROFILE-DONE
               WHEN "2"
                   PERFORM INQUIRE-STATEMENT-PROFILE
               WHEN "3"
                   PERFORM LIST-OPTED-IN-ACCOUNTS
               WHEN "4"
                   MOVE 1 TO END-PROG
               WHEN OTHER
                   DISPLAY "Invalid choice."
           END-EVALUATE.
           IF END-PROG NOT = 1
               GO TO MAIN-LOOP
           END-IF.
           CLOSE ACCOUNT-MASTER-FILE.
           CLOSE STATEMENT-PROFILE-FILE.
           STOP RUN.

       SET-STATEMENT-PROFILE.
           DISPLAY "Enter account id: ".
           ACCEPT ACCT-ID.
           READ ACCOUNT-MASTER-FILE
               INVALID KEY
                   DISPLAY "Error: account " ACCT-ID " not found."
                   GO TO SET-STATEMENT-PROFILE-DONE
           END-READ.
           MOVE ACCT-ID TO SP-ACCT-ID.
           READ STATEMENT-PROFILE-FILE
               INVALID KEY
                   CONTINUE
           END-READ.
           MOVE SPACES TO WS-AUDIT-BEFORE.
           IF WS-STATEMENT-PROFILE-STATUS = "00"
               MOVE "Y" TO WS-PROFILE-ON-FILE
               STRING "OPTIN=" SP-OPT-IN " FREQ=" SP-FREQUENCY
                   DELIMITED BY SIZE INTO WS-AUDIT-BEFORE
           ELSE
               MOVE "N" TO WS-PROFILE-ON-FILE
               MOVE ACCT-ID TO SP-ACCT-ID
               MOVE "N" TO SP-OPT-IN
               MOVE "D" TO SP-FREQUENCY
               MOVE 0 TO SP-FROM-DATE
               MOVE 0 TO SP-LAST-SEQUENCE
               MOVE 0 TO SP-LAST-STATEMENT-DATE
               MOVE 0 TO SP-STATEMENT-NO
           END-IF.
           DISPLAY "Send electronic statements, Y or N: ".
           ACCEPT WS-NEW-OPT-IN.
           IF WS-NEW-OPT-IN NOT = "Y" AND WS-NEW-OPT-IN NOT = "N"
               DISPLAY "Error: answer Y or N."
               GO TO SET-STATEMENT-PROFILE-DONE
           END-IF.
           IF WS-NEW-OPT-IN = "Y"
               IF ACCT-STATUS = "C"
                   DISPLAY "Error: account " ACCT-ID " is closed."
                   GO TO SET-STATEMENT-PROFILE-DONE
               END-IF
               DISPLAY "Frequency, D daily, W weekly or M monthly "
                   "(blank for D): "
               ACCEPT WS-NEW-FREQUENCY
               IF WS-NEW-FREQUENCY = SPACE
                   MOVE "D" TO WS-NEW-FREQUENCY
               END-IF
               IF WS-NEW-FREQUENCY NOT = "D"
                   AND WS-NEW-FREQUENCY NOT = "W"
                   AND WS-NEW-FREQUENCY NOT = "M"
                   DISPLAY "Error: frequency must be D, W or M."
                   GO TO SET-STATEMENT-PROFILE-DONE
               END-IF
               IF SP-OPT-IN NOT = "Y"
                   MOVE WS-TODAY TO SP-FROM-DATE
               END-IF
               MOVE WS-NEW-FREQUENCY TO SP-FREQUENCY
           END-IF.
           MOVE WS-NEW-OPT-IN TO SP-OPT-IN.
           IF WS-PROFILE-ON-FILE = "Y"
               REWRITE STATEMENT-PROFILE-RECORD
                   INVALID KEY
                       DISPLAY "Unable to update the profile for "
                           "account " ACCT-ID
                       GO TO SET-STATEMENT-PROFILE-DONE
               END-REWRITE
           ELSE
               WRITE STATEMENT-PROFILE-RECORD
                   INVALID KEY
                       DISPLAY "Unable to record the profile for "
                           "account " ACCT-ID
                       GO TO SET-STATEMENT-PROFILE-DONE
               END-WRITE
           END-IF.
           IF SP-OPT-IN = "Y"
               DISPLAY "Account " ACCT-ID " receives statements, "
                   "frequency " SP-FREQUENCY ", from " SP-FROM-DATE "."
           ELSE
               DISPLAY "Account " ACCT-ID
                   " no longer receives statements."
           END-IF.
           MOVE "SET E-STATEMENT" TO WS-AUDIT-ACTION.
           MOVE ACCT-ID TO WS-AUDIT-KEY.
           MOVE SPACES TO WS-AUDIT-AFTER.
           STRING "OPTIN=" SP-OPT-IN " FREQ=" SP-FREQUENCY
               DELIMITED BY SIZE INTO WS-AUDIT-AFTER.
           PERFORM WRITE-AUDIT-RECORD.

       SET-STATEMENT-PROFILE-DONE.
           EXIT.

       INQUIRE-STATEMENT-PROFILE.
           DISPLAY "Enter account id: ".
           ACCEPT SP-ACCT-ID.
           READ STATEMENT-PROFILE-FILE
               INVALID KEY
                   DISPLAY "Account " SP-ACCT-ID
                       " has never taken electronic statements."
           END-READ.
           IF WS-STATEMENT-PROFILE-STATUS = "00"
               DISPLAY "Account " SP-ACCT-ID " opted in " SP-OPT-IN
                   " frequency " SP-FREQUENCY " from " SP-FROM-DATE
               DISPLAY "  Last statement no " SP-STATEMENT-NO
                   " on " SP-LAST-STATEMENT-DATE
                   " up to entry " SP-LAST-SEQUENCE
           END-IF.

       LIST-OPTED-IN-ACCOUNTS.
           MOVE 0 TO WS-LIST-COUNT.
           MOVE LOW-VALUES TO SP-ACCT-ID.
           START STATEMENT-PROFILE-FILE KEY IS NOT LESS THAN SP-ACCT-ID
               INVALID KEY
                   DISPLAY "No statement profiles on file."
           END-START.
           MOVE "N" TO WS-EOF-PROFILES.
           IF WS-STATEMENT-PROFILE-STATUS NOT = "00"
               MOVE "Y" TO WS-EOF-PROFILES
           END-IF.
           PERFORM UNTIL WS-EOF-PROFILES = "Y"
               READ STATEMENT-PROFILE-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF-PROFILES
                   NOT AT END
                       IF SP-OPT-IN = "Y"
                           ADD 1 TO WS-LIST-COUNT
                           DISPLAY "Account " SP-ACCT-ID
                               " frequency " SP-FREQUENCY
                               " last statement " SP-STATEMENT-NO
                               " on " SP-LAST-STATEMENT-DATE
                       END-IF
               END-READ
           END-PERFORM.
           DISPLAY WS-LIST-COUNT " account(s) opted in.".

       WRITE-AUDIT-RECORD.
           OPEN EXTEND MAINT-AUDIT-FILE.
           IF WS-MAINT-AUDIT-FILE-STATUS = "35"
               OPEN OUTPUT MAINT-AUDIT-FILE
           END-IF.
           ACCEPT AUD-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-TIME-NOW FROM TIME.
           MOVE WS-TIME-NOW (1:6) TO AUD-TIME.
           MOVE WS-SIGNON-OPERATOR-ID TO AUD-OPERATOR-ID.
           MOVE "StatementProfileMaintenance" TO
               AUD-PROGRAM.
           MOVE WS-AUDIT-ACTION TO AUD-ACTION.
           MOVE WS-AUDIT-KEY TO AUD-KEY.
           MOVE WS-AUDIT-BEFORE TO AUD-BEFORE.
           MOVE WS-AUDIT-AFTER TO AUD-AFTER.
           WRITE MAINT-AUDIT-RECORD.
           CLOSE MAINT-AUDIT-FILE.
