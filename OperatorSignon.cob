      * outright. While no operator file exists yet (first install)
      * sign-on is granted at supervisor level so the first
      * operators can be created through OperatorMaintenance - the
      * grant is announced loudly on the console. Every granted
      * sign-on is stamped on the maintenance audit trail
      * (MAINTLOG.DAT) as a SIGN ON action, which is where the
      * quarterly access review takes each operator's last sign-on.
      * While RESTCTL.DAT shows a restore from backup that was
      * interrupted or did not verify, only supervisors are let in,
      * to run the restore again.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "OperatorFileControl.cpy".
           COPY "MaintAuditFileControl.cpy".
           COPY "RestoreControlFileControl.cpy".

       DATA DIVISION.
       FILE SECTION.
       FD  OPERATOR-FILE.
           COPY "OperatorRecord.cpy".
       FD  MAINT-AUDIT-FILE.
           COPY "MaintAuditRecord.cpy".
       FD  RESTORE-CONTROL-FILE.
           COPY "RestoreControlRecord.cpy".

       WORKING-STORAGE SECTION.
       COPY "ReasonCodes.cpy".
       01 WS-FAIL-LIMIT           PIC 9(2) VALUE 3.
       01 WS-HIST-IDX             PIC 9(1).
       01 WS-PWD-REUSED           PIC X(1).
       01 WS-MAINT-AUDIT-FILE-STATUS PIC X(2).
       01 WS-TIME-NOW             PIC 9(8).
       01 WS-RESTORE-CONTROL-STATUS PIC X(2).
       01 WS-RESTORE-PENDING      PIC X(1).

       LINKAGE SECTION.
       01 SIGNON-OPERATOR-ID  PIC X(8).
               INVALID KEY
                   DISPLAY "Unable to update operator " OP-ID
           END-REWRITE.
           PERFORM CHECK-RESTORE-STATE.
           IF WS-RESTORE-PENDING = "Y" AND OP-LEVEL < 2
               DISPLAY "Sign-on refused: the system is being restored "
                   "from backup and the restore has not verified; "
                   "only a supervisor may sign on."
               MOVE RC-AUTHENTICATION-FAILED TO ERROR-CODE
               CLOSE OPERATOR-FILE
               GOBACK
           END-IF.
           MOVE OP-LEVEL TO SIGNON-LEVEL.
           MOVE RC-SUCCESS TO ERROR-CODE.
           DISPLAY "Operator " SIGNON-OPERATOR-ID
               " signed on at level " SIGNON-LEVEL ".".
           PERFORM WRITE-SIGNON-AUDIT.
           CLOSE OPERATOR-FILE.
           GOBACK.

       WRITE-SIGNON-AUDIT.
           OPEN EXTEND MAINT-AUDIT-FILE.
           IF WS-MAINT-AUDIT-FILE-STATUS = "35"
               OPEN OUTPUT MAINT-AUDIT-FILE
           END-IF.
           MOVE WS-TODAY TO AUD-DATE.
           ACCEPT WS-TIME-NOW FROM TIME.
           MOVE WS-TIME-NOW (1:6) TO AUD-TIME.
           MOVE OP-ID TO AUD-OPERATOR-ID.
           MOVE "OperatorSignon" TO AUD-PROGRAM.
           MOVE "SIGN ON" TO AUD-ACTION.
           MOVE OP-ID TO AUD-KEY.
           MOVE SPACES TO AUD-BEFORE.
           MOVE SPACES TO AUD-AFTER.
           STRING "LEVEL=" OP-LEVEL " BRANCH=" OP-BRANCH
               DELIMITED BY SIZE INTO AUD-AFTER.
           WRITE MAINT-AUDIT-RECORD.
           CLOSE MAINT-AUDIT-FILE.

       CHECK-RESTORE-STATE.
           MOVE "N" TO WS-RESTORE-PENDING.
           OPEN INPUT RESTORE-CONTROL-FILE.
           IF WS-RESTORE-CONTROL-STATUS = "00"
               READ RESTORE-CONTROL-FILE
                   AT END
                       MOVE "V" TO RST-STATUS
               END-READ
               IF RST-STATUS = "R" OR RST-STATUS = "F"
                   MOVE "Y" TO WS-RESTORE-PENDING
               END-IF
               CLOSE RESTORE-CONTROL-FILE
           END-IF.

      * First sign-on (changed date zero) and anything older than
      * the age limit force a change on the spot; refusing to set
      * an acceptable new password refuses the sign-on.
