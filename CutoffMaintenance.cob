       IDENTIFICATION DIVISION.
       PROGRAM-ID. CutoffMaintenance.

      ******************************************************************
      * Back-office screen for the payment cut-off table. Each entry
      * is the latest time of day a payment of one type in one
      * currency can be captured and still be made today; a blank
      * currency gives the type's time for every currency without
      * an entry of its own. ValueDate reads the table whenever a
      * payment is captured or released, so a change here applies
      * from the next payment on.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "CutoffFileControl.cpy".
           COPY "MaintAuditFileControl.cpy".

       DATA DIVISION.
       FILE SECTION.
       FD  CUTOFF-FILE.
           COPY "CutoffRecord.cpy".
       FD  MAINT-AUDIT-FILE.
           COPY "MaintAuditRecord.cpy".

       WORKING-STORAGE SECTION.
       COPY "ReasonCodes.cpy".
       COPY "CutoffPolicy.cpy".
       01 WS-CUTOFF-FILE-STATUS   PIC X(2).
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
       01 WS-EOF-CUTOFFS          PIC X(1).
       01 WS-NEW-TIME             PIC 9(4).
       01 WS-OLD-TIME             PIC 9(4).
       01 WS-ENTRY-FOUND          PIC X(1).

       PROCEDURE DIVISION.
       START-PROGRAM.
           CALL "OperatorSignon" USING WS-SIGNON-OPERATOR-ID
               WS-SIGNON-LEVEL ERROR-CODE.
           IF ERROR-CODE NOT = RC-SUCCESS
               DISPLAY "Exiting."
               STOP RUN
           END-IF.
           OPEN I-O CUTOFF-FILE.
           IF WS-CUTOFF-FILE-STATUS = "35"
               OPEN OUTPUT CUTOFF-FILE
               CLOSE CUTOFF-FILE
               OPEN I-O CUTOFF-FILE
           END-IF.
           GO TO MAIN-LOOP.

       MAIN-LOOP.
           DISPLAY "Payment Cut-off Maintenance Menu:".
           DISPLAY "1. Set a cut-off time".
           DISPLAY "2. Remove a cut-off time".
           DISPLAY "3. List cut-off times".
           DISPLAY "4. Quitter".
           ACCEPT USER-CHOICE.
           EVALUATE USER-CHOICE
               WHEN "1"
                   PERFORM SET-CUTOFF THRU SET-CUTOFF-DONE
               WHEN "2"
                   PERFORM REMOVE-CUTOFF THRU REMOVE-CUTOFF-DONE
               WHEN "3"
                   PERFORM LIST-CUTOFFS
               WHEN "4"
                   MOVE 1 TO END-PROG
               WHEN OTHER
                   DISPLAY "Invalid choice."
           END-EVALUATE.
           IF END-PROG NOT = 1
               GO TO MAIN-LOOP
           END-IF.
           CLOSE CUTOFF-FILE.
           STOP RUN.

       ACCEPT-CUTOFF-KEY.
           DISPLAY "Payment type, EXTERNAL, TRANSFER or STANDORD: ".
           ACCEPT CUT-PAYMENT-TYPE.
           DISPLAY "Currency (blank for every currency without "
               "its own entry): ".
           ACCEPT CUT-CURRENCY.
           MOVE "N" TO WS-ENTRY-FOUND.
           IF CUT-PAYMENT-TYPE NOT = "EXTERNAL"
               AND CUT-PAYMENT-TYPE NOT = "TRANSFER"
               AND CUT-PAYMENT-TYPE NOT = "STANDORD"
               DISPLAY "Error: unknown payment type "
                   CUT-PAYMENT-TYPE "."
               MOVE "X" TO WS-ENTRY-FOUND
           ELSE
               READ CUTOFF-FILE
                   INVALID KEY
                       CONTINUE
               END-READ
               IF WS-CUTOFF-FILE-STATUS = "00"
                   MOVE "Y" TO WS-ENTRY-FOUND
               END-IF
           END-IF.

       SET-CUTOFF.
           PERFORM ACCEPT-CUTOFF-KEY.
           IF WS-ENTRY-FOUND = "X"
               GO TO SET-CUTOFF-DONE
           END-IF.
           IF WS-ENTRY-FOUND = "Y"
               DISPLAY "Current cut-off " CUT-TIME " ("
                   CUT-DESCRIPTION ")."
               MOVE CUT-TIME TO WS-OLD-TIME
           END-IF.
           DISPLAY "Enter cut-off time (HHMM): ".
           ACCEPT WS-NEW-TIME.
           IF WS-NEW-TIME IS NOT NUMERIC
               OR WS-NEW-TIME (1:2) > "23"
               OR WS-NEW-TIME (3:2) > "59"
               DISPLAY "Error: invalid time."
               GO TO SET-CUTOFF-DONE
           END-IF.
           MOVE WS-NEW-TIME TO CUT-TIME.
           DISPLAY "Enter description: ".
           ACCEPT CUT-DESCRIPTION.
           MOVE CUT-PAYMENT-TYPE TO WS-AUDIT-KEY.
           MOVE SPACES TO WS-AUDIT-BEFORE.
           MOVE SPACES TO WS-AUDIT-AFTER.
           STRING "CUR=" CUT-CURRENCY " TIME=" CUT-TIME
               DELIMITED BY SIZE INTO WS-AUDIT-AFTER.
           IF WS-ENTRY-FOUND = "Y"
               STRING "CUR=" CUT-CURRENCY " TIME=" WS-OLD-TIME
                   DELIMITED BY SIZE INTO WS-AUDIT-BEFORE
               REWRITE CUTOFF-RECORD
                   INVALID KEY
                       DISPLAY "Unable to update cut-off for "
                           CUT-PAYMENT-TYPE " " CUT-CURRENCY
                   NOT INVALID KEY
                       DISPLAY "Cut-off for " CUT-PAYMENT-TYPE " "
                           CUT-CURRENCY " now " CUT-TIME "."
                       MOVE "CHANGE CUTOFF" TO WS-AUDIT-ACTION
                       PERFORM WRITE-AUDIT-RECORD
               END-REWRITE
           ELSE
               WRITE CUTOFF-RECORD
                   INVALID KEY
                       DISPLAY "Unable to add cut-off for "
                           CUT-PAYMENT-TYPE " " CUT-CURRENCY
                   NOT INVALID KEY
                       DISPLAY "Cut-off for " CUT-PAYMENT-TYPE " "
                           CUT-CURRENCY " set to " CUT-TIME "."
                       MOVE "ADD CUTOFF" TO WS-AUDIT-ACTION
                       PERFORM WRITE-AUDIT-RECORD
               END-WRITE
           END-IF.

       SET-CUTOFF-DONE.
           EXIT.

       REMOVE-CUTOFF.
           PERFORM ACCEPT-CUTOFF-KEY.
           IF WS-ENTRY-FOUND = "X"
               GO TO REMOVE-CUTOFF-DONE
           END-IF.
           IF WS-ENTRY-FOUND NOT = "Y"
               DISPLAY "Error: no cut-off for " CUT-PAYMENT-TYPE " "
                   CUT-CURRENCY "."
               GO TO REMOVE-CUTOFF-DONE
           END-IF.
           MOVE CUT-PAYMENT-TYPE TO WS-AUDIT-KEY.
           MOVE SPACES TO WS-AUDIT-BEFORE.
           STRING "CUR=" CUT-CURRENCY " TIME=" CUT-TIME
               DELIMITED BY SIZE INTO WS-AUDIT-BEFORE.
           DELETE CUTOFF-FILE RECORD
               INVALID KEY
                   DISPLAY "Unable to remove cut-off for "
                       CUT-PAYMENT-TYPE " " CUT-CURRENCY
               NOT INVALID KEY
                   DISPLAY "Cut-off for " CUT-PAYMENT-TYPE " "
                       CUT-CURRENCY " removed."
                   MOVE "REMOVE CUTOFF" TO WS-AUDIT-ACTION
                   MOVE SPACES TO WS-AUDIT-AFTER
                   PERFORM WRITE-AUDIT-RECORD
           END-DELETE.

       REMOVE-CUTOFF-DONE.
           EXIT.

       LIST-CUTOFFS.
           DISPLAY "Types without an entry use " CUT-DEFAULT-TIME ".".
           MOVE LOW-VALUES TO CUT-KEY.
           START CUTOFF-FILE KEY IS NOT LESS THAN CUT-KEY
               INVALID KEY
                   DISPLAY "No cut-off times on file."
           END-START.
           MOVE "N" TO WS-EOF-CUTOFFS.
           IF WS-CUTOFF-FILE-STATUS NOT = "00"
               MOVE "Y" TO WS-EOF-CUTOFFS
           END-IF.
           PERFORM UNTIL WS-EOF-CUTOFFS = "Y"
               READ CUTOFF-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF-CUTOFFS
                   NOT AT END
                       DISPLAY CUT-PAYMENT-TYPE " " CUT-CURRENCY " "
                           CUT-TIME " " CUT-DESCRIPTION
               END-READ
           END-PERFORM.

       WRITE-AUDIT-RECORD.
           OPEN EXTEND MAINT-AUDIT-FILE.
           IF WS-MAINT-AUDIT-FILE-STATUS = "35"
               OPEN OUTPUT MAINT-AUDIT-FILE
           END-IF.
           ACCEPT AUD-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-TIME-NOW FROM TIME.
           MOVE WS-TIME-NOW (1:6) TO AUD-TIME.
           MOVE WS-SIGNON-OPERATOR-ID TO AUD-OPERATOR-ID.
           MOVE "CutoffMaintenance" TO AUD-PROGRAM.
           MOVE WS-AUDIT-ACTION TO AUD-ACTION.
           MOVE WS-AUDIT-KEY TO AUD-KEY.
           MOVE WS-AUDIT-BEFORE TO AUD-BEFORE.
           MOVE WS-AUDIT-AFTER TO AUD-AFTER.
           WRITE MAINT-AUDIT-RECORD.
           CLOSE MAINT-AUDIT-FILE.
