
      ******************************************************************
      * Back-office screen for the external beneficiary directory.
      * A new beneficiary is written pending and sits unusable for
      * the cooling-off period (BeneficiaryPolicy.cpy), and the
      * customer gets an ALERTS.DAT record at once - if they did not
      * ask for it, they have that long to shout. Cancelling an
      * entry refuses the next payment to it. Entries are never
      * deleted, only cancelled.
      ******************************************************************
       01 WS-SIGNON-OPERATOR-ID   PIC X(8).
       01 WS-SIGNON-LEVEL         PIC 9(1).
       01 WS-MAINT-AUDIT-FILE-STATUS PIC X(2).
       01 WS-TIME-NOW            PIC 9(8).
       01 WS-AUDIT-ACTION         PIC X(20).
       01 WS-AUDIT-KEY            PIC X(8).
       01 WS-AUDIT-BEFORE         PIC X(40).
       01 WS-TODAY                PIC 9(8).
       01 WS-EOF-BENEFICIARIES    PIC X(1).
       01 WS-LIST-CUST-ID         PIC 9(5).
       COPY "BeneficiaryPolicy.cpy".

       PROCEDURE DIVISION.
       START-PROGRAM.
               DISPLAY "Error: external account reference missing."
               GO TO ADD-BENEFICIARY-DONE
           END-IF.
           MOVE "P" TO BEN-STATUS.
           MOVE WS-TODAY TO BEN-DATE-ADDED.
           WRITE BENEFICIARY-RECORD
               INVALID KEY
                   DISPLAY "Unable to add beneficiary " BEN-ID
               NOT INVALID KEY
                   DISPLAY "Beneficiary " BEN-ID " added for "
                       "customer " BEN-CUST-ID "; pending, usable "
                       BEN-COOLING-OFF-DAYS " day(s) from today."
                   PERFORM WRITE-NEW-BENEFICIARY-ALERT
                   MOVE "ADD BENEFICIARY" TO WS-AUDIT-ACTION
                   MOVE BEN-ID TO WS-AUDIT-KEY
           MOVE CUST-ID TO ALERT-CUST-ID.
           MOVE CUST-CONTACT TO ALERT-CONTACT.
           MOVE SPACES TO ALERT-TEXT.
           STRING "New beneficiary " FUNCTION TRIM(BEN-NAME)
               " added; call the office if not you"
               DELIMITED BY SIZE INTO ALERT-TEXT.
           WRITE ALERT-RECORD.
           CLOSE ALERTS-FILE.
                       " not found."
           END-READ.
           IF WS-BENEFICIARY-FILE-STATUS = "00"
               IF BEN-STATUS NOT = "A" AND BEN-STATUS NOT = "P"
                   DISPLAY "Beneficiary " BEN-ID " is not active."
               ELSE
                   MOVE SPACES TO WS-AUDIT-BEFORE
                   STRING "STATUS=" BEN-STATUS
                       DELIMITED BY SIZE INTO WS-AUDIT-BEFORE
                   MOVE "X" TO BEN-STATUS
                   REWRITE BENEFICIARY-RECORD
                       INVALID KEY
                           MOVE "CANCEL BENEFICIARY" TO
                               WS-AUDIT-ACTION
                           MOVE BEN-ID TO WS-AUDIT-KEY
                           MOVE "STATUS=X" TO WS-AUDIT-AFTER
                           PERFORM WRITE-AUDIT-RECORD
                   END-REWRITE
               OPEN OUTPUT MAINT-AUDIT-FILE
           END-IF.
           ACCEPT AUD-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-TIME-NOW FROM TIME.
           MOVE WS-TIME-NOW (1:6) TO AUD-TIME.
           MOVE WS-SIGNON-OPERATOR-ID TO AUD-OPERATOR-ID.
           MOVE "BeneficiaryMaintenance" TO AUD-PROGRAM.
           MOVE WS-AUDIT-ACTION TO AUD-ACTION.
