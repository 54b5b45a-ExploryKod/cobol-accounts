       IDENTIFICATION DIVISION.
       PROGRAM-ID. BeneficiaryActivation.

      ******************************************************************
      * Nightly: marks pending external beneficiaries active once
      * their cooling-off period (BeneficiaryPolicy.cpy) has run, so
      * the directory shows which entries can be paid. Runs ahead
      * of FuturePaymentRelease and BatchTransferDriver. Cancelled
      * and already active entries are left alone.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "BeneficiaryFileControl.cpy".

       DATA DIVISION.
       FILE SECTION.
       FD  BENEFICIARY-FILE.
           COPY "BeneficiaryRecord.cpy".

       WORKING-STORAGE SECTION.
       01 WS-BENEFICIARY-FILE-STATUS PIC X(2).
       01 WS-EOF-BENEFICIARIES    PIC X(1) VALUE "N".
       01 WS-TODAY                PIC 9(8).
       01 WS-TODAY-DAYS           PIC 9(7).
       01 WS-ACTIVATED-COUNT      PIC 9(5) VALUE 0.
       01 WS-PENDING-COUNT        PIC 9(5) VALUE 0.
       COPY "BeneficiaryPolicy.cpy".

       PROCEDURE DIVISION.
       START-ACTIVATION.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           COMPUTE WS-TODAY-DAYS = FUNCTION INTEGER-OF-DATE (WS-TODAY).
           DISPLAY "Beneficiary activation for " WS-TODAY ".".
           OPEN I-O BENEFICIARY-FILE.
           IF WS-BENEFICIARY-FILE-STATUS NOT = "00"
               DISPLAY "No beneficiary file; nothing to activate."
               GOBACK
           END-IF.
           MOVE LOW-VALUES TO BEN-ID.
           START BENEFICIARY-FILE KEY IS NOT LESS THAN BEN-ID
               INVALID KEY
                   MOVE "Y" TO WS-EOF-BENEFICIARIES
           END-START.
           PERFORM UNTIL WS-EOF-BENEFICIARIES = "Y"
               READ BENEFICIARY-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF-BENEFICIARIES
                   NOT AT END
                       IF BEN-STATUS = "P"
                           PERFORM ACTIVATE-IF-COOLED-OFF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE BENEFICIARY-FILE.
           DISPLAY "Beneficiary activation complete: "
               WS-ACTIVATED-COUNT " activated, " WS-PENDING-COUNT
               " still cooling off.".
           GOBACK.

       ACTIVATE-IF-COOLED-OFF.
           IF FUNCTION INTEGER-OF-DATE (BEN-DATE-ADDED)
                   + BEN-COOLING-OFF-DAYS > WS-TODAY-DAYS
               ADD 1 TO WS-PENDING-COUNT
           ELSE
               MOVE "A" TO BEN-STATUS
               REWRITE BENEFICIARY-RECORD
                   INVALID KEY
                       DISPLAY "Unable to activate beneficiary "
                           BEN-ID
                   NOT INVALID KEY
                       ADD 1 TO WS-ACTIVATED-COUNT
                       DISPLAY "Beneficiary " BEN-ID " for customer "
                           BEN-CUST-ID " activated."
               END-REWRITE
           END-IF.
