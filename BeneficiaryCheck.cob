      ******************************************************************
      * Answers "may this account pay this external reference" for
      * every capture and edit point that handles EXTERNAL payments.
      * Good means: a live directory entry carries the reference,
      * its cooling-off period has passed (BeneficiaryPolicy.cpy),
      * and the entry's customer holds the paying account
      * (AccountHolders). A pending entry whose period has run is good
      * even before BeneficiaryActivation has marked it active.
      * No directory file means no external payment passes - the
      * directory is the whole point.
      ******************************************************************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "BeneficiaryFileControl.cpy".

       DATA DIVISION.
       FILE SECTION.
       FD  BENEFICIARY-FILE.
           COPY "BeneficiaryRecord.cpy".

       WORKING-STORAGE SECTION.
       01 WS-BENEFICIARY-FILE-STATUS PIC X(2).
       01 WS-EOF-BENEFICIARIES    PIC X(1).
       01 WS-TODAY                PIC 9(8).
       01 WS-HOLDER-COUNT         PIC 9(2).
       01 WS-HOLDER-IDX           PIC 9(2).
       01 WS-HOLDER-TABLE.
           05 WS-HOLDER-ENTRY OCCURS 20 TIMES.
               10 WS-HOLDER-CUST-ID PIC 9(5).
               10 WS-HOLDER-ROLE    PIC X(1).
       01 WS-TODAY-DAYS           PIC 9(7).
       COPY "BeneficiaryPolicy.cpy".

       LINKAGE SECTION.
       01 CHECK-FROM-ACCT-ID  PIC 9(5).
           CHECK-EXT-ACCT-ID CHECK-RESULT.
           MOVE "N" TO CHECK-RESULT.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           COMPUTE WS-TODAY-DAYS = FUNCTION INTEGER-OF-DATE (WS-TODAY).
           OPEN INPUT BENEFICIARY-FILE.
           IF WS-BENEFICIARY-FILE-STATUS NOT = "00"
               GOBACK
           END-IF.
           CALL "AccountHolders" USING CHECK-FROM-ACCT-ID
               WS-HOLDER-COUNT WS-HOLDER-TABLE.
           MOVE LOW-VALUES TO BEN-ID.
           START BENEFICIARY-FILE KEY IS NOT LESS THAN BEN-ID
               INVALID KEY
                       MOVE "Y" TO WS-EOF-BENEFICIARIES
                   NOT AT END
                       IF BEN-EXT-ACCT-ID = CHECK-EXT-ACCT-ID
                           AND (BEN-STATUS = "A" OR BEN-STATUS = "P")
                           AND FUNCTION INTEGER-OF-DATE (BEN-DATE-ADDED)
                               + BEN-COOLING-OFF-DAYS <= WS-TODAY-DAYS
                           PERFORM CHECK-CUSTOMER-OWNS-ACCOUNT
                           IF CHECK-RESULT = "Y"
                               MOVE "Y" TO WS-EOF-BENEFICIARIES
           GOBACK.

       CHECK-CUSTOMER-OWNS-ACCOUNT.
           PERFORM VARYING WS-HOLDER-IDX FROM 1 BY 1
                   UNTIL WS-HOLDER-IDX > WS-HOLDER-COUNT
               IF WS-HOLDER-CUST-ID (WS-HOLDER-IDX) = BEN-CUST-ID
                   MOVE "Y" TO CHECK-RESULT
               END-IF
           END-PERFORM.
