      ******************************************************************
      * Bulk customer and account load for branch absorptions. Reads
      * the delimited onboarding file ONBOARD.DAT:
      *   C;custid;name;contact;birthdate;idtype;idnumber;idexpiry;
      *     risk;lastcheck;street;town;country
      *   A;custid;acctid;balance;pin;minbal;odlimit;ccy;type;
      *     dailylim;txnlim;apprthresh;branch;product
      * The trailing branch code is optional; a missing or blank
      * branch lands the account at the head office "001".
      * The product code that follows it is optional too. An account
      * named on a catalogue product (PRODUCT.DAT) takes the
      * product's currency, type and default for every limit left
      * blank or zero, its dual-sign limit included, and a value
      * outside the product's range rejects the group. An account
      * without one is loaded exactly as keyed, with no dual-sign
      * limit, and shows on ProductChangeReport as having no
      * product.
      * The customer line carries the due-diligence profile the
      * absorbed branch holds (dates YYYYMMDD, an ID expiry of zero
      * for a document without one); it is written to CUSTCDD.DAT
      * with the customer. A profile that is missing or incomplete,
      * or whose review or ID document is already overdue beyond
      * the grace period, rejects the group: no accounts are opened
      * for the customer until their due diligence is brought up to
      * date.
      * A customer line opens a group and its account lines follow.
      * The whole group is validated before anything is written, so
      * a customer is never half-created: one bad account sends the
               FILE STATUS IS WS-LOAD-REPORT-STATUS.
           COPY "CustomerFileControl.cpy".
           COPY "AccountFileControl.cpy".
           COPY "DueDiligenceFileControl.cpy".

       DATA DIVISION.
       FILE SECTION.
           COPY "CustomerRecord.cpy".
       FD  ACCOUNT-MASTER-FILE.
           COPY "AccountRecord.cpy".
       FD  DUE-DILIGENCE-FILE.
           COPY "DueDiligenceRecord.cpy".

       WORKING-STORAGE SECTION.
       COPY "ReasonCodes.cpy".
       01 WS-ONBOARDING-FILE-STATUS PIC X(2).
       01 WS-ONBOARDING-REJECTS-STATUS PIC X(2).
       01 WS-LOAD-REPORT-STATUS     PIC X(2).
       01 WS-CUSTOMER-FILE-STATUS   PIC X(2).
       01 WS-ACCOUNT-FILE-STATUS    PIC X(2).
       01 WS-DUE-DILIGENCE-FILE-STATUS PIC X(2).
       01 ERROR-CODE                PIC 9(2).
       01 WS-DD-STATE               PIC X(1).
       01 WS-DD-REASON              PIC X(1).
       01 WS-DD-REVIEW-DATE         PIC 9(8).
       01 WS-DD-DAYS-OVERDUE        PIC 9(5).
       01 WS-EOF-ONBOARD            PIC X(1) VALUE "N".
       01 WS-TODAY                  PIC 9(8).
       01 WS-LINE-COUNT             PIC 9(5) VALUE 0.
       01 WS-FIELD-10               PIC X(30).
       01 WS-FIELD-11               PIC X(30).
       01 WS-FIELD-12               PIC X(30).
       01 WS-FIELD-13               PIC X(30).
       01 WS-PRODUCT-FAULT          PIC X(40).
       01 WS-JOURNAL-PROGRAM PIC X(25) VALUE "OnboardingLoad".
       01 WS-JOURNAL-BEFORE  PIC X(250).
       01 WS-JOURNAL-AFTER   PIC X(250).

       01 GROUP-BUFFER.
           05 GRP-IN-PROGRESS        PIC X(1) VALUE "N".
           05 GRP-ACCT-COUNT         PIC 9(2).
           05 GRP-ACCT-ENTRY OCCURS 10 TIMES.
               10 GRP-ACCT-ID            PIC 9(5).
               10 GRP-ACCT-BALANCE       PIC 9(9)V99.
               10 GRP-ACCT-PIN           PIC 9(4).
               10 GRP-ACCT-MIN-BALANCE   PIC 9(9)V99.
               10 GRP-ACCT-OD-LIMIT      PIC 9(9)V99.
               10 GRP-ACCT-CURRENCY      PIC X(3).
               10 GRP-ACCT-TYPE          PIC X(1).
               10 GRP-ACCT-DAILY-LIMIT   PIC 9(9)V99.
               10 GRP-ACCT-TXN-LIMIT     PIC 9(9)V99.
               10 GRP-ACCT-APPR-THRESH   PIC 9(9)V99.
               10 GRP-ACCT-BRANCH        PIC X(3).
               10 GRP-ACCT-DUAL-SIGN     PIC 9(9)V99.
               10 GRP-ACCT-PRODUCT       PIC X(6).
       COPY "DueDiligenceRecord.cpy" REPLACING
           LEADING ==DUE-DILIGENCE== BY ==GRP-DUE-DILIGENCE==
           LEADING ==DD== BY ==GRP-DD==.
       01 WS-ACCT-IDX               PIC 9(2).
       01 WS-DUP-IDX                PIC 9(2).

               CLOSE ACCOUNT-MASTER-FILE
               OPEN I-O ACCOUNT-MASTER-FILE
           END-IF.
           OPEN I-O DUE-DILIGENCE-FILE.
           IF WS-DUE-DILIGENCE-FILE-STATUS = "35"
               OPEN OUTPUT DUE-DILIGENCE-FILE
               CLOSE DUE-DILIGENCE-FILE
               OPEN I-O DUE-DILIGENCE-FILE
           END-IF.
           OPEN OUTPUT ONBOARDING-REJECTS.
           OPEN OUTPUT LOAD-REPORT.
           MOVE SPACES TO LOAD-REPORT-LINE.
           PERFORM WRITE-LOAD-TOTALS.
           CLOSE LOAD-REPORT.
           CLOSE ONBOARDING-REJECTS.
           CLOSE DUE-DILIGENCE-FILE.
           CLOSE ACCOUNT-MASTER-FILE.
           CLOSE CUSTOMER-FILE.
           CLOSE ONBOARDING-FILE.
           MOVE SPACES TO WS-REC-TYPE WS-FIELD-01 WS-FIELD-02
               WS-FIELD-03 WS-FIELD-04 WS-FIELD-05 WS-FIELD-06
               WS-FIELD-07 WS-FIELD-08 WS-FIELD-09 WS-FIELD-10
               WS-FIELD-11 WS-FIELD-12 WS-FIELD-13.
           UNSTRING ONBOARD-LINE DELIMITED BY ";"
               INTO WS-REC-TYPE WS-FIELD-01 WS-FIELD-02 WS-FIELD-03
                   WS-FIELD-04 WS-FIELD-05 WS-FIELD-06 WS-FIELD-07
                   WS-FIELD-08 WS-FIELD-09 WS-FIELD-10 WS-FIELD-11
                   WS-FIELD-12 WS-FIELD-13.
           EVALUATE WS-REC-TYPE
               WHEN "C"
                   PERFORM FINALIZE-GROUP
                   END-IF
               END-IF
           END-IF.
           IF GRP-FAULT = SPACES
               PERFORM CHECK-GROUP-DUE-DILIGENCE
           END-IF.

       CHECK-GROUP-DUE-DILIGENCE.
           MOVE SPACES TO GRP-DUE-DILIGENCE-RECORD.
           MOVE GRP-CUST-ID TO GRP-DD-CUST-ID.
           MOVE FUNCTION NUMVAL (WS-FIELD-04) TO GRP-DD-BIRTH-DATE.
           MOVE WS-FIELD-05 TO GRP-DD-ID-TYPE.
           MOVE WS-FIELD-06 TO GRP-DD-ID-NUMBER.
           MOVE FUNCTION NUMVAL (WS-FIELD-07) TO GRP-DD-ID-EXPIRY.
           MOVE WS-FIELD-08 TO GRP-DD-RISK-RATING.
           MOVE FUNCTION NUMVAL (WS-FIELD-09) TO
               GRP-DD-LAST-CHECK-DATE.
           MOVE WS-FIELD-10 TO GRP-DD-ADDRESS-1.
           MOVE WS-FIELD-11 TO GRP-DD-ADDRESS-2.
           MOVE WS-FIELD-12 TO GRP-DD-ADDRESS-3.
           MOVE "ONBOARD" TO GRP-DD-CHECKED-BY.
           MOVE WS-TODAY TO GRP-DD-UPDATED-DATE.
           IF GRP-DD-ID-TYPE NOT = "P" AND GRP-DD-ID-TYPE NOT = "I"
               AND GRP-DD-ID-TYPE NOT = "D"
               AND GRP-DD-ID-TYPE NOT = "R"
               MOVE "ID document type not P, I, D or R" TO GRP-FAULT
           ELSE
               CALL "DueDiligenceCheck" USING GRP-DUE-DILIGENCE-RECORD
                   WS-TODAY WS-DD-STATE WS-DD-REASON WS-DD-REVIEW-DATE
                   WS-DD-DAYS-OVERDUE ERROR-CODE
               IF WS-DD-STATE = "N"
                   MOVE "due diligence profile incomplete" TO
                       GRP-FAULT
               ELSE
                   IF ERROR-CODE NOT = RC-SUCCESS
                       CALL "ReasonMessage" USING ERROR-CODE GRP-FAULT
                   END-IF
               END-IF
           END-IF.

       ADD-ACCOUNT-TO-GROUP.
           IF GRP-IN-PROGRESS NOT = "Y"
           ELSE
               MOVE WS-FIELD-12 TO GRP-ACCT-BRANCH (WS-ACCT-IDX)
           END-IF.
           MOVE 0 TO GRP-ACCT-DUAL-SIGN (WS-ACCT-IDX).
           MOVE WS-FIELD-13 TO GRP-ACCT-PRODUCT (WS-ACCT-IDX).
           IF GRP-ACCT-PRODUCT (WS-ACCT-IDX) NOT = SPACES
               PERFORM APPLY-ACCOUNT-PRODUCT
           END-IF.
           IF GRP-ACCT-CURRENCY (WS-ACCT-IDX) = SPACES
               MOVE "currency missing" TO GRP-FAULT
           END-IF.
               END-IF
           END-PERFORM.

      * ProductCheck works on an account record, so the parsed
      * values go through ACCOUNT-RECORD and come back with the
      * product's defaults filled in.
       APPLY-ACCOUNT-PRODUCT.
           MOVE GRP-ACCT-PRODUCT (WS-ACCT-IDX) TO ACCT-PRODUCT-CODE.
           MOVE GRP-ACCT-CURRENCY (WS-ACCT-IDX) TO ACCT-CURRENCY.
           MOVE GRP-ACCT-TYPE (WS-ACCT-IDX) TO ACCT-TYPE.
           MOVE GRP-ACCT-DAILY-LIMIT (WS-ACCT-IDX) TO
               ACCT-DAILY-LIMIT.
           MOVE GRP-ACCT-TXN-LIMIT (WS-ACCT-IDX) TO ACCT-TXN-LIMIT.
           MOVE GRP-ACCT-MIN-BALANCE (WS-ACCT-IDX) TO
               ACCT-MIN-BALANCE.
           MOVE GRP-ACCT-OD-LIMIT (WS-ACCT-IDX) TO
               ACCT-OVERDRAFT-LIMIT.
           MOVE GRP-ACCT-APPR-THRESH (WS-ACCT-IDX) TO
               ACCT-APPROVAL-THRESHOLD.
           MOVE 0 TO ACCT-DUAL-SIGN-LIMIT.
           CALL "ProductCheck" USING ACCOUNT-RECORD WS-PRODUCT-FAULT.
           IF WS-PRODUCT-FAULT NOT = SPACES
               MOVE WS-PRODUCT-FAULT TO GRP-FAULT
           ELSE
               MOVE ACCT-CURRENCY TO GRP-ACCT-CURRENCY (WS-ACCT-IDX)
               MOVE ACCT-TYPE TO GRP-ACCT-TYPE (WS-ACCT-IDX)
               MOVE ACCT-DAILY-LIMIT TO
                   GRP-ACCT-DAILY-LIMIT (WS-ACCT-IDX)
               MOVE ACCT-TXN-LIMIT TO
                   GRP-ACCT-TXN-LIMIT (WS-ACCT-IDX)
               MOVE ACCT-MIN-BALANCE TO
                   GRP-ACCT-MIN-BALANCE (WS-ACCT-IDX)
               MOVE ACCT-OVERDRAFT-LIMIT TO
                   GRP-ACCT-OD-LIMIT (WS-ACCT-IDX)
               MOVE ACCT-APPROVAL-THRESHOLD TO
                   GRP-ACCT-APPR-THRESH (WS-ACCT-IDX)
               MOVE ACCT-DUAL-SIGN-LIMIT TO
                   GRP-ACCT-DUAL-SIGN (WS-ACCT-IDX)
           END-IF.

       FINALIZE-GROUP.
           IF GRP-IN-PROGRESS NOT = "Y"
               CONTINUE
           MOVE "N" TO CUST-ALERT-FAILED-SO.
           MOVE "N" TO CUST-ALERT-DEPOSIT.
           MOVE 0 TO CUST-ALERT-LARGE-AMOUNT.
           MOVE "A" TO CUST-STATUS.
           MOVE 0 TO CUST-DEATH-DATE.
           WRITE CUSTOMER-RECORD
               INVALID KEY
                   DISPLAY "Unable to create customer " CUST-ID
               NOT INVALID KEY
                   CALL "CustomerXref" USING CUSTOMER-RECORD
           END-WRITE.
           ADD 1 TO WS-CUSTOMERS-LOADED.
           MOVE GRP-DUE-DILIGENCE-RECORD TO DUE-DILIGENCE-RECORD.
           WRITE DUE-DILIGENCE-RECORD
               INVALID KEY
                   REWRITE DUE-DILIGENCE-RECORD
                       INVALID KEY
                           DISPLAY "Unable to record the profile for "
                               "customer " CUST-ID
                   END-REWRITE
           END-WRITE.
           PERFORM VARYING WS-ACCT-IDX FROM 1 BY 1
                   UNTIL WS-ACCT-IDX > GRP-ACCT-COUNT
               PERFORM WRITE-ONE-GROUP-ACCOUNT
           MOVE SPACE TO ACCT-CHECK-FLAG.
           MOVE 0 TO ACCT-ACCRUED-DEBIT-INT.
           MOVE GRP-ACCT-BRANCH (WS-ACCT-IDX) TO ACCT-BRANCH.
           MOVE GRP-ACCT-DUAL-SIGN (WS-ACCT-IDX) TO
               ACCT-DUAL-SIGN-LIMIT.
           MOVE 0 TO ACCT-PIN-FAIL-COUNT.
           MOVE "N" TO ACCT-PIN-LOCKED.
           MOVE GRP-ACCT-PRODUCT (WS-ACCT-IDX) TO ACCT-PRODUCT-CODE.
           WRITE ACCOUNT-RECORD
               INVALID KEY
                   DISPLAY "Unable to create account " ACCT-ID
