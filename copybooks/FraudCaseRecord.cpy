      ******************************************************************
      * FraudCaseRecord.cpy
      * Shared record layout for the FRAUD-CASE-FILE indexed file.
      * VelocityCheck opens one case each time a velocity rule
      * freezes an account; the fraud team works it from
      * FraudCaseMaintenance, recording whether the customer
      * confirmed the activity and whether the freeze was released
      * or the card blocked. Cases are never deleted.
      ******************************************************************
       01 FRAUD-CASE-RECORD.
           05 FC-ID                  PIC 9(8).
           05 FC-ACCT-ID             PIC 9(5).
           05 FC-RULE-ID             PIC X(4).
           05 FC-RULE-DESCRIPTION    PIC X(30).
           05 FC-OPENED-DATE         PIC 9(8).
           05 FC-OPENED-TIME         PIC 9(6).
           05 FC-CHANNEL             PIC X(25).
      *    Program whose transaction tripped the rule.
           05 FC-KIND                PIC X(1).
      *    Event kind refused, as VL-KIND.
           05 FC-AMOUNT              PIC 9(9)V99.
           05 FC-CURRENCY            PIC X(3).
           05 FC-STATUS              PIC X(1).
      *    "O" open, account frozen; "C" closed.
           05 FC-CUSTOMER-CONFIRMED  PIC X(1).
      *    "Y" customer confirmed the activity was theirs; "N"
      *    customer denied it; space while not yet contacted.
           05 FC-FREEZE-APPLIED      PIC X(1).
      *    "Y" when VelocityCheck froze the account for this case;
      *    "N" when it was already frozen or the freeze failed.
      *    Only a freeze the case applied is the case's to release.
           05 FC-FREEZE-RELEASED     PIC X(1).
      *    "Y" when closing the case made the account active again.
           05 FC-CARD-BLOCKED        PIC X(1).
      *    "Y" when closing the case blocked the card (CARDBLK.DAT).
           05 FC-CLOSED-DATE         PIC 9(8).
           05 FC-CLOSED-BY           PIC X(8).
           05 FC-NOTE                PIC X(40).
