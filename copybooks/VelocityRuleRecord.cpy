      ******************************************************************
      * VelocityRuleRecord.cpy
      * Shared record layout for the VELOCITY-RULE-FILE indexed file.
      * One record per fraud velocity rule, maintained through
      * FraudCaseMaintenance. VelocityCheck tests every active rule
      * at each capture point - withdrawals, transfers, external
      * payments and card authorizations - before anything posts; a
      * breach freezes the account and opens a fraud case.
      ******************************************************************
       01 VELOCITY-RULE-RECORD.
           05 VR-RULE-ID             PIC X(4).
           05 VR-DESCRIPTION         PIC X(30).
           05 VR-TYPE                PIC X(1).
      *    "C" count/amount: more than VR-MAX-COUNT events, or more
      *    than VR-MAX-AMOUNT in total, of VR-EVENT-KIND within the
      *    window (this event included).
      *    "U" first external payment the account has ever made,
      *    inside the window after a PIN unlock (and above
      *    VR-MAX-AMOUNT when that is set).
      *    "M" card authorizations in more than VR-MAX-COUNT
      *    currencies (one when zero) within the window.
           05 VR-EVENT-KIND          PIC X(1).
      *    Event the "C" type counts: "W" withdrawal, "T" transfer,
      *    "X" external payment, "C" card authorization, "*" any.
           05 VR-WINDOW-MINUTES      PIC 9(5).
           05 VR-MAX-COUNT           PIC 9(3).
      *    Zero switches the count test off.
           05 VR-MAX-AMOUNT          PIC 9(9)V99.
      *    Zero switches the amount test off.
           05 VR-STATUS              PIC X(1).
      *    "A" active, "I" inactive.
           05 VR-CHANGED-DATE        PIC 9(8).
           05 VR-CHANGED-BY          PIC X(8).
