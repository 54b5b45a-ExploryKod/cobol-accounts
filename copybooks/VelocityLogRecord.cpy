      ******************************************************************
      * VelocityLogRecord.cpy
      * Shared record layout for the VELOCITY-LOG-FILE indexed file.
      * VelocityCheck writes one record for every event it clears,
      * and for every PIN unlock, so the rules can look back over an
      * account's recent activity in key order.
      ******************************************************************
       01 VELOCITY-LOG-RECORD.
           05 VL-KEY.
               10 VL-ACCT-ID         PIC 9(5).
               10 VL-DATE            PIC 9(8).
               10 VL-TIME            PIC 9(6).
      *        HHMMSS of the event.
               10 VL-SEQ             PIC 9(2).
      *        Separates events on the same account in one second.
           05 VL-KIND                PIC X(1).
      *    "W" withdrawal, "T" transfer, "X" external payment,
      *    "C" card authorization, "U" PIN unlock.
           05 VL-AMOUNT              PIC 9(9)V99.
           05 VL-CURRENCY            PIC X(3).
           05 VL-CHANNEL             PIC X(25).
      *    Program that captured the event.
