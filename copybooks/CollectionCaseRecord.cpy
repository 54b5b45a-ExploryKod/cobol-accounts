      ******************************************************************
      * CollectionCaseRecord.cpy
      * Shared record layout for the COLLECTION-CASE-FILE indexed
      * file. CollectionsRun opens a case the first night an account
      * is found beyond its arranged overdraft limit, ages it day by
      * day and moves it through the dunning stages (DUNSTAGE.DAT);
      * collectors work it from CollectionsMaintenance. One record
      * per account: a cured or written-off case is reopened afresh
      * if the account goes beyond its limit again, its history
      * staying on the notes file (COLNOTE.DAT).
      ******************************************************************
       01 COLLECTION-CASE-RECORD.
           05 COL-ACCT-ID            PIC 9(5).
           05 COL-STATUS             PIC X(1).
      *    "O" open; "C" cured, the account back within its limit;
      *    "W" written off.
           05 COL-OPENED-DATE        PIC 9(8).
      *    First night the account was found beyond its limit; the
      *    case is aged in calendar days from here.
           05 COL-DAYS-BEYOND        PIC 9(5).
           05 COL-EXCESS-AMOUNT      PIC 9(9)V99.
      *    Amount beyond the arranged limit at the last run - what
      *    the customer must pay in to bring the account back.
           05 COL-CURRENCY           PIC X(3).
           05 COL-STAGE              PIC 9(1).
      *    Dunning stage reached; zero until the first stage.
           05 COL-STAGE-NAME         PIC X(20).
           05 COL-STAGE-DATE         PIC 9(8).
           05 COL-FROZEN             PIC X(1).
      *    "Y" while the account is frozen by its dunning stage;
      *    "N" when collections did not freeze it or the freeze was
      *    released from CollectionsMaintenance.
           05 COL-PROMISE-STATUS     PIC X(1).
      *    Space no promise; "P" promise to pay in force, holding
      *    escalation until COL-PROMISE-DATE; "K" kept, the account
      *    came back within its limit; "B" broken, the date passed
      *    with the account still beyond its limit.
           05 COL-PROMISE-AMOUNT     PIC 9(9)V99.
           05 COL-PROMISE-DATE       PIC 9(8).
           05 COL-COLLECTOR          PIC X(8).
      *    Operator who last recorded a promise or note.
           05 COL-LAST-CONTACT-DATE  PIC 9(8).
           05 COL-NOTE-COUNT         PIC 9(4).
      *    Last note sequence used for the account on COLNOTE.DAT.
           05 COL-CLOSED-DATE        PIC 9(8).
           05 COL-WRITEOFF-AMOUNT    PIC 9(9)V99.
