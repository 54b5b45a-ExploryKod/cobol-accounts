      ******************************************************************
      * ProductRecord.cpy
      * Shared record layout for the PRODUCT-FILE indexed file, the
      * account product catalogue maintained through
      * ProductMaintenance. Every account opened through
      * AccountMaintenance or OnboardingLoad names a product: the
      * product fixes the account type and the currencies it may be
      * held in, supplies the default for each limit left blank, and
      * bounds what may be keyed instead. ProductChangeReport lists
      * accounts whose settings have since drifted from their
      * product.
      ******************************************************************
       01 PRODUCT-RECORD.
           05 PRD-CODE               PIC X(6).
           05 PRD-DESCRIPTION        PIC X(30).
           05 PRD-ACCT-TYPE          PIC X(1).
      *    "C" checking, "S" savings, as ACCT-TYPE.
           05 PRD-CURRENCIES.
               10 PRD-CURRENCY       PIC X(3) OCCURS 5 TIMES.
      *    ISO codes the product may be opened in; unused entries
      *    are spaces. The first is the default.
           05 PRD-DAILY-LIMIT        PIC 9(9)V99.
           05 PRD-MAX-DAILY-LIMIT    PIC 9(9)V99.
           05 PRD-TXN-LIMIT          PIC 9(9)V99.
           05 PRD-MAX-TXN-LIMIT      PIC 9(9)V99.
           05 PRD-MIN-BALANCE        PIC 9(9)V99.
           05 PRD-LOW-MIN-BALANCE    PIC 9(9)V99.
      *    Lowest minimum balance an account may be given.
           05 PRD-OVERDRAFT-LIMIT    PIC 9(9)V99.
           05 PRD-MAX-OVERDRAFT      PIC 9(9)V99.
           05 PRD-APPROVAL-THRESHOLD PIC 9(9)V99.
           05 PRD-MAX-APPROVAL       PIC 9(9)V99.
           05 PRD-DUAL-SIGN-LIMIT    PIC 9(9)V99.
           05 PRD-MAX-DUAL-SIGN      PIC 9(9)V99.
      *    Each PRD-MAX-... is the highest value an account may be
      *    opened with; zero leaves that limit unbounded (a zero
      *    PRD-MAX-OVERDRAFT allows no overdraft at all).
           05 PRD-STATUS             PIC X(1).
      *    "A" on sale, "W" withdrawn: no new accounts may be opened
      *    on a withdrawn product, existing ones keep it.
           05 PRD-CHANGED-DATE       PIC 9(8).
           05 PRD-CHANGED-BY         PIC X(8).
