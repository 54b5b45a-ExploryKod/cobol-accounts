      ******************************************************************
      * CashProjectionRecord.cpy
      * Shared record layout for the CASH-PROJECTION-FILE indexed
      * file. One record per open account: the day-by-day projected
      * available balance over the next 30 days, built each night by
      * CashFlowProjection from the standing orders, warehoused
      * future payments, mandate collections, expiring holds and
      * maturing term deposits already known about. Read by the web
      * banking forecast page.
      ******************************************************************
       01 CASH-PROJECTION-RECORD.
           05 PRJ-ACCT-ID            PIC 9(5).
           05 PRJ-RUN-DATE           PIC 9(8).
      *    Night the projection was built; day 1 is the day after.
           05 PRJ-CURRENCY           PIC X(3).
           05 PRJ-START-BALANCE      PIC 9(9)V99.
      *    Ledger balance at the time of the run.
           05 PRJ-HELD-AMOUNT        PIC 9(9)V99.
      *    Active holds at the time of the run; the projection starts
      *    from the balance less these.
           05 PRJ-MIN-BALANCE        PIC 9(9)V99.
           05 PRJ-OVERDRAFT-LIMIT    PIC 9(9)V99.
      *    Copies of the account's floors when the run was made.
           05 PRJ-LOW-BALANCE        PIC 9(9)V99.
           05 PRJ-LOW-SIGN           PIC X(1).
      *    Lowest projected balance over the horizon; PRJ-LOW-SIGN
      *    is "-" when it is below zero, space otherwise.
           05 PRJ-LOW-DATE           PIC 9(8).
           05 PRJ-BREACH             PIC X(1).
      *    Worst floor the projection crosses: "O" beyond the
      *    overdraft limit (below ACCT-MIN-BALANCE less
      *    ACCT-OVERDRAFT-LIMIT), "M" below ACCT-MIN-BALANCE only,
      *    space when the account stays above its minimum.
           05 PRJ-BREACH-DATE        PIC 9(8).
      *    First projected day on which that floor is crossed; zero
      *    when PRJ-BREACH is space. An alert goes out only when the
      *    breach or its date differs from the previous night's, so
      *    a customer is not told the same thing every morning.
           05 PRJ-DAY OCCURS 30 TIMES.
               10 PRJ-DAY-DATE       PIC 9(8).
               10 PRJ-DAY-IN         PIC 9(9)V99.
               10 PRJ-DAY-OUT        PIC 9(9)V99.
               10 PRJ-DAY-BALANCE    PIC 9(9)V99.
               10 PRJ-DAY-SIGN       PIC X(1).
      *    Projected money in and out on the day and the available
      *    balance at its close; PRJ-DAY-SIGN "-" when below zero.
