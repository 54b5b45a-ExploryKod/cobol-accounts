           05 RUN-FREQUENCY          PIC X(1).
      *    "D" daily, "M" monthly (at most once per calendar
      *    month), "B" monthly on the last business day of the
      *    month per the HOLIDAY.DAT calendar, "Q" quarterly on
      *    the last business day of March, June, September and
      *    December.
           05 RUN-LAST-RUN-DATE      PIC 9(8).
           05 RUN-LAST-OUTCOME       PIC X(4).
      *    "OK  " or spaces when the job has never run.
