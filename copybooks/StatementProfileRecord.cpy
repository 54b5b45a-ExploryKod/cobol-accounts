      ******************************************************************
      * StatementProfileRecord.cpy
      * Shared record layout for the STATEMENT-PROFILE-FILE indexed
      * file: one record per account whose holder takes the
      * machine-readable bank statement, maintained through
      * StatementProfileMaintenance. The nightly ElectronicStatement
      * job writes a statement for every opted-in account whose
      * frequency falls due, covering the LEDGERIX.DAT entries after
      * the last one already statemented, and moves the profile on.
      ******************************************************************
       01 STATEMENT-PROFILE-RECORD.
           05 SP-ACCT-ID             PIC 9(5).
           05 SP-OPT-IN              PIC X(1).
      *    "Y" the account receives statements; "N" opted out. The
      *    record is kept on opting out so the numbering carries on
      *    if the customer opts back in.
           05 SP-FREQUENCY           PIC X(1).
      *    "D" every business night, "W" weekly on Fridays, "M" on
      *    the last day of the month. A weekly or monthly statement
      *    more than its period overdue is produced on the next run.
           05 SP-FROM-DATE           PIC 9(8).
      *    Entries dated before this are never statemented: set to
      *    the opt-in date so the first statement does not carry
      *    the account's whole history.
           05 SP-LAST-SEQUENCE       PIC 9(9).
      *    LIX-SEQUENCE of the last entry carried on a statement;
      *    the next statement starts after it.
           05 SP-LAST-STATEMENT-DATE PIC 9(8).
      *    Date of the last statement produced; zero before the
      *    first.
           05 SP-STATEMENT-NO        PIC 9(5).
      *    Number of the last statement produced, quoted in the
      *    statement's :28C: field.
