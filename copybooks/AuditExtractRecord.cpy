      ******************************************************************
      * AuditExtractRecord.cpy
      * Shared record layout for the year-end auditor ledger extract
      * (AUDLyyyy.DAT) written by AuditConfirmation. One record per
      * ledger entry drawn in the random sample, carrying the
      * sequence number and transaction reference the auditors
      * trace it by.
      ******************************************************************
       01 AUDIT-EXTRACT-RECORD.
           05 AXT-SEQUENCE           PIC 9(9).
           05 AXT-TXN-REF            PIC 9(14).
           05 AXT-DATE               PIC 9(8).
           05 AXT-TIME               PIC 9(6).
           05 AXT-ACCT-ID            PIC 9(5).
           05 AXT-TXN-TYPE           PIC X(10).
           05 AXT-DIRECTION          PIC X(6).
           05 AXT-AMOUNT             PIC 9(9)V99.
           05 AXT-BALANCE            PIC 9(9)V99.
           05 AXT-REVERSAL-FLAG      PIC X(1).
           05 AXT-SOURCE             PIC X(6).
      *    Ledger month archive the entry was read from (yyyymm),
      *    or "LIVE" for the current ledger.
