      ******************************************************************
      * CustomerXrefRecord.cpy
      * Shared record layout for the account-to-customer cross
      * reference (CUSTXREF.DAT). One record per filled
      * CUST-ACCOUNT-IDS slot on the customer file, keyed by the
      * account so the holders of an account are read directly
      * instead of testing every slot of every customer. Kept in
      * step by the CustomerXref subprogram after each customer
      * WRITE or REWRITE that can change a link; CustomerXrefRebuild
      * recreates the whole file from CUSTOMER.DAT, which stays the
      * book of record.
      ******************************************************************
       01 CUSTOMER-XREF-RECORD.
           05 XREF-KEY.
               10 XREF-ACCT-ID       PIC 9(5).
               10 XREF-CUST-ID       PIC 9(5).
           05 XREF-HOLDER-ID         PIC 9(5).
      *    Same customer id again, as the alternate key.
           05 XREF-ROLE              PIC X(1).
      *    Role from CUST-ACCOUNT-ROLES: "P" primary, "J" joint,
      *    "V" view-only. Pre-role links (spaces) are carried as "P".
