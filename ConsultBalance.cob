
       LINKAGE SECTION.
       01 ACCOUNT-1-ID  PIC 9(5).
       01 ACCOUNT-1-BALANCE       PIC 9(9)V99.
       01 ACCOUNT-1-STATUS        PIC X(1).
       01 ERROR-CODE   PIC 9(2).

