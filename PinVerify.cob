       01 WS-ALERTS-FILE-STATUS   PIC X(2).
       01 WS-MAX-FAILS            PIC 9(2) VALUE 3.
       01 WS-TODAY                PIC 9(8).
       01 WS-HOLDER-COUNT         PIC 9(2).
       01 WS-HOLDER-TABLE.
           05 WS-HOLDER-ENTRY OCCURS 20 TIMES.
               10 WS-HOLDER-CUST-ID PIC 9(5).
               10 WS-HOLDER-ROLE    PIC X(1).
       01 WS-CUST-FOUND           PIC X(1).
       01 WS-JOURNAL-PROGRAM PIC X(25) VALUE "PinVerify".
       01 WS-JOURNAL-BEFORE  PIC X(250).
       01 WS-JOURNAL-AFTER   PIC X(250).

       LINKAGE SECTION.
       01 VERIFY-ACCT-ID      PIC 9(5).
      * account, like the term-deposit maturity alerts do.
       WRITE-LOCKOUT-ALERT.
           MOVE "N" TO WS-CUST-FOUND.
           CALL "AccountHolders" USING VERIFY-ACCT-ID
               WS-HOLDER-COUNT WS-HOLDER-TABLE.
           IF WS-HOLDER-COUNT > 0
               OPEN INPUT CUSTOMER-FILE
               IF WS-CUSTOMER-FILE-STATUS = "00"
                   MOVE WS-HOLDER-CUST-ID (1) TO CUST-ID
                   READ CUSTOMER-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE "Y" TO WS-CUST-FOUND
                   END-READ
                   CLOSE CUSTOMER-FILE
               END-IF
           END-IF.
           IF WS-CUST-FOUND = "Y"
               OPEN EXTEND ALERTS-FILE
