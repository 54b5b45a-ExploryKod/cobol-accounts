       01 WS-ESCHEAT-FILE-NAME      PIC X(16).
       01 WS-EOF-LEDGER             PIC X(1).
       01 WS-EOF-ACCOUNTS           PIC X(1) VALUE "N".
       01 WS-HOLDER-COUNT           PIC 9(2).
       01 WS-HOLDER-TABLE.
           05 WS-HOLDER-ENTRY OCCURS 20 TIMES.
               10 WS-HOLDER-CUST-ID PIC 9(5).
               10 WS-HOLDER-ROLE    PIC X(1).
       01 WS-TODAY                  PIC 9(8).
       01 WS-RUN-MODE               PIC X(1).
       01 WS-STATUTE-YEARS          PIC 9(2).
       01 WS-SWEEP-OK               PIC X(1) VALUE "Y".
       01 WS-NOTICE-COUNT           PIC 9(5) VALUE 0.
       01 WS-ESCHEAT-COUNT          PIC 9(5) VALUE 0.
       01 WS-ESCHEAT-TOTAL          PIC 9(13)V99 VALUE 0.
       01 WS-CUST-FOUND             PIC X(1).
       01 WS-ESCHEAT-AMOUNT         PIC 9(9)V99.
       01 WS-JOURNAL-PROGRAM PIC X(25) VALUE "EscheatmentSweep".
       01 WS-JOURNAL-BEFORE  PIC X(250).
       01 WS-JOURNAL-AFTER   PIC X(250).

       01 ACTIVE-ACCT-TABLE.
           05 ACTIVE-ACCT-ID OCCURS 5000 TIMES

       FIND-LINKED-CUSTOMER.
           MOVE "N" TO WS-CUST-FOUND.
           CALL "AccountHolders" USING ACCT-ID
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

       WRITE-NOTICE-ALERT.
