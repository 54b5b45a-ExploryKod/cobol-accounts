       FD  ACCOUNT-ARCHIVE.
       01 ARCHIVED-ACCOUNT-RECORD.
           05 ARCH-PURGE-DATE        PIC 9(8).
           05 ARCH-ACCT-IMAGE        PIC X(250).
       FD  PURGE-REPORT.
       01 PURGE-REPORT-LINE          PIC X(100).

       01 WS-CUST-IDX               PIC 9(2).
       01 WS-SHIFT-IDX              PIC 9(2).
       01 WS-WAS-LINKED             PIC X(1).
       01 WS-HOLDER-ACCT-ID         PIC 9(5).
       01 WS-HOLDER-COUNT           PIC 9(2).
       01 WS-HOLDER-IDX             PIC 9(2).
       01 WS-HOLDER-TABLE.
           05 WS-HOLDER-ENTRY OCCURS 20 TIMES.
               10 WS-HOLDER-CUST-ID PIC 9(5).
               10 WS-HOLDER-ROLE    PIC X(1).
       01 WS-JOURNAL-PROGRAM PIC X(25) VALUE "ClosedAccountPurge".
       01 WS-JOURNAL-BEFORE  PIC X(250).
       01 WS-JOURNAL-AFTER   PIC X(250).

       PROCEDURE DIVISION.
       START-PURGE.
               " archived and removed.".

       UNLINK-FROM-CUSTOMERS.
           MOVE WS-PURGE-ACCT-ID TO WS-HOLDER-ACCT-ID.
           CALL "AccountHolders" USING WS-HOLDER-ACCT-ID
               WS-HOLDER-COUNT WS-HOLDER-TABLE.
           PERFORM VARYING WS-HOLDER-IDX FROM 1 BY 1
                   UNTIL WS-HOLDER-IDX > WS-HOLDER-COUNT
               MOVE WS-HOLDER-CUST-ID (WS-HOLDER-IDX) TO CUST-ID
               READ CUSTOMER-FILE
                   INVALID KEY
                       CONTINUE
               END-READ
               IF WS-CUSTOMER-FILE-STATUS = "00"
                   PERFORM UNLINK-FROM-ONE-CUSTOMER
               END-IF
           END-PERFORM.

       UNLINK-FROM-ONE-CUSTOMER.
                           UNTIL WS-SHIFT-IDX >= CUST-ACCOUNT-COUNT
                       MOVE CUST-ACCOUNT-IDS (WS-SHIFT-IDX + 1) TO
                           CUST-ACCOUNT-IDS (WS-SHIFT-IDX)
                       MOVE CUST-ACCOUNT-ROLES (WS-SHIFT-IDX + 1) TO
                           CUST-ACCOUNT-ROLES (WS-SHIFT-IDX)
                   END-PERFORM
                   MOVE 0 TO
                       CUST-ACCOUNT-IDS (CUST-ACCOUNT-COUNT)
                   MOVE SPACE TO
                       CUST-ACCOUNT-ROLES (CUST-ACCOUNT-COUNT)
                   SUBTRACT 1 FROM CUST-ACCOUNT-COUNT
               END-IF
           END-PERFORM.
               REWRITE CUSTOMER-RECORD
                   INVALID KEY
                       DISPLAY "Unable to update customer " CUST-ID
                   NOT INVALID KEY
                       CALL "CustomerXref" USING CUSTOMER-RECORD
               END-REWRITE
               MOVE SPACES TO PURGE-REPORT-LINE
               STRING "  unlinked from customer " CUST-ID
