       FD  CUSTOMER-FILE.
           COPY "CustomerRecord.cpy".
       FD  REGULATORY-REPORT.
       01 REGULATORY-REPORT-LINE     PIC X(140).

       WORKING-STORAGE SECTION.
       01 WS-LEDGER-FILE-STATUS     PIC X(2).
       01 WS-CUSTOMER-FILE-STATUS   PIC X(2).
       01 WS-REGULATORY-REPORT-STATUS PIC X(2).
       01 WS-EOF-FLAG               PIC X(1).
       01 WS-REPORT-MONTH           PIC X(6).
       01 WS-THRESHOLD              PIC 9(9)V99.
       01 WS-LARGE-COUNT            PIC 9(5) VALUE 0.
       01 WS-PATTERN-COUNT          PIC 9(5) VALUE 0.
       01 WS-SUM-COUNT              PIC 9(4) VALUE 0.
       01 WS-SUM-IDX                PIC 9(4).
       01 WS-SUM-FOUND              PIC X(1).
       01 WS-HOLDER-COUNT           PIC 9(2).
       01 WS-HOLDER-TABLE.
           05 WS-HOLDER-ENTRY OCCURS 20 TIMES.
               10 WS-HOLDER-CUST-ID PIC 9(5).
               10 WS-HOLDER-ROLE    PIC X(1).
       01 WS-LOOKUP-ACCT-ID         PIC 9(5).
       01 WS-FOUND-CUST-NAME        PIC X(30).
       01 WS-FOUND-CUST-CONTACT     PIC X(30).
               10 DAY-SUM-ACCT-ID       PIC 9(5).
               10 DAY-SUM-DATE          PIC 9(8).
               10 DAY-SUM-DIRECTION     PIC X(6).
               10 DAY-SUM-TOTAL         PIC 9(13)V99.
               10 DAY-SUM-ENTRIES       PIC 9(3).

       PROCEDURE DIVISION.
       FIND-CUSTOMER-FOR-ACCOUNT.
           MOVE "no linked customer" TO WS-FOUND-CUST-NAME.
           MOVE SPACES TO WS-FOUND-CUST-CONTACT.
           CALL "AccountHolders" USING WS-LOOKUP-ACCT-ID
               WS-HOLDER-COUNT WS-HOLDER-TABLE.
           IF WS-HOLDER-COUNT > 0
               OPEN INPUT CUSTOMER-FILE
               IF WS-CUSTOMER-FILE-STATUS = "00"
                   MOVE WS-HOLDER-CUST-ID (1) TO CUST-ID
                   READ CUSTOMER-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE CUST-NAME TO WS-FOUND-CUST-NAME
                           MOVE CUST-CONTACT TO WS-FOUND-CUST-CONTACT
                   END-READ
                   CLOSE CUSTOMER-FILE
               END-IF
           END-IF.
