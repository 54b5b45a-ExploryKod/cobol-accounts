      * The debit is allowed through the minimum-balance/overdraft
      * floor check with the matched hold excluded, since that hold
      * is being consumed by this very debit. Settlements matching
      * no active hold go to CARDEXCP.RPT. Every settled item is
      * also kept on CARDSDON.DAT for DisputeMaintenance.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           COPY "HoldFileControl.cpy".
           COPY "AccountFileControl.cpy".
           COPY "LedgerFileControl.cpy".
           COPY "CardSettledFileControl.cpy".
           SELECT CARD-EXCEPTIONS ASSIGN TO "CARDEXCP.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CARD-EXCEPTIONS-STATUS.
           COPY "AccountRecord.cpy".
       FD  TRANSACTION-LEDGER.
           COPY "LedgerRecord.cpy".
       FD  CARD-SETTLED-FILE.
           COPY "CardSettledRecord.cpy".
       FD  CARD-EXCEPTIONS.
       01 CARD-EXCEPTION-LINE        PIC X(100).

       01 WS-ACCOUNT-FILE-STATUS    PIC X(2).
       01 WS-LEDGER-FILE-STATUS     PIC X(2).
       01 WS-CARD-EXCEPTIONS-STATUS PIC X(2).
       01 WS-CARD-SETTLED-STATUS    PIC X(2).
       01 WS-EOF-SETTLEMENTS        PIC X(1) VALUE "N".
       01 WS-EOF-HOLDS              PIC X(1).
       01 WS-HOLD-FOUND             PIC X(1).
       01 WS-EXCEPTION-COUNT        PIC 9(5) VALUE 0.
       01 WS-EXCEPTION-REASON       PIC X(30).
       01 WS-WANTED-REASON          PIC X(20).
       01 WS-AVAILABLE-FLOOR        PIC S9(9)V99.
       01 WS-JOURNAL-PROGRAM PIC X(25) VALUE "CardSettlementMatch".
       01 WS-JOURNAL-BEFORE  PIC X(250).
       01 WS-JOURNAL-AFTER   PIC X(250).

       PROCEDURE DIVISION.
       START-MATCH.
           IF WS-CARD-EXCEPTIONS-STATUS = "35"
               OPEN OUTPUT CARD-EXCEPTIONS
           END-IF.
           OPEN EXTEND CARD-SETTLED-FILE.
           IF WS-CARD-SETTLED-STATUS = "35"
               OPEN OUTPUT CARD-SETTLED-FILE
           END-IF.
           MOVE SPACES TO CARD-EXCEPTION-LINE.
           STRING "CARD SETTLEMENT EXCEPTIONS " WS-TODAY
               DELIMITED BY SIZE INTO CARD-EXCEPTION-LINE.
                       PERFORM SETTLE-ONE-ITEM
               END-READ
           END-PERFORM.
           CLOSE CARD-SETTLED-FILE.
           CLOSE CARD-EXCEPTIONS.
           CLOSE ACCOUNT-MASTER-FILE.
           CLOSE HOLDS-FILE.
                           WS-JOURNAL-PROGRAM WS-JOURNAL-BEFORE
                           WS-JOURNAL-AFTER
                       PERFORM WRITE-CARD-LEDGER-ENTRY
                       PERFORM WRITE-CARD-SETTLED-RECORD
                       ADD 1 TO WS-SETTLED-COUNT
                       DISPLAY "Auth " CS-AUTH-REF " settled: hold "
                           HOLD-ID " released, account " ACCT-ID
           CALL "LedgerShadow" USING LEDGER-RECORD.
           CLOSE TRANSACTION-LEDGER.

       WRITE-CARD-SETTLED-RECORD.
           MOVE CS-AUTH-REF TO CSD-AUTH-REF.
           MOVE CS-ACCT-ID TO CSD-ACCT-ID.
           MOVE CS-DATE TO CSD-SETTLE-DATE.
           MOVE CS-AMOUNT TO CSD-AMOUNT.
           MOVE LEDG-TXN-REF TO CSD-TXN-REF.
           MOVE WS-TODAY TO CSD-PROCESSED-DATE.
           WRITE CARD-SETTLED-RECORD.

       WRITE-CARD-EXCEPTION.
           MOVE SPACES TO CARD-EXCEPTION-LINE.
           STRING "Settlement " CS-AUTH-REF " account " CS-ACCT-ID
