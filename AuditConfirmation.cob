       IDENTIFICATION DIVISION.
       PROGRAM-ID. AuditConfirmation.

      ******************************************************************
      * Year-end audit balance confirmations. Run once the night of
      * 31 December has taken its position snapshot: every open
      * account on SNAPyyyy1231.DAT at or above the balance threshold
      * is selected, plus a random sample of the other open accounts
      * (AuditSamplePolicy.cpy gives the defaults; the auditors may
      * ask for others when the run is started). Each selected
      * account is confirmed with its primary holder (any holder when
      * none is primary), one letter per customer listing all of
      * their selected balances, on the mail-house file
      * AUDCyyyy.PRT. A random sample of the year's ledger entries -
      * the LEDGyyyymm archives plus whatever of the year is still on
      * the live ledger - goes to the auditor extract AUDLyyyy.DAT
      * with the sequence number and transaction reference of each.
      * The control listing AUDCTLyyyy.RPT shows the parameters and
      * random seed (a rerun with the same seed draws the same
      * sample), every selected account, the sample sizes and the
      * value covered per currency.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SnapshotFileControl.cpy".
           COPY "CustomerFileControl.cpy".
           COPY "LedgerFileControl.cpy".
           COPY "LedgerArchiveFileControl.cpy".
           COPY "AuditExtractFileControl.cpy".
           SELECT CONFIRMATION-PRINT-FILE ASSIGN TO DYNAMIC
               WS-CONFIRMATION-PRINT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONFIRMATION-PRINT-STATUS.
           SELECT AUDIT-CONTROL-REPORT ASSIGN TO DYNAMIC
               WS-AUDIT-CONTROL-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-CONTROL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SNAPSHOT-FILE.
           COPY "SnapshotRecord.cpy".
       FD  CUSTOMER-FILE.
           COPY "CustomerRecord.cpy".
       FD  TRANSACTION-LEDGER.
           COPY "LedgerRecord.cpy".
       FD  ARCHIVE-LEDGER.
           COPY "LedgerRecord.cpy"
               REPLACING LEADING ==LEDGER== BY ==ARCH-LEDGER==
                         LEADING ==LEDG== BY ==ARCH==.
       FD  AUDIT-EXTRACT-FILE.
           COPY "AuditExtractRecord.cpy".
       FD  CONFIRMATION-PRINT-FILE.
       01 CONFIRMATION-PRINT-LINE    PIC X(80).
       FD  AUDIT-CONTROL-REPORT.
       01 AUDIT-CONTROL-LINE         PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-SNAPSHOT-FILE-STATUS   PIC X(2).
       01 WS-SNAPSHOT-FILE-NAME     PIC X(16).
       01 WS-CUSTOMER-FILE-STATUS   PIC X(2).
       01 WS-LEDGER-FILE-STATUS     PIC X(2).
       01 WS-ARCHIVE-LEDGER-STATUS  PIC X(2).
       01 WS-ARCHIVE-LEDGER-NAME    PIC X(14).
       01 WS-AUDIT-EXTRACT-STATUS   PIC X(2).
       01 WS-AUDIT-EXTRACT-NAME     PIC X(14).
       01 WS-CONFIRMATION-PRINT-STATUS PIC X(2).
       01 WS-CONFIRMATION-PRINT-NAME PIC X(14).
       01 WS-AUDIT-CONTROL-STATUS   PIC X(2).
       01 WS-AUDIT-CONTROL-NAME     PIC X(16).
       01 WS-EOF-FLAG               PIC X(1).
       01 WS-TODAY                  PIC 9(8).
       01 WS-TIME-NOW               PIC 9(8).
       01 WS-AUDIT-YEAR             PIC 9(4).
       01 WS-YEAR-END-DATE          PIC 9(8).
       01 WS-ENTERED-AMOUNT         PIC X(12).
       01 WS-ENTERED-PCT            PIC X(6).
       01 WS-ENTERED-SEED           PIC X(10).
       01 WS-RANDOM-SEED            PIC 9(10).
       01 WS-RANDOM-STATE           PIC 9(10).
       01 WS-RANDOM-PRODUCT         PIC 9(15).
       01 WS-RANDOM-DRAW            PIC 9(5).
       01 WS-ACCOUNT-CUTOFF         PIC 9(5).
       01 WS-LEDGER-CUTOFF          PIC 9(5).
       01 WS-SCAN-MONTH             PIC 9(2).
       01 WS-SCAN-YYYYMM            PIC 9(6).
       01 WS-LEDGER-SOURCE          PIC X(6).
       01 WS-TABLE-OK               PIC X(1) VALUE "Y".
       01 WS-SEL-IDX                PIC 9(4).
       01 WS-SEL-COUNT              PIC 9(4) VALUE 0.
       01 WS-HOLDER-COUNT           PIC 9(2).
       01 WS-HOLDER-IDX             PIC 9(2).
       01 WS-HOLDER-TABLE.
           05 WS-HOLDER-ENTRY OCCURS 20 TIMES.
               10 WS-HOLDER-CUST-ID PIC 9(5).
               10 WS-HOLDER-ROLE    PIC X(1).
       01 WS-CCY-IDX                PIC 9(2).
       01 WS-CCY-COUNT              PIC 9(2) VALUE 0.
       01 WS-LOOKUP-CURRENCY        PIC X(3).
       01 WS-CUSTOMER-ACCOUNTS      PIC 9(2).
       01 WS-POPULATION-COUNT       PIC 9(7) VALUE 0.
       01 WS-THRESHOLD-COUNT        PIC 9(5) VALUE 0.
       01 WS-RANDOM-COUNT           PIC 9(5) VALUE 0.
       01 WS-NO-HOLDER-COUNT        PIC 9(5) VALUE 0.
       01 WS-LETTER-COUNT           PIC 9(5) VALUE 0.
       01 WS-LEDGER-COUNT           PIC 9(9) VALUE 0.
       01 WS-LEDGER-SAMPLED         PIC 9(9) VALUE 0.
       01 WS-FORMAT-OUT-DATE        PIC X(10).
       01 WS-BALANCE-EDIT           PIC Z,ZZZ,ZZZ,ZZ9.99.
       01 WS-TOTAL-EDIT             PIC ZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.
       01 WS-PCT-EDIT               PIC ZZ9.99.
       01 WS-COVERED-PCT            PIC 9(3)V99.
       01 WS-HOLDER-TEXT            PIC X(14).
       01 WS-BASIS-TEXT             PIC X(9).

       COPY "AuditSamplePolicy.cpy".

      *    Account image held on the position snapshot, laid out as
      *    the account master so the currency can be taken from it.
       COPY "AccountRecord.cpy"
           REPLACING ==ACCOUNT-RECORD== BY ==SNAP-ACCOUNT-IMAGE==
           LEADING ==ACCT== BY ==IMG-ACCT==.

      *    Accounts selected for confirmation. SEL-BASIS "T" over the
      *    threshold, "R" random sample. SEL-CUST-ID is the customer
      *    the confirmation goes to (zero when nobody holds the
      *    account); SEL-CUST-ROLE the role that customer holds.
       01 SELECTED-TABLE.
           05 SEL-ENTRY OCCURS 5000 TIMES.
               10 SEL-ACCT-ID        PIC 9(5).
               10 SEL-BALANCE        PIC 9(9)V99.
               10 SEL-CURRENCY       PIC X(3).
               10 SEL-BASIS          PIC X(1).
               10 SEL-CUST-ID        PIC 9(5).
               10 SEL-CUST-ROLE      PIC X(1).

      *    Population and covered value per currency; balances in
      *    different currencies are never added together.
       01 CURRENCY-TOTAL-TABLE.
           05 CT-ENTRY OCCURS 20 TIMES.
               10 CT-CURRENCY        PIC X(3).
               10 CT-POPULATION-COUNT PIC 9(7).
               10 CT-POPULATION-VALUE PIC 9(15)V99.
               10 CT-COVERED-COUNT   PIC 9(5).
               10 CT-COVERED-VALUE   PIC 9(15)V99.

       PROCEDURE DIVISION.
       START-AUDIT-CONFIRMATION.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           PERFORM ACCEPT-RUN-PARAMETERS.
           MOVE SPACES TO WS-SNAPSHOT-FILE-NAME.
           STRING "SNAP" WS-YEAR-END-DATE ".DAT"
               DELIMITED BY SIZE INTO WS-SNAPSHOT-FILE-NAME.
           OPEN INPUT SNAPSHOT-FILE.
           IF WS-SNAPSHOT-FILE-STATUS NOT = "00"
               DISPLAY "Error: no position snapshot "
                   WS-SNAPSHOT-FILE-NAME " for the year end."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM SELECT-ACCOUNTS.
           CLOSE SNAPSHOT-FILE.
           IF WS-TABLE-OK NOT = "Y"
               DISPLAY "Error: more than 5000 accounts selected - "
                   "raise the threshold or lower the sample "
                   "percentage. Nothing printed."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM ASSIGN-ACCOUNT-HOLDERS.
           PERFORM PRINT-CONFIRMATION-LETTERS.
           PERFORM EXTRACT-LEDGER-SAMPLE.
           PERFORM WRITE-CONTROL-LISTING.
           DISPLAY "Audit confirmations for " WS-AUDIT-YEAR ": "
               WS-SEL-COUNT " account(s) selected ("
               WS-THRESHOLD-COUNT " over threshold, "
               WS-RANDOM-COUNT " at random), " WS-LETTER-COUNT
               " letter(s) on " WS-CONFIRMATION-PRINT-NAME ", "
               WS-LEDGER-SAMPLED " of " WS-LEDGER-COUNT
               " ledger entries on " WS-AUDIT-EXTRACT-NAME ".".
           STOP RUN.

       ACCEPT-RUN-PARAMETERS.
           DISPLAY "Enter year to confirm (blank for last year): ".
           ACCEPT WS-AUDIT-YEAR.
           IF WS-AUDIT-YEAR IS NOT NUMERIC OR WS-AUDIT-YEAR = 0
               COMPUTE WS-AUDIT-YEAR =
                   FUNCTION NUMVAL (WS-TODAY (1:4)) - 1
           END-IF.
           COMPUTE WS-YEAR-END-DATE = WS-AUDIT-YEAR * 10000 + 1231.
           DISPLAY "Enter balance threshold (blank for "
               ASP-BALANCE-THRESHOLD "): ".
           MOVE SPACES TO WS-ENTERED-AMOUNT.
           ACCEPT WS-ENTERED-AMOUNT.
           IF WS-ENTERED-AMOUNT NOT = SPACES
               MOVE FUNCTION NUMVAL (WS-ENTERED-AMOUNT) TO
                   ASP-BALANCE-THRESHOLD
           END-IF.
           DISPLAY "Enter account sample percentage (blank for "
               ASP-ACCOUNT-SAMPLE-PCT "): ".
           MOVE SPACES TO WS-ENTERED-PCT.
           ACCEPT WS-ENTERED-PCT.
           IF WS-ENTERED-PCT NOT = SPACES
               MOVE FUNCTION NUMVAL (WS-ENTERED-PCT) TO
                   ASP-ACCOUNT-SAMPLE-PCT
           END-IF.
           DISPLAY "Enter ledger sample percentage (blank for "
               ASP-LEDGER-SAMPLE-PCT "): ".
           MOVE SPACES TO WS-ENTERED-PCT.
           ACCEPT WS-ENTERED-PCT.
           IF WS-ENTERED-PCT NOT = SPACES
               MOVE FUNCTION NUMVAL (WS-ENTERED-PCT) TO
                   ASP-LEDGER-SAMPLE-PCT
           END-IF.
           IF ASP-ACCOUNT-SAMPLE-PCT > 100
               MOVE 100 TO ASP-ACCOUNT-SAMPLE-PCT
           END-IF.
           IF ASP-LEDGER-SAMPLE-PCT > 100
               MOVE 100 TO ASP-LEDGER-SAMPLE-PCT
           END-IF.
           COMPUTE WS-ACCOUNT-CUTOFF = ASP-ACCOUNT-SAMPLE-PCT * 100.
           COMPUTE WS-LEDGER-CUTOFF = ASP-LEDGER-SAMPLE-PCT * 100.
           DISPLAY "Enter random seed (blank to draw a new one): ".
           MOVE SPACES TO WS-ENTERED-SEED.
           ACCEPT WS-ENTERED-SEED.
           IF WS-ENTERED-SEED NOT = SPACES
               MOVE FUNCTION NUMVAL (WS-ENTERED-SEED) TO
                   WS-RANDOM-SEED
           ELSE
               ACCEPT WS-TIME-NOW FROM TIME
               MOVE WS-TIME-NOW TO WS-RANDOM-SEED
           END-IF.
           MOVE FUNCTION MOD (WS-RANDOM-SEED, 2147483646) TO
               WS-RANDOM-SEED.
           ADD 1 TO WS-RANDOM-SEED.
           MOVE WS-RANDOM-SEED TO WS-RANDOM-STATE.

      * Park-Miller minimal standard generator: the same seed gives
      * the same draws on any machine, so the auditors can re-run
      * the selection. WS-RANDOM-DRAW comes back 0 to 9999 and is
      * compared with a percentage held in hundredths.
       NEXT-RANDOM-DRAW.
           COMPUTE WS-RANDOM-PRODUCT = WS-RANDOM-STATE * 16807.
           MOVE FUNCTION MOD (WS-RANDOM-PRODUCT, 2147483647) TO
               WS-RANDOM-STATE.
           MOVE FUNCTION MOD (WS-RANDOM-STATE, 10000) TO
               WS-RANDOM-DRAW.

      * Closed accounts carry no balance to confirm and are left out
      * of the population.
       SELECT-ACCOUNTS.
           MOVE "N" TO WS-EOF-FLAG.
           PERFORM UNTIL WS-EOF-FLAG = "Y"
               READ SNAPSHOT-FILE
                   AT END
                       MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       IF SNAP-STATUS NOT = "C"
                           PERFORM CONSIDER-ONE-ACCOUNT
                       END-IF
               END-READ
           END-PERFORM.

       CONSIDER-ONE-ACCOUNT.
           ADD 1 TO WS-POPULATION-COUNT.
           IF SNAP-RECORD-IMAGE NOT = SPACES
               MOVE SNAP-RECORD-IMAGE TO SNAP-ACCOUNT-IMAGE
               MOVE IMG-ACCT-CURRENCY TO WS-LOOKUP-CURRENCY
           ELSE
               MOVE "???" TO WS-LOOKUP-CURRENCY
           END-IF.
           PERFORM FIND-CURRENCY-TOTAL.
           ADD 1 TO CT-POPULATION-COUNT (WS-CCY-IDX).
           ADD SNAP-BALANCE TO CT-POPULATION-VALUE (WS-CCY-IDX).
           IF SNAP-BALANCE >= ASP-BALANCE-THRESHOLD
               MOVE "T" TO WS-BASIS-TEXT
               PERFORM STORE-SELECTED-ACCOUNT
           ELSE
               PERFORM NEXT-RANDOM-DRAW
               IF WS-RANDOM-DRAW < WS-ACCOUNT-CUTOFF
                   MOVE "R" TO WS-BASIS-TEXT
                   PERFORM STORE-SELECTED-ACCOUNT
               END-IF
           END-IF.

       STORE-SELECTED-ACCOUNT.
           IF WS-SEL-COUNT >= 5000
               MOVE "N" TO WS-TABLE-OK
           ELSE
               ADD 1 TO WS-SEL-COUNT
               MOVE SNAP-ACCT-ID TO SEL-ACCT-ID (WS-SEL-COUNT)
               MOVE SNAP-BALANCE TO SEL-BALANCE (WS-SEL-COUNT)
               MOVE WS-LOOKUP-CURRENCY TO SEL-CURRENCY (WS-SEL-COUNT)
               MOVE WS-BASIS-TEXT (1:1) TO SEL-BASIS (WS-SEL-COUNT)
               MOVE 0 TO SEL-CUST-ID (WS-SEL-COUNT)
               MOVE SPACE TO SEL-CUST-ROLE (WS-SEL-COUNT)
               ADD 1 TO CT-COVERED-COUNT (WS-CCY-IDX)
               ADD SNAP-BALANCE TO CT-COVERED-VALUE (WS-CCY-IDX)
               IF WS-BASIS-TEXT (1:1) = "T"
                   ADD 1 TO WS-THRESHOLD-COUNT
               ELSE
                   ADD 1 TO WS-RANDOM-COUNT
               END-IF
           END-IF.

       FIND-CURRENCY-TOTAL.
           PERFORM VARYING WS-CCY-IDX FROM 1 BY 1
                   UNTIL WS-CCY-IDX > WS-CCY-COUNT
                   OR CT-CURRENCY (WS-CCY-IDX) = WS-LOOKUP-CURRENCY
               CONTINUE
           END-PERFORM.
           IF WS-CCY-IDX > WS-CCY-COUNT
               IF WS-CCY-COUNT >= 20
                   MOVE 20 TO WS-CCY-IDX
               ELSE
                   ADD 1 TO WS-CCY-COUNT
                   MOVE WS-CCY-COUNT TO WS-CCY-IDX
                   MOVE WS-LOOKUP-CURRENCY TO CT-CURRENCY (WS-CCY-IDX)
                   MOVE 0 TO CT-POPULATION-COUNT (WS-CCY-IDX)
                   MOVE 0 TO CT-POPULATION-VALUE (WS-CCY-IDX)
                   MOVE 0 TO CT-COVERED-COUNT (WS-CCY-IDX)
                   MOVE 0 TO CT-COVERED-VALUE (WS-CCY-IDX)
               END-IF
           END-IF.

      * The primary holder is preferred, as for every customer
      * letter; a joint holder is used only when nobody holds the
      * account as primary. View-only links never receive one.
       ASSIGN-ACCOUNT-HOLDERS.
           PERFORM VARYING WS-SEL-IDX FROM 1 BY 1
                   UNTIL WS-SEL-IDX > WS-SEL-COUNT
               CALL "AccountHolders" USING SEL-ACCT-ID (WS-SEL-IDX)
                   WS-HOLDER-COUNT WS-HOLDER-TABLE
               PERFORM VARYING WS-HOLDER-IDX FROM 1 BY 1
                       UNTIL WS-HOLDER-IDX > WS-HOLDER-COUNT
                   IF WS-HOLDER-ROLE (WS-HOLDER-IDX) NOT = "V"
                       PERFORM NOTE-SELECTED-HOLDER
                   END-IF
               END-PERFORM
               IF SEL-CUST-ID (WS-SEL-IDX) = 0
                   ADD 1 TO WS-NO-HOLDER-COUNT
               END-IF
           END-PERFORM.

       NOTE-SELECTED-HOLDER.
           IF SEL-CUST-ID (WS-SEL-IDX) = 0
               OR (SEL-CUST-ROLE (WS-SEL-IDX) = "J"
                   AND WS-HOLDER-ROLE (WS-HOLDER-IDX) NOT = "J")
               MOVE WS-HOLDER-CUST-ID (WS-HOLDER-IDX) TO
                   SEL-CUST-ID (WS-SEL-IDX)
               MOVE WS-HOLDER-ROLE (WS-HOLDER-IDX) TO
                   SEL-CUST-ROLE (WS-SEL-IDX)
           END-IF.

      * Customers are walked in key order and every one with a
      * selected account gets a single letter listing them all.
       PRINT-CONFIRMATION-LETTERS.
           MOVE SPACES TO WS-CONFIRMATION-PRINT-NAME.
           STRING "AUDC" WS-AUDIT-YEAR ".PRT"
               DELIMITED BY SIZE INTO WS-CONFIRMATION-PRINT-NAME.
           OPEN OUTPUT CONFIRMATION-PRINT-FILE.
           OPEN INPUT CUSTOMER-FILE.
           IF WS-CUSTOMER-FILE-STATUS = "00"
               MOVE "N" TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF-FLAG = "Y"
                   READ CUSTOMER-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-EOF-FLAG
                       NOT AT END
                           MOVE 0 TO WS-CUSTOMER-ACCOUNTS
                           PERFORM VARYING WS-SEL-IDX FROM 1 BY 1
                                   UNTIL WS-SEL-IDX > WS-SEL-COUNT
                               IF SEL-CUST-ID (WS-SEL-IDX) = CUST-ID
                                   ADD 1 TO WS-CUSTOMER-ACCOUNTS
                               END-IF
                           END-PERFORM
                           IF WS-CUSTOMER-ACCOUNTS > 0
                               PERFORM PRINT-ONE-CONFIRMATION
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CUSTOMER-FILE
           END-IF.
           CLOSE CONFIRMATION-PRINT-FILE.

       PRINT-ONE-CONFIRMATION.
           ADD 1 TO WS-LETTER-COUNT.
           MOVE SPACES TO CONFIRMATION-PRINT-LINE.
           STRING "LETTER " WS-LETTER-COUNT " REF " WS-TODAY
               "/AUDCONF/" WS-AUDIT-YEAR " CUSTOMER " CUST-ID
               DELIMITED BY SIZE INTO CONFIRMATION-PRINT-LINE.
           WRITE CONFIRMATION-PRINT-LINE AFTER ADVANCING PAGE.
           MOVE SPACES TO CONFIRMATION-PRINT-LINE.
           WRITE CONFIRMATION-PRINT-LINE.
           MOVE CUST-NAME TO CONFIRMATION-PRINT-LINE.
           WRITE CONFIRMATION-PRINT-LINE.
           MOVE CUST-CONTACT TO CONFIRMATION-PRINT-LINE.
           WRITE CONFIRMATION-PRINT-LINE.
           MOVE SPACES TO CONFIRMATION-PRINT-LINE.
           WRITE CONFIRMATION-PRINT-LINE.
           MOVE SPACES TO WS-FORMAT-OUT-DATE.
           STRING WS-TODAY (7:2) "/" WS-TODAY (5:2) "/"
               WS-TODAY (1:4)
               DELIMITED BY SIZE INTO WS-FORMAT-OUT-DATE.
           MOVE SPACES TO CONFIRMATION-PRINT-LINE.
           STRING "Date:    " WS-FORMAT-OUT-DATE
               DELIMITED BY SIZE INTO CONFIRMATION-PRINT-LINE.
           WRITE CONFIRMATION-PRINT-LINE.
           MOVE SPACES TO CONFIRMATION-PRINT-LINE.
           WRITE CONFIRMATION-PRINT-LINE.
           MOVE "Re: Confirmation of balances for our auditors" TO
               CONFIRMATION-PRINT-LINE.
           WRITE CONFIRMATION-PRINT-LINE.
           MOVE SPACES TO CONFIRMATION-PRINT-LINE.
           WRITE CONFIRMATION-PRINT-LINE.
           MOVE SPACES TO CONFIRMATION-PRINT-LINE.
           STRING "Dear " FUNCTION TRIM (CUST-NAME) ","
               DELIMITED BY SIZE INTO CONFIRMATION-PRINT-LINE.
           WRITE CONFIRMATION-PRINT-LINE.
           MOVE SPACES TO CONFIRMATION-PRINT-LINE.
           WRITE CONFIRMATION-PRINT-LINE.
           MOVE "As part of their examination of our accounts, our "
               & "auditors ask you" TO CONFIRMATION-PRINT-LINE.
           WRITE CONFIRMATION-PRINT-LINE.
           MOVE SPACES TO WS-FORMAT-OUT-DATE.
           STRING "31/12/" WS-AUDIT-YEAR
               DELIMITED BY SIZE INTO WS-FORMAT-OUT-DATE.
           MOVE SPACES TO CONFIRMATION-PRINT-LINE.
           STRING "to confirm the balances we held for you at the "
               "close of business on " WS-FORMAT-OUT-DATE ":"
               DELIMITED BY SIZE INTO CONFIRMATION-PRINT-LINE.
           WRITE CONFIRMATION-PRINT-LINE.
           MOVE SPACES TO CONFIRMATION-PRINT-LINE.
           WRITE CONFIRMATION-PRINT-LINE.
           MOVE "    Account  Currency           Balance" TO
               CONFIRMATION-PRINT-LINE.
           WRITE CONFIRMATION-PRINT-LINE.
           PERFORM VARYING WS-SEL-IDX FROM 1 BY 1
                   UNTIL WS-SEL-IDX > WS-SEL-COUNT
               IF SEL-CUST-ID (WS-SEL-IDX) = CUST-ID
                   MOVE SEL-BALANCE (WS-SEL-IDX) TO WS-BALANCE-EDIT
                   MOVE SPACES TO CONFIRMATION-PRINT-LINE
                   STRING "    " SEL-ACCT-ID (WS-SEL-IDX) "    "
                       SEL-CURRENCY (WS-SEL-IDX) "     "
                       WS-BALANCE-EDIT
                       DELIMITED BY SIZE INTO CONFIRMATION-PRINT-LINE
                   WRITE CONFIRMATION-PRINT-LINE
               END-IF
           END-PERFORM.
           MOVE SPACES TO CONFIRMATION-PRINT-LINE.
           WRITE CONFIRMATION-PRINT-LINE.
           MOVE "Please compare these with your own records, then "
               & "sign and return the" TO CONFIRMATION-PRINT-LINE.
           WRITE CONFIRMATION-PRINT-LINE.
           MOVE "slip below directly to the auditors in the envelope "
               & "provided, giving" TO CONFIRMATION-PRINT-LINE.
           WRITE CONFIRMATION-PRINT-LINE.
           MOVE "details of any difference. This is not a request "
               & "for payment." TO CONFIRMATION-PRINT-LINE.
           WRITE CONFIRMATION-PRINT-LINE.
           MOVE SPACES TO CONFIRMATION-PRINT-LINE.
           WRITE CONFIRMATION-PRINT-LINE.
           MOVE "Yours sincerely," TO CONFIRMATION-PRINT-LINE.
           WRITE CONFIRMATION-PRINT-LINE.
           MOVE SPACES TO CONFIRMATION-PRINT-LINE.
           WRITE CONFIRMATION-PRINT-LINE.
           MOVE "Customer Services" TO CONFIRMATION-PRINT-LINE.
           WRITE CONFIRMATION-PRINT-LINE.
           MOVE SPACES TO CONFIRMATION-PRINT-LINE.
           WRITE CONFIRMATION-PRINT-LINE.
           MOVE ALL "- " TO CONFIRMATION-PRINT-LINE.
           WRITE CONFIRMATION-PRINT-LINE.
           MOVE SPACES TO CONFIRMATION-PRINT-LINE.
           STRING "To the auditors - customer " CUST-ID
               ", balances at " WS-FORMAT-OUT-DATE
               DELIMITED BY SIZE INTO CONFIRMATION-PRINT-LINE.
           WRITE CONFIRMATION-PRINT-LINE.
           MOVE SPACES TO CONFIRMATION-PRINT-LINE.
           WRITE CONFIRMATION-PRINT-LINE.
           MOVE "[ ] The balances above agree with my records." TO
               CONFIRMATION-PRINT-LINE.
           WRITE CONFIRMATION-PRINT-LINE.
           MOVE "[ ] They do not agree; the differences are:" TO
               CONFIRMATION-PRINT-LINE.
           WRITE CONFIRMATION-PRINT-LINE.
           MOVE SPACES TO CONFIRMATION-PRINT-LINE.
           WRITE CONFIRMATION-PRINT-LINE.
           WRITE CONFIRMATION-PRINT-LINE.
           MOVE "Signed ______________________   Date ___________" TO
               CONFIRMATION-PRINT-LINE.
           WRITE CONFIRMATION-PRINT-LINE.

       EXTRACT-LEDGER-SAMPLE.
           MOVE SPACES TO WS-AUDIT-EXTRACT-NAME.
           STRING "AUDL" WS-AUDIT-YEAR ".DAT"
               DELIMITED BY SIZE INTO WS-AUDIT-EXTRACT-NAME.
           OPEN OUTPUT AUDIT-EXTRACT-FILE.
           PERFORM VARYING WS-SCAN-MONTH FROM 1 BY 1
                   UNTIL WS-SCAN-MONTH > 12
               COMPUTE WS-SCAN-YYYYMM =
                   WS-AUDIT-YEAR * 100 + WS-SCAN-MONTH
               PERFORM SCAN-ONE-ARCHIVE-MONTH
           END-PERFORM.
           OPEN INPUT TRANSACTION-LEDGER.
           IF WS-LEDGER-FILE-STATUS = "00"
               MOVE "LIVE" TO WS-LEDGER-SOURCE
               MOVE "N" TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF-FLAG = "Y"
                   READ TRANSACTION-LEDGER
                       AT END
                           MOVE "Y" TO WS-EOF-FLAG
                       NOT AT END
                           PERFORM CONSIDER-LEDGER-ENTRY
                   END-READ
               END-PERFORM
               CLOSE TRANSACTION-LEDGER
           END-IF.
           CLOSE AUDIT-EXTRACT-FILE.

       SCAN-ONE-ARCHIVE-MONTH.
           MOVE SPACES TO WS-ARCHIVE-LEDGER-NAME.
           STRING "LEDG" WS-SCAN-YYYYMM ".DAT"
               DELIMITED BY SIZE INTO WS-ARCHIVE-LEDGER-NAME.
           OPEN INPUT ARCHIVE-LEDGER.
           IF WS-ARCHIVE-LEDGER-STATUS = "00"
               MOVE WS-SCAN-YYYYMM TO WS-LEDGER-SOURCE
               MOVE "N" TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF-FLAG = "Y"
                   READ ARCHIVE-LEDGER
                       AT END
                           MOVE "Y" TO WS-EOF-FLAG
                       NOT AT END
                           MOVE ARCH-LEDGER-RECORD TO LEDGER-RECORD
                           PERFORM CONSIDER-LEDGER-ENTRY
                   END-READ
               END-PERFORM
               CLOSE ARCHIVE-LEDGER
           END-IF.

       CONSIDER-LEDGER-ENTRY.
           IF LEDG-DATE (1:4) = WS-AUDIT-YEAR
               ADD 1 TO WS-LEDGER-COUNT
               PERFORM NEXT-RANDOM-DRAW
               IF WS-RANDOM-DRAW < WS-LEDGER-CUTOFF
                   PERFORM WRITE-EXTRACT-RECORD
               END-IF
           END-IF.

       WRITE-EXTRACT-RECORD.
           IF LEDG-SEQUENCE IS NUMERIC
               MOVE LEDG-SEQUENCE TO AXT-SEQUENCE
           ELSE
               MOVE 0 TO AXT-SEQUENCE
           END-IF.
           IF LEDG-TXN-REF IS NUMERIC
               MOVE LEDG-TXN-REF TO AXT-TXN-REF
           ELSE
               MOVE 0 TO AXT-TXN-REF
           END-IF.
           MOVE LEDG-DATE TO AXT-DATE.
           MOVE LEDG-TIME TO AXT-TIME.
           MOVE LEDG-ACCT-ID TO AXT-ACCT-ID.
           MOVE LEDG-TXN-TYPE TO AXT-TXN-TYPE.
           MOVE LEDG-DIRECTION TO AXT-DIRECTION.
           MOVE LEDG-AMOUNT TO AXT-AMOUNT.
           MOVE LEDG-BALANCE TO AXT-BALANCE.
           MOVE LEDG-REVERSAL-FLAG TO AXT-REVERSAL-FLAG.
           MOVE WS-LEDGER-SOURCE TO AXT-SOURCE.
           WRITE AUDIT-EXTRACT-RECORD.
           ADD 1 TO WS-LEDGER-SAMPLED.

       WRITE-CONTROL-LISTING.
           MOVE SPACES TO WS-AUDIT-CONTROL-NAME.
           STRING "AUDCTL" WS-AUDIT-YEAR ".RPT"
               DELIMITED BY SIZE INTO WS-AUDIT-CONTROL-NAME.
           OPEN OUTPUT AUDIT-CONTROL-REPORT.
           MOVE SPACES TO AUDIT-CONTROL-LINE.
           STRING "AUDIT CONFIRMATION CONTROL LISTING " WS-AUDIT-YEAR
               ", RUN " WS-TODAY ", SNAPSHOT " WS-SNAPSHOT-FILE-NAME
               DELIMITED BY SIZE INTO AUDIT-CONTROL-LINE.
           WRITE AUDIT-CONTROL-LINE.
           MOVE ASP-BALANCE-THRESHOLD TO WS-BALANCE-EDIT.
           MOVE SPACES TO AUDIT-CONTROL-LINE.
           STRING "THRESHOLD " WS-BALANCE-EDIT
               "   ACCOUNT SAMPLE " ASP-ACCOUNT-SAMPLE-PCT
               "%   LEDGER SAMPLE " ASP-LEDGER-SAMPLE-PCT
               "%   SEED " WS-RANDOM-SEED
               DELIMITED BY SIZE INTO AUDIT-CONTROL-LINE.
           WRITE AUDIT-CONTROL-LINE.
           MOVE SPACES TO AUDIT-CONTROL-LINE.
           WRITE AUDIT-CONTROL-LINE.
           MOVE "ACCOUNT CCY          BALANCE BASIS     CONFIRMED WITH"
               TO AUDIT-CONTROL-LINE.
           WRITE AUDIT-CONTROL-LINE.
           PERFORM VARYING WS-SEL-IDX FROM 1 BY 1
                   UNTIL WS-SEL-IDX > WS-SEL-COUNT
               MOVE SEL-BALANCE (WS-SEL-IDX) TO WS-BALANCE-EDIT
               IF SEL-BASIS (WS-SEL-IDX) = "T"
                   MOVE "THRESHOLD" TO WS-BASIS-TEXT
               ELSE
                   MOVE "RANDOM" TO WS-BASIS-TEXT
               END-IF
               MOVE SPACES TO WS-HOLDER-TEXT
               IF SEL-CUST-ID (WS-SEL-IDX) = 0
                   MOVE "NO HOLDER" TO WS-HOLDER-TEXT
               ELSE
                   STRING "CUSTOMER " SEL-CUST-ID (WS-SEL-IDX)
                       DELIMITED BY SIZE INTO WS-HOLDER-TEXT
               END-IF
               MOVE SPACES TO AUDIT-CONTROL-LINE
               STRING SEL-ACCT-ID (WS-SEL-IDX) "   "
                   SEL-CURRENCY (WS-SEL-IDX) " "
                   WS-BALANCE-EDIT " " WS-BASIS-TEXT " "
                   WS-HOLDER-TEXT
                   DELIMITED BY SIZE INTO AUDIT-CONTROL-LINE
               WRITE AUDIT-CONTROL-LINE
           END-PERFORM.
           MOVE SPACES TO AUDIT-CONTROL-LINE.
           WRITE AUDIT-CONTROL-LINE.
           MOVE SPACES TO AUDIT-CONTROL-LINE.
           STRING "OPEN ACCOUNTS AT YEAR END " WS-POPULATION-COUNT
               "   SELECTED " WS-SEL-COUNT " (" WS-THRESHOLD-COUNT
               " OVER THRESHOLD, " WS-RANDOM-COUNT " RANDOM)"
               DELIMITED BY SIZE INTO AUDIT-CONTROL-LINE.
           WRITE AUDIT-CONTROL-LINE.
           MOVE SPACES TO AUDIT-CONTROL-LINE.
           STRING "LETTERS PRINTED " WS-LETTER-COUNT
               "   SELECTED ACCOUNTS WITH NO HOLDER "
               WS-NO-HOLDER-COUNT
               DELIMITED BY SIZE INTO AUDIT-CONTROL-LINE.
           WRITE AUDIT-CONTROL-LINE.
           MOVE SPACES TO AUDIT-CONTROL-LINE.
           WRITE AUDIT-CONTROL-LINE.
           MOVE SPACES TO AUDIT-CONTROL-LINE.
           STRING "CCY  ACCOUNTS       POPULATION VALUE  SAMPLED "
               "        VALUE COVERED      %"
               DELIMITED BY SIZE INTO AUDIT-CONTROL-LINE.
           WRITE AUDIT-CONTROL-LINE.
           PERFORM VARYING WS-CCY-IDX FROM 1 BY 1
                   UNTIL WS-CCY-IDX > WS-CCY-COUNT
               PERFORM WRITE-CURRENCY-COVERAGE
           END-PERFORM.
           MOVE SPACES TO AUDIT-CONTROL-LINE.
           WRITE AUDIT-CONTROL-LINE.
           MOVE SPACES TO AUDIT-CONTROL-LINE.
           STRING "LEDGER ENTRIES IN " WS-AUDIT-YEAR " "
               WS-LEDGER-COUNT "   SAMPLED " WS-LEDGER-SAMPLED
               "   EXTRACT " WS-AUDIT-EXTRACT-NAME
               DELIMITED BY SIZE INTO AUDIT-CONTROL-LINE.
           WRITE AUDIT-CONTROL-LINE.
           CLOSE AUDIT-CONTROL-REPORT.

       WRITE-CURRENCY-COVERAGE.
           MOVE 0 TO WS-COVERED-PCT.
           IF CT-POPULATION-VALUE (WS-CCY-IDX) > 0
               COMPUTE WS-COVERED-PCT ROUNDED =
                   CT-COVERED-VALUE (WS-CCY-IDX) * 100
                   / CT-POPULATION-VALUE (WS-CCY-IDX)
           END-IF.
           MOVE WS-COVERED-PCT TO WS-PCT-EDIT.
           MOVE CT-POPULATION-VALUE (WS-CCY-IDX) TO WS-TOTAL-EDIT.
           MOVE SPACES TO AUDIT-CONTROL-LINE.
           STRING CT-CURRENCY (WS-CCY-IDX) "  "
               CT-POPULATION-COUNT (WS-CCY-IDX) " "
               WS-TOTAL-EDIT "  "
               CT-COVERED-COUNT (WS-CCY-IDX)
               DELIMITED BY SIZE INTO AUDIT-CONTROL-LINE.
           MOVE CT-COVERED-VALUE (WS-CCY-IDX) TO WS-TOTAL-EDIT.
           MOVE WS-TOTAL-EDIT TO AUDIT-CONTROL-LINE (50:21).
           MOVE WS-PCT-EDIT TO AUDIT-CONTROL-LINE (72:6).
           WRITE AUDIT-CONTROL-LINE.
