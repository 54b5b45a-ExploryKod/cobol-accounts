      *   REJLOG.DAT   rejections this month, and the rejection
      *                rate against the month's posted movements
      *                (LEDGyyyymm archive plus the live ledger)
      *   LOANS.DAT    loans running, loans in arrears and the
      *                arrears amount outstanding
      * Runs as a monthly job in RUNCTL.DAT; the report month is
      * the month the run lands in.
      ******************************************************************
           COPY "RejectLogFileControl.cpy".
           COPY "LedgerFileControl.cpy".
           COPY "LedgerArchiveFileControl.cpy".
           COPY "LoanFileControl.cpy".
           SELECT MI-REPORT ASSIGN TO "MIPACK.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MI-REPORT-STATUS.
           COPY "LedgerRecord.cpy"
               REPLACING LEADING ==LEDGER== BY ==ARCH-LEDGER==
                         LEADING ==LEDG== BY ==ARCH==.
       FD  LOAN-FILE.
           COPY "LoanRecord.cpy".
       FD  MI-REPORT.
       01 MI-REPORT-LINE             PIC X(120).

       01 WS-SNAP-DATE              PIC 9(8).
       01 WS-BACK-DAYS              PIC 9(1).
       01 WS-SNAPSHOT-LOADED        PIC X(1) VALUE "N".
       01 WS-OPENING-BOOK           PIC 9(15)V99 VALUE 0.
       01 WS-OPENING-ACCOUNTS       PIC 9(5) VALUE 0.
       01 WS-CLOSING-BOOK           PIC 9(15)V99 VALUE 0.
       01 WS-ACTIVE-COUNT           PIC 9(5) VALUE 0.
       01 WS-DORMANT-COUNT          PIC 9(5) VALUE 0.
       01 WS-FROZEN-COUNT           PIC 9(5) VALUE 0.
       01 WS-MOVEMENT-COUNT         PIC 9(7) VALUE 0.
       01 WS-REJECT-RATE            PIC 9(3)V99 VALUE 0.
       01 WS-EOF-ACCOUNTS           PIC X(1) VALUE "N".
       01 WS-LOAN-FILE-STATUS       PIC X(2).
       01 WS-LOANS-RUNNING          PIC 9(5) VALUE 0.
       01 WS-LOANS-IN-ARREARS       PIC 9(5) VALUE 0.
       01 WS-LOAN-ARREARS-AMOUNT    PIC 9(15)V99 VALUE 0.

       01 MI-FIGURES.
           05 MI-DEPOSITS-THIS      PIC 9(15)V99 VALUE 0.
           05 MI-DEPOSITS-PRIOR     PIC 9(15)V99 VALUE 0.
           05 MI-WITHDRAWALS-THIS   PIC 9(15)V99 VALUE 0.
           05 MI-WITHDRAWALS-PRIOR  PIC 9(15)V99 VALUE 0.
           05 MI-FEES-THIS          PIC 9(15)V99 VALUE 0.
           05 MI-FEES-PRIOR         PIC 9(15)V99 VALUE 0.
           05 MI-INTEREST-THIS      PIC 9(15)V99 VALUE 0.
           05 MI-INTEREST-PRIOR     PIC 9(15)V99 VALUE 0.
           05 MI-ODINT-THIS         PIC 9(15)V99 VALUE 0.
           05 MI-ODINT-PRIOR        PIC 9(15)V99 VALUE 0.
           05 MI-WHTAX-THIS         PIC 9(15)V99 VALUE 0.
           05 MI-WHTAX-PRIOR        PIC 9(15)V99 VALUE 0.
       01 WS-MOVEMENT               PIC S9(15)V99.

       PROCEDURE DIVISION.
       START-REPORT.
           PERFORM COUNT-OPENED-ACCOUNTS.
           PERFORM COUNT-REJECTIONS.
           PERFORM COUNT-MOVEMENTS.
           PERFORM COUNT-LOAN-ARREARS.
           PERFORM WRITE-PACK.
           DISPLAY "Management pack written to MIPACK.RPT.".
           GOBACK.
               ADD 1 TO WS-MOVEMENT-COUNT
           END-IF.

      * Loans in arrears are the ones LoanRepaymentCollection could
      * not collect in full; the arrears amount is their uncollected
      * interest and principal.
       COUNT-LOAN-ARREARS.
           OPEN INPUT LOAN-FILE.
           IF WS-LOAN-FILE-STATUS = "00"
               MOVE LOW-VALUES TO LOAN-ID
               MOVE "N" TO WS-EOF-FLAG
               START LOAN-FILE KEY IS NOT LESS THAN LOAN-ID
                   INVALID KEY
                       MOVE "Y" TO WS-EOF-FLAG
               END-START
               PERFORM UNTIL WS-EOF-FLAG = "Y"
                   READ LOAN-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-EOF-FLAG
                       NOT AT END
                           IF LOAN-STATUS = "A" OR LOAN-STATUS = "R"
                               ADD 1 TO WS-LOANS-RUNNING
                           END-IF
                           IF LOAN-STATUS = "R"
                               ADD 1 TO WS-LOANS-IN-ARREARS
                               ADD LOAN-DUE-INTEREST TO
                                   WS-LOAN-ARREARS-AMOUNT
                               ADD LOAN-DUE-PRINCIPAL TO
                                   WS-LOAN-ARREARS-AMOUNT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LOAN-FILE
           END-IF.

       WRITE-PACK.
           OPEN OUTPUT MI-REPORT.
           MOVE SPACES TO MI-REPORT-LINE.
               "  closed this month " WS-CLOSED-MONTH-COUNT
               DELIMITED BY SIZE INTO MI-REPORT-LINE.
           WRITE MI-REPORT-LINE.
           MOVE "---- LOANS ----" TO MI-REPORT-LINE.
           WRITE MI-REPORT-LINE.
           MOVE SPACES TO MI-REPORT-LINE.
           STRING "Running " WS-LOANS-RUNNING
               "  in arrears " WS-LOANS-IN-ARREARS
               "  arrears amount " WS-LOAN-ARREARS-AMOUNT
               DELIMITED BY SIZE INTO MI-REPORT-LINE.
           WRITE MI-REPORT-LINE.
           MOVE "---- REJECTIONS ----" TO MI-REPORT-LINE.
           WRITE MI-REPORT-LINE.
           MOVE SPACES TO MI-REPORT-LINE.
