      * stops the night if a job does not come back clean, and
      * prints an end-of-night summary. The run-control file is
      * rewritten after every job, so a rerun after a failure picks
      * up where the night stopped instead of repeating work. The
      * night opens and closes with a whole-system backup
      * (SystemBackup), and will not start at all while the restore
      * control file shows a restore of a backup generation that
      * was interrupted or did not verify.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "RunControlFileControl.cpy".
           COPY "RestoreControlFileControl.cpy".

       DATA DIVISION.
       FILE SECTION.
       FD  RUN-CONTROL-FILE.
           COPY "RunControlRecord.cpy".
       FD  RESTORE-CONTROL-FILE.
           COPY "RestoreControlRecord.cpy".

       WORKING-STORAGE SECTION.
       01 WS-RUN-CONTROL-FILE-STATUS PIC X(2).
       01 WS-LAST-BUSINESS-DAY      PIC X(1) VALUE "N".
       01 WS-SCAN-DATE              PIC 9(8).
       01 WS-SCAN-INT               PIC 9(8).
       01 WS-STD-COUNT              PIC 9(2) VALUE 0.
       01 WS-STD-IDX                PIC 9(2).
       01 WS-STD-NAME               PIC X(25).
       01 WS-STD-FREQUENCY          PIC X(1).
       01 WS-FOUND-IDX              PIC 9(2).
       01 WS-INSERT-AFTER           PIC 9(2).
       01 WS-JOBS-ADDED             PIC X(1).
       01 WS-RESTORE-CONTROL-STATUS PIC X(2).
       01 WS-RESTORE-PENDING        PIC X(1) VALUE "N".
       01 WS-BACKUP-REQUEST         PIC X(1).
       01 WS-BACKUP-GENERATION      PIC 9(6).

       01 JOB-TABLE.
           05 JOB-ENTRY OCCURS 60 TIMES.
               10 JOB-SEQUENCE          PIC 9(2).
               10 JOB-NAME              PIC X(25).
               10 JOB-FREQUENCY         PIC X(1).
      *    What happened tonight: "RUN", "ALREADY DONE",
      *    "NOT DUE", "BLOCKED".

       01 STANDARD-JOB-TABLE.
           05 STD-JOB-ENTRY OCCURS 60 TIMES.
               10 STD-JOB-NAME          PIC X(25).
               10 STD-JOB-FREQUENCY     PIC X(1).

       PROCEDURE DIVISION.
       START-NIGHT-RUN.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           DISPLAY "Night run starting for " WS-TODAY ".".
           PERFORM CHECK-RESTORE-CONTROL.
           IF WS-RESTORE-PENDING = "Y"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM CHECK-LAST-BUSINESS-DAY.
           PERFORM LOAD-STANDARD-JOBS.
           PERFORM LOAD-RUN-CONTROL.
           PERFORM VARYING WS-JOB-IDX FROM 1 BY 1
                   UNTIL WS-JOB-IDX > WS-JOB-COUNT
           PERFORM PRINT-NIGHT-SUMMARY.
           STOP RUN.

      * A restore still marked "R" was interrupted part way and one
      * marked "F" did not agree with its manifest; either way the
      * data files are not a consistent set and the night must not
      * run on them until SystemRestore has been run to a verified
      * end.
       CHECK-RESTORE-CONTROL.
           MOVE "N" TO WS-RESTORE-PENDING.
           OPEN INPUT RESTORE-CONTROL-FILE.
           IF WS-RESTORE-CONTROL-STATUS = "00"
               READ RESTORE-CONTROL-FILE
                   AT END
                       MOVE "V" TO RST-STATUS
               END-READ
               IF RST-STATUS = "R" OR RST-STATUS = "F"
                   MOVE "Y" TO WS-RESTORE-PENDING
                   DISPLAY "Night run refused: the restore of backup "
                       "generation " RST-GENERATION " on " RST-DATE
                       " did not complete and verify (status "
                       RST-STATUS "). Run SystemRestore again."
               END-IF
               CLOSE RESTORE-CONTROL-FILE
           END-IF.

      * Tonight is the month's last business day when today is a
      * business day and no later day of the same month is. "B"
      * frequency jobs (the month-end postings) run only on that
      * night, so a month ending on a weekend posts on the Friday;
      * "Q" frequency jobs run only on that night in March, June,
      * September and December.
       CHECK-LAST-BUSINESS-DAY.
           MOVE "N" TO WS-LAST-BUSINESS-DAY.
           CALL "BusinessDayCheck" USING WS-TODAY WS-BUSINESS-DAY.
                       AT END
                           MOVE "Y" TO WS-EOF-RUN-CONTROL
                       NOT AT END
                           IF WS-JOB-COUNT < 60
                               ADD 1 TO WS-JOB-COUNT
                               MOVE RUN-SEQUENCE TO
                                   JOB-SEQUENCE (WS-JOB-COUNT)
                   END-READ
               END-PERFORM
               CLOSE RUN-CONTROL-FILE
               PERFORM ADD-MISSING-STANDARD-JOBS
           END-IF.

      * The standard nightly job list, in running order. A fresh
      * installation is seeded from it; an existing run-control file
      * is given any job on it that the file does not yet carry, in
      * its standard place, so a new job joins the night without
      * losing the last-run dates that guard the monthly postings.
       LOAD-STANDARD-JOBS.
           MOVE 0 TO WS-STD-COUNT.
           MOVE "BackupStartOfNight" TO WS-STD-NAME.
           MOVE "D" TO WS-STD-FREQUENCY.
           PERFORM ADD-STANDARD-JOB.
           MOVE "InboundClearing" TO WS-STD-NAME.
           MOVE "D" TO WS-STD-FREQUENCY.
           PERFORM ADD-STANDARD-JOB.
           MOVE "UnappliedClearingRun" TO WS-STD-NAME.
           MOVE "D" TO WS-STD-FREQUENCY.
           PERFORM ADD-STANDARD-JOB.
           MOVE "HoldExpirySweep" TO WS-STD-NAME.
           MOVE "D" TO WS-STD-FREQUENCY.
           PERFORM ADD-STANDARD-JOB.
           MOVE "BeneficiaryActivation" TO WS-STD-NAME.
           MOVE "D" TO WS-STD-FREQUENCY.
           PERFORM ADD-STANDARD-JOB.
           MOVE "AccountSwitchRun" TO WS-STD-NAME.
           MOVE "D" TO WS-STD-FREQUENCY.
           PERFORM ADD-STANDARD-JOB.
           MOVE "StandingOrderDriver" TO WS-STD-NAME.
           MOVE "D" TO WS-STD-FREQUENCY.
           PERFORM ADD-STANDARD-JOB.
           MOVE "FuturePaymentRelease" TO WS-STD-NAME.
           MOVE "D" TO WS-STD-FREQUENCY.
           PERFORM ADD-STANDARD-JOB.
           MOVE "BatchTransferDriver" TO WS-STD-NAME.
           MOVE "D" TO WS-STD-FREQUENCY.
           PERFORM ADD-STANDARD-JOB.
           MOVE "CarryForwardReport" TO WS-STD-NAME.
           MOVE "D" TO WS-STD-FREQUENCY.
           PERFORM ADD-STANDARD-JOB.
           MOVE "PayrollCredit" TO WS-STD-NAME.
           MOVE "D" TO WS-STD-FREQUENCY.
           PERFORM ADD-STANDARD-JOB.
           MOVE "NostroReconciliation" TO WS-STD-NAME.
           MOVE "D" TO WS-STD-FREQUENCY.
           PERFORM ADD-STANDARD-JOB.
           MOVE "TermDepositMaturity" TO WS-STD-NAME.
           MOVE "D" TO WS-STD-FREQUENCY.
           PERFORM ADD-STANDARD-JOB.
           MOVE "LoanRepaymentCollection" TO WS-STD-NAME.
           MOVE "D" TO WS-STD-FREQUENCY.
           PERFORM ADD-STANDARD-JOB.
           MOVE "DailyInterestAccrual" TO WS-STD-NAME.
           MOVE "D" TO WS-STD-FREQUENCY.
           PERFORM ADD-STANDARD-JOB.
           MOVE "InterestAccrual" TO WS-STD-NAME.
           MOVE "B" TO WS-STD-FREQUENCY.
           PERFORM ADD-STANDARD-JOB.
           MOVE "MonthlyFeeAssessment" TO WS-STD-NAME.
           MOVE "B" TO WS-STD-FREQUENCY.
           PERFORM ADD-STANDARD-JOB.
           MOVE "CollectionsRun" TO WS-STD-NAME.
           MOVE "D" TO WS-STD-FREQUENCY.
           PERFORM ADD-STANDARD-JOB.
           MOVE "EndOfDayReconciliation" TO WS-STD-NAME.
           MOVE "D" TO WS-STD-FREQUENCY.
           PERFORM ADD-STANDARD-JOB.
           MOVE "DrawerBalancing" TO WS-STD-NAME.
           MOVE "D" TO WS-STD-FREQUENCY.
           PERFORM ADD-STANDARD-JOB.
           MOVE "VaultPositionReport" TO WS-STD-NAME.
           MOVE "D" TO WS-STD-FREQUENCY.
           PERFORM ADD-STANDARD-JOB.
           MOVE "CurrencyPositionReport" TO WS-STD-NAME.
           MOVE "D" TO WS-STD-FREQUENCY.
           PERFORM ADD-STANDARD-JOB.
           MOVE "CashFlowProjection" TO WS-STD-NAME.
           MOVE "D" TO WS-STD-FREQUENCY.
           PERFORM ADD-STANDARD-JOB.
           MOVE "NotificationSweep" TO WS-STD-NAME.
           MOVE "D" TO WS-STD-FREQUENCY.
           PERFORM ADD-STANDARD-JOB.
           MOVE "LetterPrintRun" TO WS-STD-NAME.
           MOVE "D" TO WS-STD-FREQUENCY.
           PERFORM ADD-STANDARD-JOB.
           MOVE "BalanceSnapshot" TO WS-STD-NAME.
           MOVE "D" TO WS-STD-FREQUENCY.
           PERFORM ADD-STANDARD-JOB.
           MOVE "ElectronicStatement" TO WS-STD-NAME.
           MOVE "D" TO WS-STD-FREQUENCY.
           PERFORM ADD-STANDARD-JOB.
           MOVE "DisputeAgeingReport" TO WS-STD-NAME.
           MOVE "D" TO WS-STD-FREQUENCY.
           PERFORM ADD-STANDARD-JOB.
           MOVE "DueDiligenceReview" TO WS-STD-NAME.
           MOVE "D" TO WS-STD-FREQUENCY.
           PERFORM ADD-STANDARD-JOB.
           MOVE "ReferenceIntegrityCheck" TO WS-STD-NAME.
           MOVE "D" TO WS-STD-FREQUENCY.
           PERFORM ADD-STANDARD-JOB.
           MOVE "ProductChangeReport" TO WS-STD-NAME.
           MOVE "B" TO WS-STD-FREQUENCY.
           PERFORM ADD-STANDARD-JOB.
           MOVE "ManagementReport" TO WS-STD-NAME.
           MOVE "B" TO WS-STD-FREQUENCY.
           PERFORM ADD-STANDARD-JOB.
           MOVE "OperatorAccessReview" TO WS-STD-NAME.
           MOVE "Q" TO WS-STD-FREQUENCY.
           PERFORM ADD-STANDARD-JOB.
           MOVE "BackupEndOfNight" TO WS-STD-NAME.
           MOVE "D" TO WS-STD-FREQUENCY.
           PERFORM ADD-STANDARD-JOB.

       ADD-STANDARD-JOB.
           ADD 1 TO WS-STD-COUNT.
           MOVE WS-STD-NAME TO STD-JOB-NAME (WS-STD-COUNT).
           MOVE WS-STD-FREQUENCY TO STD-JOB-FREQUENCY (WS-STD-COUNT).

       SEED-RUN-CONTROL.
           MOVE WS-STD-COUNT TO WS-JOB-COUNT.
           PERFORM VARYING WS-JOB-IDX FROM 1 BY 1
                   UNTIL WS-JOB-IDX > WS-JOB-COUNT
               MOVE WS-JOB-IDX TO JOB-SEQUENCE (WS-JOB-IDX)
               MOVE STD-JOB-NAME (WS-JOB-IDX) TO JOB-NAME (WS-JOB-IDX)
               MOVE STD-JOB-FREQUENCY (WS-JOB-IDX) TO
                   JOB-FREQUENCY (WS-JOB-IDX)
               MOVE 0 TO JOB-LAST-RUN-DATE (WS-JOB-IDX)
               MOVE SPACES TO JOB-LAST-OUTCOME (WS-JOB-IDX)
           END-PERFORM.
           PERFORM SAVE-RUN-CONTROL.

      * Each standard job missing from the file goes in straight
      * after the nearest standard job before it that the file does
      * carry (at the top when there is none); jobs the site added
      * or reordered itself are left where they are.
       ADD-MISSING-STANDARD-JOBS.
           MOVE "N" TO WS-JOBS-ADDED.
           MOVE 0 TO WS-INSERT-AFTER.
           PERFORM VARYING WS-STD-IDX FROM 1 BY 1
                   UNTIL WS-STD-IDX > WS-STD-COUNT
               MOVE 0 TO WS-FOUND-IDX
               PERFORM VARYING WS-JOB-IDX FROM 1 BY 1
                       UNTIL WS-JOB-IDX > WS-JOB-COUNT
                   IF JOB-NAME (WS-JOB-IDX) = STD-JOB-NAME (WS-STD-IDX)
                       MOVE WS-JOB-IDX TO WS-FOUND-IDX
                   END-IF
               END-PERFORM
               IF WS-FOUND-IDX > 0
                   MOVE WS-FOUND-IDX TO WS-INSERT-AFTER
               ELSE
                   IF WS-JOB-COUNT < 60
                       PERFORM INSERT-STANDARD-JOB
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-JOBS-ADDED = "Y"
               PERFORM VARYING WS-JOB-IDX FROM 1 BY 1
                       UNTIL WS-JOB-IDX > WS-JOB-COUNT
                   MOVE WS-JOB-IDX TO JOB-SEQUENCE (WS-JOB-IDX)
               END-PERFORM
               PERFORM SAVE-RUN-CONTROL
           END-IF.

       INSERT-STANDARD-JOB.
           PERFORM VARYING WS-JOB-IDX FROM WS-JOB-COUNT BY -1
                   UNTIL WS-JOB-IDX <= WS-INSERT-AFTER
               MOVE JOB-ENTRY (WS-JOB-IDX) TO JOB-ENTRY (WS-JOB-IDX + 1)
           END-PERFORM.
           ADD 1 TO WS-JOB-COUNT.
           ADD 1 TO WS-INSERT-AFTER.
           MOVE STD-JOB-NAME (WS-STD-IDX) TO JOB-NAME (WS-INSERT-AFTER).
           MOVE STD-JOB-FREQUENCY (WS-STD-IDX) TO
               JOB-FREQUENCY (WS-INSERT-AFTER).
           MOVE 0 TO JOB-LAST-RUN-DATE (WS-INSERT-AFTER).
           MOVE SPACES TO JOB-LAST-OUTCOME (WS-INSERT-AFTER).
           MOVE "Y" TO WS-JOBS-ADDED.
           DISPLAY "Job " STD-JOB-NAME (WS-STD-IDX)
               " added to the run-control file.".

       SAVE-RUN-CONTROL.
           OPEN OUTPUT RUN-CONTROL-FILE.
           PERFORM VARYING WS-PRINT-IDX FROM 1 BY 1
                       " not started: an earlier job did not "
                       "complete."
               WHEN (JOB-FREQUENCY (WS-JOB-IDX) = "M"
                   OR JOB-FREQUENCY (WS-JOB-IDX) = "B"
                   OR JOB-FREQUENCY (WS-JOB-IDX) = "Q")
                   AND JOB-LAST-RUN-DATE (WS-JOB-IDX) (1:6)
                       = WS-TODAY (1:6)
                   MOVE "ALREADY DONE" TO JOB-TONIGHT (WS-JOB-IDX)
                   DISPLAY "Job " JOB-NAME (WS-JOB-IDX)
                       " waits for the last business day of the "
                       "month."
               WHEN JOB-FREQUENCY (WS-JOB-IDX) = "Q"
                   AND (WS-LAST-BUSINESS-DAY NOT = "Y"
                       OR (WS-TODAY (5:2) NOT = "03"
                           AND WS-TODAY (5:2) NOT = "06"
                           AND WS-TODAY (5:2) NOT = "09"
                           AND WS-TODAY (5:2) NOT = "12"))
                   MOVE "NOT DUE" TO JOB-TONIGHT (WS-JOB-IDX)
                   DISPLAY "Job " JOB-NAME (WS-JOB-IDX)
                       " waits for the last business day of the "
                       "quarter."
               WHEN JOB-FREQUENCY (WS-JOB-IDX) NOT = "M"
                   AND JOB-LAST-RUN-DATE (WS-JOB-IDX) = WS-TODAY
                   MOVE "ALREADY DONE" TO JOB-TONIGHT (WS-JOB-IDX)
           DISPLAY "Starting job " JOB-NAME (WS-JOB-IDX) ".".
           MOVE 0 TO RETURN-CODE.
           EVALUATE JOB-NAME (WS-JOB-IDX)
               WHEN "BackupStartOfNight"
                   MOVE "S" TO WS-BACKUP-REQUEST
                   CALL "SystemBackup" USING WS-BACKUP-REQUEST
                       WS-BACKUP-GENERATION
               WHEN "InboundClearing"
                   CALL "InboundClearing"
               WHEN "UnappliedClearingRun"
                   CALL "UnappliedClearingRun"
               WHEN "HoldExpirySweep"
                   CALL "HoldExpirySweep"
               WHEN "BeneficiaryActivation"
                   CALL "BeneficiaryActivation"
               WHEN "AccountSwitchRun"
                   CALL "AccountSwitchRun"
               WHEN "StandingOrderDriver"
                   CALL "StandingOrderDriver"
               WHEN "FuturePaymentRelease"
                   CALL "FuturePaymentRelease"
               WHEN "BatchTransferDriver"
                   CALL "BatchTransferDriver"
               WHEN "CarryForwardReport"
                   CALL "CarryForwardReport"
               WHEN "PayrollCredit"
                   CALL "PayrollCredit"
               WHEN "NostroReconciliation"
                   CALL "NostroReconciliation"
               WHEN "TermDepositMaturity"
                   CALL "TermDepositMaturity"
               WHEN "LoanRepaymentCollection"
                   CALL "LoanRepaymentCollection"
               WHEN "DailyInterestAccrual"
                   CALL "DailyInterestAccrual"
               WHEN "InterestAccrual"
                   CALL "InterestAccrual"
               WHEN "MonthlyFeeAssessment"
                   CALL "MonthlyFeeAssessment"
               WHEN "CollectionsRun"
                   CALL "CollectionsRun"
               WHEN "EndOfDayReconciliation"
                   CALL "EndOfDayReconciliation"
               WHEN "DrawerBalancing"
                   CALL "DrawerBalancing"
               WHEN "VaultPositionReport"
                   CALL "VaultPositionReport"
               WHEN "CurrencyPositionReport"
                   CALL "CurrencyPositionReport"
               WHEN "CashFlowProjection"
                   CALL "CashFlowProjection"
               WHEN "NotificationSweep"
                   CALL "NotificationSweep"
               WHEN "LetterPrintRun"
                   CALL "LetterPrintRun"
               WHEN "BalanceSnapshot"
                   CALL "BalanceSnapshot"
               WHEN "ElectronicStatement"
                   CALL "ElectronicStatement"
               WHEN "DisputeAgeingReport"
                   CALL "DisputeAgeingReport"
               WHEN "DueDiligenceReview"
                   CALL "DueDiligenceReview"
               WHEN "ReferenceIntegrityCheck"
                   CALL "ReferenceIntegrityCheck"
               WHEN "ProductChangeReport"
                   CALL "ProductChangeReport"
               WHEN "ManagementReport"
                   CALL "ManagementReport"
               WHEN "OperatorAccessReview"
                   CALL "OperatorAccessReview"
               WHEN "BackupEndOfNight"
                   MOVE "E" TO WS-BACKUP-REQUEST
                   CALL "SystemBackup" USING WS-BACKUP-REQUEST
                       WS-BACKUP-GENERATION
               WHEN OTHER
                   DISPLAY "Unknown job " JOB-NAME (WS-JOB-IDX)
                       " on the run-control file; night stopped."
