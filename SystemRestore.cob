       IDENTIFICATION DIVISION.
       PROGRAM-ID. SystemRestore.

      ******************************************************************
      * Supervisor utility that puts a whole-system backup
      * generation back. The complete generations on the backup
      * catalogue are listed; the one chosen replaces every data
      * file on its manifest as one set - each keyed master rebuilt
      * and each sequential file rewritten from the image, and a
      * file that was not on disk when the generation was taken is
      * emptied. SystemBackup then counts and hashes every restored
      * file against the manifest. RESTCTL.DAT carries the outcome:
      * "R" from the moment the first file is touched, then "V" once
      * the check agrees or "F" if it does not, and the night run
      * will not start while it reads "R" or "F", so a restore that
      * was interrupted or that does not agree has to be run again
      * before the system is used. The restore is stamped on the
      * maintenance audit trail after the check, so the entry
      * survives the restored trail.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "AccountFileControl.cpy".
           COPY "CustomerFileControl.cpy".
           COPY "CustomerXrefFileControl.cpy".
           COPY "DueDiligenceFileControl.cpy".
           COPY "ProductFileControl.cpy".
           COPY "HoldFileControl.cpy".
           COPY "HeldFundsFileControl.cpy".
           COPY "StandingOrderFileControl.cpy".
           COPY "FuturePaymentFileControl.cpy".
           COPY "PendingTransferFileControl.cpy".
           COPY "MandateFileControl.cpy".
           COPY "BeneficiaryFileControl.cpy".
           COPY "TermDepositFileControl.cpy".
           COPY "LoanFileControl.cpy".
           COPY "ChequeBookFileControl.cpy".
           COPY "ChequeFileControl.cpy".
           COPY "CardBlockFileControl.cpy".
           COPY "CardDisputeFileControl.cpy".
           COPY "FraudCaseFileControl.cpy".
           COPY "VelocityRuleFileControl.cpy".
           COPY "VelocityLogFileControl.cpy".
           COPY "WatchListFileControl.cpy".
           COPY "FeeScheduleFileControl.cpy".
           COPY "InterestRateFileControl.cpy".
           COPY "DebitRateFileControl.cpy".
           COPY "ExchangeRateFileControl.cpy".
           COPY "CategoryFileControl.cpy".
           COPY "HolidayFileControl.cpy".
           COPY "CutoffFileControl.cpy".
           COPY "CollectionCaseFileControl.cpy".
           COPY "CollectionNoteFileControl.cpy".
           COPY "DunningStageFileControl.cpy".
           COPY "StatementProfileFileControl.cpy".
           COPY "LetterTemplateFileControl.cpy".
           COPY "DrawerFileControl.cpy".
           COPY "VaultFileControl.cpy".
           COPY "OperatorFileControl.cpy".
           COPY "LedgerShadowFileControl.cpy".
           COPY "AccountSwitchFileControl.cpy".
           COPY "UnappliedItemFileControl.cpy".
           SELECT LIVE-SEQUENTIAL-FILE ASSIGN TO DYNAMIC
               WS-LIVE-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LIVE-FILE-STATUS.
           COPY "BackupCatalogFileControl.cpy".
           COPY "BackupImageFileControl.cpy".
           COPY "BackupManifestFileControl.cpy".
           COPY "RestoreControlFileControl.cpy".
           COPY "MaintAuditFileControl.cpy".

       DATA DIVISION.
       FILE SECTION.
       FD  ACCOUNT-MASTER-FILE.
           COPY "AccountRecord.cpy".
       FD  CUSTOMER-FILE.
           COPY "CustomerRecord.cpy".
       FD  CUSTOMER-XREF-FILE.
           COPY "CustomerXrefRecord.cpy".
       FD  DUE-DILIGENCE-FILE.
           COPY "DueDiligenceRecord.cpy".
       FD  PRODUCT-FILE.
           COPY "ProductRecord.cpy".
       FD  HOLDS-FILE.
           COPY "HoldRecord.cpy".
       FD  HELD-FUNDS-FILE.
           COPY "HeldFundsRecord.cpy".
       FD  STANDING-ORDER-FILE.
           COPY "StandingOrderRecord.cpy".
       FD  FUTURE-PAYMENT-FILE.
           COPY "FuturePaymentRecord.cpy".
       FD  PENDING-TRANSFER-FILE.
           COPY "PendingTransferRecord.cpy".
       FD  MANDATE-FILE.
           COPY "MandateRecord.cpy".
       FD  BENEFICIARY-FILE.
           COPY "BeneficiaryRecord.cpy".
       FD  TERM-DEPOSIT-FILE.
           COPY "TermDepositRecord.cpy".
       FD  LOAN-FILE.
           COPY "LoanRecord.cpy".
       FD  CHEQUE-BOOK-FILE.
           COPY "ChequeBookRecord.cpy".
       FD  CHEQUE-FILE.
           COPY "ChequeRecord.cpy".
       FD  CARD-BLOCK-FILE.
           COPY "CardBlockRecord.cpy".
       FD  CARD-DISPUTE-FILE.
           COPY "CardDisputeRecord.cpy".
       FD  FRAUD-CASE-FILE.
           COPY "FraudCaseRecord.cpy".
       FD  VELOCITY-RULE-FILE.
           COPY "VelocityRuleRecord.cpy".
       FD  VELOCITY-LOG-FILE.
           COPY "VelocityLogRecord.cpy".
       FD  WATCH-LIST-FILE.
           COPY "WatchListRecord.cpy".
       FD  FEE-SCHEDULE-FILE.
           COPY "FeeScheduleRecord.cpy".
       FD  INTEREST-RATE-FILE.
           COPY "InterestRateRecord.cpy".
       FD  DEBIT-RATE-FILE.
           COPY "DebitRateRecord.cpy".
       FD  EXCHANGE-RATE-FILE.
           COPY "ExchangeRateRecord.cpy".
       FD  CATEGORY-FILE.
           COPY "CategoryRecord.cpy".
       FD  HOLIDAY-FILE.
           COPY "HolidayRecord.cpy".
       FD  CUTOFF-FILE.
           COPY "CutoffRecord.cpy".
       FD  COLLECTION-CASE-FILE.
           COPY "CollectionCaseRecord.cpy".
       FD  COLLECTION-NOTE-FILE.
           COPY "CollectionNoteRecord.cpy".
       FD  DUNNING-STAGE-FILE.
           COPY "DunningStageRecord.cpy".
       FD  STATEMENT-PROFILE-FILE.
           COPY "StatementProfileRecord.cpy".
       FD  LETTER-TEMPLATE-FILE.
           COPY "LetterTemplateRecord.cpy".
       FD  TELLER-DRAWER-FILE.
           COPY "DrawerRecord.cpy".
       FD  BRANCH-VAULT-FILE.
           COPY "VaultRecord.cpy".
       FD  OPERATOR-FILE.
           COPY "OperatorRecord.cpy".
       FD  LEDGER-SHADOW-FILE.
           COPY "LedgerShadowRecord.cpy".
       FD  ACCOUNT-SWITCH-FILE.
           COPY "AccountSwitchRecord.cpy".
       FD  UNAPPLIED-ITEM-FILE.
           COPY "UnappliedItemRecord.cpy".
       FD  LIVE-SEQUENTIAL-FILE.
       01 LIVE-SEQUENTIAL-RECORD     PIC X(600).
       FD  BACKUP-CATALOG-FILE.
           COPY "BackupCatalogRecord.cpy".
       FD  BACKUP-IMAGE-FILE.
           COPY "BackupImageRecord.cpy".
       FD  BACKUP-MANIFEST-FILE.
           COPY "BackupManifestRecord.cpy".
       FD  RESTORE-CONTROL-FILE.
           COPY "RestoreControlRecord.cpy".
       FD  MAINT-AUDIT-FILE.
           COPY "MaintAuditRecord.cpy".

       WORKING-STORAGE SECTION.
       COPY "ReasonCodes.cpy".
       01 WS-ACCOUNT-FILE-STATUS     PIC X(2).
       01 WS-CUSTOMER-FILE-STATUS    PIC X(2).
       01 WS-CUSTOMER-XREF-STATUS    PIC X(2).
       01 WS-DUE-DILIGENCE-FILE-STATUS PIC X(2).
       01 WS-PRODUCT-FILE-STATUS     PIC X(2).
       01 WS-HOLDS-FILE-STATUS       PIC X(2).
       01 WS-HELD-FUNDS-FILE-STATUS  PIC X(2).
       01 WS-STANDING-ORDER-FILE-STATUS PIC X(2).
       01 WS-FUTURE-PAYMENT-FILE-STATUS PIC X(2).
       01 WS-PENDING-TRANSFER-FILE-STATUS PIC X(2).
       01 WS-MANDATE-FILE-STATUS     PIC X(2).
       01 WS-BENEFICIARY-FILE-STATUS PIC X(2).
       01 WS-TERM-DEPOSIT-FILE-STATUS PIC X(2).
       01 WS-LOAN-FILE-STATUS        PIC X(2).
       01 WS-CHEQUE-BOOK-STATUS      PIC X(2).
       01 WS-CHEQUE-FILE-STATUS      PIC X(2).
       01 WS-CARD-BLOCK-STATUS       PIC X(2).
       01 WS-CARD-DISPUTE-STATUS     PIC X(2).
       01 WS-FRAUD-CASE-STATUS       PIC X(2).
       01 WS-VELOCITY-RULE-STATUS    PIC X(2).
       01 WS-VELOCITY-LOG-STATUS     PIC X(2).
       01 WS-WATCH-LIST-FILE-STATUS  PIC X(2).
       01 WS-FEE-SCHEDULE-FILE-STATUS PIC X(2).
       01 WS-INTEREST-RATE-FILE-STATUS PIC X(2).
       01 WS-DEBIT-RATE-FILE-STATUS  PIC X(2).
       01 WS-EXCHANGE-RATE-FILE-STATUS PIC X(2).
       01 WS-CATEGORY-FILE-STATUS    PIC X(2).
       01 WS-HOLIDAY-FILE-STATUS     PIC X(2).
       01 WS-CUTOFF-FILE-STATUS      PIC X(2).
       01 WS-COLLECTION-CASE-STATUS  PIC X(2).
       01 WS-COLLECTION-NOTE-STATUS  PIC X(2).
       01 WS-DUNNING-STAGE-STATUS    PIC X(2).
       01 WS-STATEMENT-PROFILE-STATUS PIC X(2).
       01 WS-LETTER-TEMPLATE-STATUS  PIC X(2).
       01 WS-DRAWER-FILE-STATUS      PIC X(2).
       01 WS-VAULT-FILE-STATUS       PIC X(2).
       01 WS-OPERATOR-FILE-STATUS    PIC X(2).
       01 WS-LEDGER-SHADOW-STATUS    PIC X(2).
       01 WS-ACCOUNT-SWITCH-STATUS   PIC X(2).
       01 WS-UNAPPLIED-ITEM-STATUS   PIC X(2).
       01 WS-LIVE-FILE-STATUS       PIC X(2).
       01 WS-LIVE-FILE-NAME         PIC X(14).
       01 WS-BACKUP-CATALOG-STATUS  PIC X(2).
       01 WS-BACKUP-IMAGE-STATUS    PIC X(2).
       01 WS-BACKUP-IMAGE-NAME      PIC X(10).
       01 WS-BACKUP-MANIFEST-STATUS PIC X(2).
       01 WS-BACKUP-MANIFEST-NAME   PIC X(10).
       01 WS-RESTORE-CONTROL-STATUS PIC X(2).
       01 WS-MAINT-AUDIT-FILE-STATUS PIC X(2).
       01 WS-SIGNON-OPERATOR-ID     PIC X(8).
       01 WS-SIGNON-LEVEL           PIC 9(1).
       01 ERROR-CODE                PIC 9(2).
       01 WS-TODAY                  PIC 9(8).
       01 WS-TIME-NOW               PIC 9(8).
       01 WS-EOF-FLAG               PIC X(1).
       01 WS-EOF-IMAGE              PIC X(1).
       01 WS-CONFIRM                PIC X(1).
       01 WS-ENTERED-GENERATION     PIC 9(6).
       01 WS-BACKUP-REQUEST         PIC X(1).
       01 WS-BACKUP-GENERATION      PIC 9(6).
       01 WS-SLOT                   PIC 9(2).
       01 WS-GEN-IDX                PIC 9(2).
       01 WS-GEN-COUNT              PIC 9(2) VALUE 0.
       01 WS-THIS-GEN               PIC 9(2) VALUE 0.
       01 WS-FILE-IDX               PIC 9(3).
       01 WS-FILE-COUNT             PIC 9(3) VALUE 0.
      *    Outcome of creating the live file in hand: "00" written,
      *    anything else not.
       01 WS-OPEN-STATUS            PIC X(2).
       01 WS-RESTORE-FAILED         PIC X(1) VALUE "N".
       01 WS-FILE-RECORDS           PIC 9(9).
       01 WS-FILE-REJECTS           PIC 9(9).
       01 WS-TOTAL-RECORDS          PIC 9(9) VALUE 0.
       01 WS-RESTORE-OUTCOME        PIC X(1).

       01 GENERATION-TABLE.
           05 GEN-ENTRY OCCURS 99 TIMES.
               10 GEN-GENERATION     PIC 9(6).
               10 GEN-SLOT           PIC 9(2).
               10 GEN-DATE           PIC 9(8).
               10 GEN-TIME           PIC 9(6).
               10 GEN-STAGE          PIC X(1).
               10 GEN-FILE-COUNT     PIC 9(3).
               10 GEN-RECORD-COUNT   PIC 9(9).

      *    Manifest of the generation being put back, in image order.
       01 MANIFEST-TABLE.
           05 MAN-ENTRY OCCURS 80 TIMES.
               10 MAN-FILE-NAME      PIC X(14).
               10 MAN-PRESENT        PIC X(1).
               10 MAN-RECORD-COUNT   PIC 9(9).

       PROCEDURE DIVISION.
       START-SYSTEM-RESTORE.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           CALL "OperatorSignon" USING WS-SIGNON-OPERATOR-ID
               WS-SIGNON-LEVEL ERROR-CODE.
           IF ERROR-CODE NOT = RC-SUCCESS
               DISPLAY "Exiting."
               STOP RUN
           END-IF.
           IF WS-SIGNON-LEVEL < 2
               DISPLAY "Error: restoring a backup requires supervisor "
                   "level."
               STOP RUN
           END-IF.
           PERFORM LOAD-COMPLETE-GENERATIONS.
           IF WS-GEN-COUNT = 0
               DISPLAY "No complete backup generation on the "
                   "catalogue; nothing to restore."
               STOP RUN
           END-IF.
           DISPLAY "GENERATION DATE     TIME   STAGE FILES RECORDS".
           PERFORM VARYING WS-GEN-IDX FROM 1 BY 1
                   UNTIL WS-GEN-IDX > WS-GEN-COUNT
               DISPLAY GEN-GENERATION (WS-GEN-IDX) "     "
                   GEN-DATE (WS-GEN-IDX) " "
                   GEN-TIME (WS-GEN-IDX) " "
                   GEN-STAGE (WS-GEN-IDX) "     "
                   GEN-FILE-COUNT (WS-GEN-IDX) "   "
                   GEN-RECORD-COUNT (WS-GEN-IDX)
           END-PERFORM.
           DISPLAY "Stage S was taken before the night run, E after.".
           DISPLAY "Generation to restore: ".
           ACCEPT WS-ENTERED-GENERATION.
           MOVE 0 TO WS-THIS-GEN.
           PERFORM VARYING WS-GEN-IDX FROM 1 BY 1
                   UNTIL WS-GEN-IDX > WS-GEN-COUNT
               IF GEN-GENERATION (WS-GEN-IDX) = WS-ENTERED-GENERATION
                   MOVE WS-GEN-IDX TO WS-THIS-GEN
               END-IF
           END-PERFORM.
           IF WS-THIS-GEN = 0
               DISPLAY "Generation " WS-ENTERED-GENERATION
                   " is not a complete generation on the catalogue."
               STOP RUN
           END-IF.
           MOVE GEN-SLOT (WS-THIS-GEN) TO WS-SLOT.
           PERFORM BUILD-SLOT-NAMES.
           PERFORM LOAD-RESTORE-MANIFEST.
           IF WS-FILE-COUNT NOT = GEN-FILE-COUNT (WS-THIS-GEN)
               DISPLAY WS-BACKUP-MANIFEST-NAME " does not list the "
                   GEN-FILE-COUNT (WS-THIS-GEN) " file(s) of "
                   "generation " WS-ENTERED-GENERATION
                   "; nothing restored."
               STOP RUN
           END-IF.
           OPEN INPUT BACKUP-IMAGE-FILE.
           IF WS-BACKUP-IMAGE-STATUS NOT = "00"
               DISPLAY "Unable to open " WS-BACKUP-IMAGE-NAME
                   ", status " WS-BACKUP-IMAGE-STATUS
                   "; nothing restored."
               STOP RUN
           END-IF.
           DISPLAY "Every data file will be replaced by generation "
               WS-ENTERED-GENERATION " of " GEN-DATE (WS-THIS-GEN)
               ". Nothing else may be running. Proceed (Y/N)? ".
           ACCEPT WS-CONFIRM.
           IF WS-CONFIRM NOT = "Y" AND WS-CONFIRM NOT = "y"
               CLOSE BACKUP-IMAGE-FILE
               DISPLAY "Restore abandoned; nothing changed."
               STOP RUN
           END-IF.
           MOVE "R" TO WS-RESTORE-OUTCOME.
           PERFORM WRITE-RESTORE-CONTROL.
           MOVE "N" TO WS-EOF-IMAGE.
           PERFORM READ-NEXT-IMAGE.
           PERFORM VARYING WS-FILE-IDX FROM 1 BY 1
                   UNTIL WS-FILE-IDX > WS-FILE-COUNT
               PERFORM RESTORE-ONE-FILE
           END-PERFORM.
           IF WS-EOF-IMAGE NOT = "Y"
               DISPLAY "Image " WS-BACKUP-IMAGE-NAME " holds records "
                   "for " BKI-FILE-NAME " beyond its manifest."
               MOVE "Y" TO WS-RESTORE-FAILED
           END-IF.
           CLOSE BACKUP-IMAGE-FILE.
           DISPLAY WS-FILE-COUNT " file(s), " WS-TOTAL-RECORDS
               " record(s) put back; checking against the manifest.".
           MOVE "V" TO WS-BACKUP-REQUEST.
           MOVE WS-ENTERED-GENERATION TO WS-BACKUP-GENERATION.
           CALL "SystemBackup" USING WS-BACKUP-REQUEST
               WS-BACKUP-GENERATION.
           IF RETURN-CODE NOT = 0
               MOVE "Y" TO WS-RESTORE-FAILED
               MOVE 0 TO RETURN-CODE
           END-IF.
           IF WS-RESTORE-FAILED = "Y"
               MOVE "F" TO WS-RESTORE-OUTCOME
           ELSE
               MOVE "V" TO WS-RESTORE-OUTCOME
           END-IF.
           PERFORM WRITE-RESTORE-CONTROL.
           PERFORM WRITE-RESTORE-AUDIT.
           IF WS-RESTORE-FAILED = "Y"
               DISPLAY "RESTORE OF GENERATION " WS-ENTERED-GENERATION
                   " DID NOT VERIFY. The system must not be used; "
                   "run the restore again or choose another "
                   "generation."
           ELSE
               DISPLAY "Generation " WS-ENTERED-GENERATION
                   " restored and verified against its manifest."
           END-IF.
           STOP RUN.

       LOAD-COMPLETE-GENERATIONS.
           MOVE 0 TO WS-GEN-COUNT.
           OPEN INPUT BACKUP-CATALOG-FILE.
           IF WS-BACKUP-CATALOG-STATUS = "00"
               MOVE "N" TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF-FLAG = "Y"
                   READ BACKUP-CATALOG-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-FLAG
                       NOT AT END
                           IF BCT-STATUS = "C" AND WS-GEN-COUNT < 99
                               ADD 1 TO WS-GEN-COUNT
                               MOVE BCT-GENERATION TO
                                   GEN-GENERATION (WS-GEN-COUNT)
                               MOVE BCT-SLOT TO GEN-SLOT (WS-GEN-COUNT)
                               MOVE BCT-DATE TO GEN-DATE (WS-GEN-COUNT)
                               MOVE BCT-TIME TO GEN-TIME (WS-GEN-COUNT)
                               MOVE BCT-STAGE TO
                                   GEN-STAGE (WS-GEN-COUNT)
                               MOVE BCT-FILE-COUNT TO
                                   GEN-FILE-COUNT (WS-GEN-COUNT)
                               MOVE BCT-RECORD-COUNT TO
                                   GEN-RECORD-COUNT (WS-GEN-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BACKUP-CATALOG-FILE
           END-IF.

       BUILD-SLOT-NAMES.
           MOVE SPACES TO WS-BACKUP-IMAGE-NAME.
           STRING "BKUP" WS-SLOT ".DAT"
               DELIMITED BY SIZE INTO WS-BACKUP-IMAGE-NAME.
           MOVE SPACES TO WS-BACKUP-MANIFEST-NAME.
           STRING "BKUP" WS-SLOT ".MAN"
               DELIMITED BY SIZE INTO WS-BACKUP-MANIFEST-NAME.

       LOAD-RESTORE-MANIFEST.
           MOVE 0 TO WS-FILE-COUNT.
           OPEN INPUT BACKUP-MANIFEST-FILE.
           IF WS-BACKUP-MANIFEST-STATUS = "00"
               MOVE "N" TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF-FLAG = "Y"
                   READ BACKUP-MANIFEST-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-FLAG
                       NOT AT END
                           IF BKM-GENERATION = WS-ENTERED-GENERATION
                               AND WS-FILE-COUNT < 80
                               ADD 1 TO WS-FILE-COUNT
                               MOVE BKM-FILE-NAME TO
                                   MAN-FILE-NAME (WS-FILE-COUNT)
                               MOVE BKM-PRESENT TO
                                   MAN-PRESENT (WS-FILE-COUNT)
                               MOVE BKM-RECORD-COUNT TO
                                   MAN-RECORD-COUNT (WS-FILE-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BACKUP-MANIFEST-FILE
           END-IF.

       READ-NEXT-IMAGE.
           READ BACKUP-IMAGE-FILE
               AT END
                   MOVE "Y" TO WS-EOF-IMAGE
           END-READ.

      * Every file on the manifest is created afresh and loaded with
      * the image records carrying its name, which follow one another
      * in manifest order. A file absent from the generation has no
      * image records, so it is left empty.
       RESTORE-ONE-FILE.
           MOVE MAN-FILE-NAME (WS-FILE-IDX) TO WS-LIVE-FILE-NAME.
           MOVE 0 TO WS-FILE-RECORDS.
           MOVE 0 TO WS-FILE-REJECTS.
           EVALUATE WS-LIVE-FILE-NAME
               WHEN "ACCOUNTS.DAT"
                   PERFORM LOAD-ACCOUNT-MASTER-FILE
               WHEN "CUSTOMER.DAT"
                   PERFORM LOAD-CUSTOMER-FILE
               WHEN "CUSTXREF.DAT"
                   PERFORM LOAD-CUSTOMER-XREF-FILE
               WHEN "CUSTCDD.DAT"
                   PERFORM LOAD-DUE-DILIGENCE-FILE
               WHEN "PRODUCT.DAT"
                   PERFORM LOAD-PRODUCT-FILE
               WHEN "HOLDS.DAT"
                   PERFORM LOAD-HOLDS-FILE
               WHEN "HELDFNDS.DAT"
                   PERFORM LOAD-HELD-FUNDS-FILE
               WHEN "STANDORD.DAT"
                   PERFORM LOAD-STANDING-ORDER-FILE
               WHEN "FUTPAY.DAT"
                   PERFORM LOAD-FUTURE-PAYMENT-FILE
               WHEN "PENDXFER.DAT"
                   PERFORM LOAD-PENDING-TRANSFER-FILE
               WHEN "MANDATE.DAT"
                   PERFORM LOAD-MANDATE-FILE
               WHEN "BENEF.DAT"
                   PERFORM LOAD-BENEFICIARY-FILE
               WHEN "TERMDEP.DAT"
                   PERFORM LOAD-TERM-DEPOSIT-FILE
               WHEN "LOANS.DAT"
                   PERFORM LOAD-LOAN-FILE
               WHEN "CHEQBOOK.DAT"
                   PERFORM LOAD-CHEQUE-BOOK-FILE
               WHEN "CHEQUES.DAT"
                   PERFORM LOAD-CHEQUE-FILE
               WHEN "CARDBLK.DAT"
                   PERFORM LOAD-CARD-BLOCK-FILE
               WHEN "CARDDISP.DAT"
                   PERFORM LOAD-CARD-DISPUTE-FILE
               WHEN "FRAUDCAS.DAT"
                   PERFORM LOAD-FRAUD-CASE-FILE
               WHEN "VELRULE.DAT"
                   PERFORM LOAD-VELOCITY-RULE-FILE
               WHEN "VELOCLOG.DAT"
                   PERFORM LOAD-VELOCITY-LOG-FILE
               WHEN "WATCHLST.DAT"
                   PERFORM LOAD-WATCH-LIST-FILE
               WHEN "FEESCHED.DAT"
                   PERFORM LOAD-FEE-SCHEDULE-FILE
               WHEN "RATETABL.DAT"
                   PERFORM LOAD-INTEREST-RATE-FILE
               WHEN "DEBRATE.DAT"
                   PERFORM LOAD-DEBIT-RATE-FILE
               WHEN "EXCHRATE.DAT"
                   PERFORM LOAD-EXCHANGE-RATE-FILE
               WHEN "CATEGORY.DAT"
                   PERFORM LOAD-CATEGORY-FILE
               WHEN "HOLIDAY.DAT"
                   PERFORM LOAD-HOLIDAY-FILE
               WHEN "CUTOFF.DAT"
                   PERFORM LOAD-CUTOFF-FILE
               WHEN "COLLECT.DAT"
                   PERFORM LOAD-COLLECTION-CASE-FILE
               WHEN "COLNOTE.DAT"
                   PERFORM LOAD-COLLECTION-NOTE-FILE
               WHEN "DUNSTAGE.DAT"
                   PERFORM LOAD-DUNNING-STAGE-FILE
               WHEN "STMTPROF.DAT"
                   PERFORM LOAD-STATEMENT-PROFILE-FILE
               WHEN "LETTERTP.DAT"
                   PERFORM LOAD-LETTER-TEMPLATE-FILE
               WHEN "DRAWER.DAT"
                   PERFORM LOAD-TELLER-DRAWER-FILE
               WHEN "VAULT.DAT"
                   PERFORM LOAD-BRANCH-VAULT-FILE
               WHEN "OPERATOR.DAT"
                   PERFORM LOAD-OPERATOR-FILE
               WHEN "LEDGERIX.DAT"
                   PERFORM LOAD-LEDGER-SHADOW-FILE
               WHEN "SWITCH.DAT"
                   PERFORM LOAD-ACCOUNT-SWITCH-FILE
               WHEN "UNAPPLIED.DAT"
                   PERFORM LOAD-UNAPPLIED-ITEM-FILE
               WHEN OTHER
                   PERFORM LOAD-LIVE-SEQUENTIAL-FILE
           END-EVALUATE.
           IF WS-OPEN-STATUS NOT = "00"
               DISPLAY "  " WS-LIVE-FILE-NAME " could not be "
                   "created, status " WS-OPEN-STATUS "."
               MOVE "Y" TO WS-RESTORE-FAILED
           END-IF.
           IF WS-FILE-REJECTS > 0
               DISPLAY "  " WS-LIVE-FILE-NAME " refused "
                   WS-FILE-REJECTS " record(s)."
               MOVE "Y" TO WS-RESTORE-FAILED
           END-IF.
           IF MAN-PRESENT (WS-FILE-IDX) = "N"
               DISPLAY "  " WS-LIVE-FILE-NAME " not in the "
                   "generation; emptied."
           ELSE
               DISPLAY "  " WS-LIVE-FILE-NAME " " WS-FILE-RECORDS
                   " of " MAN-RECORD-COUNT (WS-FILE-IDX)
                   " record(s) restored."
           END-IF.
           ADD WS-FILE-RECORDS TO WS-TOTAL-RECORDS.

       LOAD-ACCOUNT-MASTER-FILE.
           OPEN OUTPUT ACCOUNT-MASTER-FILE.
           MOVE WS-ACCOUNT-FILE-STATUS TO WS-OPEN-STATUS.
           PERFORM UNTIL WS-EOF-IMAGE = "Y"
                   OR BKI-FILE-NAME NOT = WS-LIVE-FILE-NAME
               IF WS-OPEN-STATUS = "00"
                   MOVE BKI-DATA TO ACCOUNT-RECORD
                   WRITE ACCOUNT-RECORD
                       INVALID KEY
                           ADD 1 TO WS-FILE-REJECTS
                           SUBTRACT 1 FROM WS-FILE-RECORDS
                   END-WRITE
                   ADD 1 TO WS-FILE-RECORDS
               END-IF
               PERFORM READ-NEXT-IMAGE
           END-PERFORM.
           IF WS-OPEN-STATUS = "00"
               CLOSE ACCOUNT-MASTER-FILE
           END-IF.

       LOAD-CUSTOMER-FILE.
           OPEN OUTPUT CUSTOMER-FILE.
           MOVE WS-CUSTOMER-FILE-STATUS TO WS-OPEN-STATUS.
           PERFORM UNTIL WS-EOF-IMAGE = "Y"
                   OR BKI-FILE-NAME NOT = WS-LIVE-FILE-NAME
               IF WS-OPEN-STATUS = "00"
                   MOVE BKI-DATA TO CUSTOMER-RECORD
                   WRITE CUSTOMER-RECORD
                       INVALID KEY
                           ADD 1 TO WS-FILE-REJECTS
                           SUBTRACT 1 FROM WS-FILE-RECORDS
                   END-WRITE
                   ADD 1 TO WS-FILE-RECORDS
               END-IF
               PERFORM READ-NEXT-IMAGE
           END-PERFORM.
           IF WS-OPEN-STATUS = "00"
               CLOSE CUSTOMER-FILE
           END-IF.

       LOAD-CUSTOMER-XREF-FILE.
           OPEN OUTPUT CUSTOMER-XREF-FILE.
           MOVE WS-CUSTOMER-XREF-STATUS TO WS-OPEN-STATUS.
           PERFORM UNTIL WS-EOF-IMAGE = "Y"
                   OR BKI-FILE-NAME NOT = WS-LIVE-FILE-NAME
               IF WS-OPEN-STATUS = "00"
                   MOVE BKI-DATA TO CUSTOMER-XREF-RECORD
                   WRITE CUSTOMER-XREF-RECORD
                       INVALID KEY
                           ADD 1 TO WS-FILE-REJECTS
                           SUBTRACT 1 FROM WS-FILE-RECORDS
                   END-WRITE
                   ADD 1 TO WS-FILE-RECORDS
               END-IF
               PERFORM READ-NEXT-IMAGE
           END-PERFORM.
           IF WS-OPEN-STATUS = "00"
               CLOSE CUSTOMER-XREF-FILE
           END-IF.

       LOAD-DUE-DILIGENCE-FILE.
           OPEN OUTPUT DUE-DILIGENCE-FILE.
           MOVE WS-DUE-DILIGENCE-FILE-STATUS TO WS-OPEN-STATUS.
           PERFORM UNTIL WS-EOF-IMAGE = "Y"
                   OR BKI-FILE-NAME NOT = WS-LIVE-FILE-NAME
               IF WS-OPEN-STATUS = "00"
                   MOVE BKI-DATA TO DUE-DILIGENCE-RECORD
                   WRITE DUE-DILIGENCE-RECORD
                       INVALID KEY
                           ADD 1 TO WS-FILE-REJECTS
                           SUBTRACT 1 FROM WS-FILE-RECORDS
                   END-WRITE
                   ADD 1 TO WS-FILE-RECORDS
               END-IF
               PERFORM READ-NEXT-IMAGE
           END-PERFORM.
           IF WS-OPEN-STATUS = "00"
               CLOSE DUE-DILIGENCE-FILE
           END-IF.

       LOAD-PRODUCT-FILE.
           OPEN OUTPUT PRODUCT-FILE.
           MOVE WS-PRODUCT-FILE-STATUS TO WS-OPEN-STATUS.
           PERFORM UNTIL WS-EOF-IMAGE = "Y"
                   OR BKI-FILE-NAME NOT = WS-LIVE-FILE-NAME
               IF WS-OPEN-STATUS = "00"
                   MOVE BKI-DATA TO PRODUCT-RECORD
                   WRITE PRODUCT-RECORD
                       INVALID KEY
                           ADD 1 TO WS-FILE-REJECTS
                           SUBTRACT 1 FROM WS-FILE-RECORDS
                   END-WRITE
                   ADD 1 TO WS-FILE-RECORDS
               END-IF
               PERFORM READ-NEXT-IMAGE
           END-PERFORM.
           IF WS-OPEN-STATUS = "00"
               CLOSE PRODUCT-FILE
           END-IF.

       LOAD-HOLDS-FILE.
           OPEN OUTPUT HOLDS-FILE.
           MOVE WS-HOLDS-FILE-STATUS TO WS-OPEN-STATUS.
           PERFORM UNTIL WS-EOF-IMAGE = "Y"
                   OR BKI-FILE-NAME NOT = WS-LIVE-FILE-NAME
               IF WS-OPEN-STATUS = "00"
                   MOVE BKI-DATA TO HOLD-RECORD
                   WRITE HOLD-RECORD
                       INVALID KEY
                           ADD 1 TO WS-FILE-REJECTS
                           SUBTRACT 1 FROM WS-FILE-RECORDS
                   END-WRITE
                   ADD 1 TO WS-FILE-RECORDS
               END-IF
               PERFORM READ-NEXT-IMAGE
           END-PERFORM.
           IF WS-OPEN-STATUS = "00"
               CLOSE HOLDS-FILE
           END-IF.

       LOAD-HELD-FUNDS-FILE.
           OPEN OUTPUT HELD-FUNDS-FILE.
           MOVE WS-HELD-FUNDS-FILE-STATUS TO WS-OPEN-STATUS.
           PERFORM UNTIL WS-EOF-IMAGE = "Y"
                   OR BKI-FILE-NAME NOT = WS-LIVE-FILE-NAME
               IF WS-OPEN-STATUS = "00"
                   MOVE BKI-DATA TO HELD-FUNDS-RECORD
                   WRITE HELD-FUNDS-RECORD
                       INVALID KEY
                           ADD 1 TO WS-FILE-REJECTS
                           SUBTRACT 1 FROM WS-FILE-RECORDS
                   END-WRITE
                   ADD 1 TO WS-FILE-RECORDS
               END-IF
               PERFORM READ-NEXT-IMAGE
           END-PERFORM.
           IF WS-OPEN-STATUS = "00"
               CLOSE HELD-FUNDS-FILE
           END-IF.

       LOAD-STANDING-ORDER-FILE.
           OPEN OUTPUT STANDING-ORDER-FILE.
           MOVE WS-STANDING-ORDER-FILE-STATUS TO WS-OPEN-STATUS.
           PERFORM UNTIL WS-EOF-IMAGE = "Y"
                   OR BKI-FILE-NAME NOT = WS-LIVE-FILE-NAME
               IF WS-OPEN-STATUS = "00"
                   MOVE BKI-DATA TO STANDING-ORDER-RECORD
                   WRITE STANDING-ORDER-RECORD
                       INVALID KEY
                           ADD 1 TO WS-FILE-REJECTS
                           SUBTRACT 1 FROM WS-FILE-RECORDS
                   END-WRITE
                   ADD 1 TO WS-FILE-RECORDS
               END-IF
               PERFORM READ-NEXT-IMAGE
           END-PERFORM.
           IF WS-OPEN-STATUS = "00"
               CLOSE STANDING-ORDER-FILE
           END-IF.

       LOAD-FUTURE-PAYMENT-FILE.
           OPEN OUTPUT FUTURE-PAYMENT-FILE.
           MOVE WS-FUTURE-PAYMENT-FILE-STATUS TO WS-OPEN-STATUS.
           PERFORM UNTIL WS-EOF-IMAGE = "Y"
                   OR BKI-FILE-NAME NOT = WS-LIVE-FILE-NAME
               IF WS-OPEN-STATUS = "00"
                   MOVE BKI-DATA TO FUTURE-PAYMENT-RECORD
                   WRITE FUTURE-PAYMENT-RECORD
                       INVALID KEY
                           ADD 1 TO WS-FILE-REJECTS
                           SUBTRACT 1 FROM WS-FILE-RECORDS
                   END-WRITE
                   ADD 1 TO WS-FILE-RECORDS
               END-IF
               PERFORM READ-NEXT-IMAGE
           END-PERFORM.
           IF WS-OPEN-STATUS = "00"
               CLOSE FUTURE-PAYMENT-FILE
           END-IF.

       LOAD-PENDING-TRANSFER-FILE.
           OPEN OUTPUT PENDING-TRANSFER-FILE.
           MOVE WS-PENDING-TRANSFER-FILE-STATUS TO WS-OPEN-STATUS.
           PERFORM UNTIL WS-EOF-IMAGE = "Y"
                   OR BKI-FILE-NAME NOT = WS-LIVE-FILE-NAME
               IF WS-OPEN-STATUS = "00"
                   MOVE BKI-DATA TO PENDING-TRANSFER-RECORD
                   WRITE PENDING-TRANSFER-RECORD
                       INVALID KEY
                           ADD 1 TO WS-FILE-REJECTS
                           SUBTRACT 1 FROM WS-FILE-RECORDS
                   END-WRITE
                   ADD 1 TO WS-FILE-RECORDS
               END-IF
               PERFORM READ-NEXT-IMAGE
           END-PERFORM.
           IF WS-OPEN-STATUS = "00"
               CLOSE PENDING-TRANSFER-FILE
           END-IF.

       LOAD-MANDATE-FILE.
           OPEN OUTPUT MANDATE-FILE.
           MOVE WS-MANDATE-FILE-STATUS TO WS-OPEN-STATUS.
           PERFORM UNTIL WS-EOF-IMAGE = "Y"
                   OR BKI-FILE-NAME NOT = WS-LIVE-FILE-NAME
               IF WS-OPEN-STATUS = "00"
                   MOVE BKI-DATA TO MANDATE-RECORD
                   WRITE MANDATE-RECORD
                       INVALID KEY
                           ADD 1 TO WS-FILE-REJECTS
                           SUBTRACT 1 FROM WS-FILE-RECORDS
                   END-WRITE
                   ADD 1 TO WS-FILE-RECORDS
               END-IF
               PERFORM READ-NEXT-IMAGE
           END-PERFORM.
           IF WS-OPEN-STATUS = "00"
               CLOSE MANDATE-FILE
           END-IF.

       LOAD-BENEFICIARY-FILE.
           OPEN OUTPUT BENEFICIARY-FILE.
           MOVE WS-BENEFICIARY-FILE-STATUS TO WS-OPEN-STATUS.
           PERFORM UNTIL WS-EOF-IMAGE = "Y"
                   OR BKI-FILE-NAME NOT = WS-LIVE-FILE-NAME
               IF WS-OPEN-STATUS = "00"
                   MOVE BKI-DATA TO BENEFICIARY-RECORD
                   WRITE BENEFICIARY-RECORD
                       INVALID KEY
                           ADD 1 TO WS-FILE-REJECTS
                           SUBTRACT 1 FROM WS-FILE-RECORDS
                   END-WRITE
                   ADD 1 TO WS-FILE-RECORDS
               END-IF
               PERFORM READ-NEXT-IMAGE
           END-PERFORM.
           IF WS-OPEN-STATUS = "00"
               CLOSE BENEFICIARY-FILE
           END-IF.

       LOAD-TERM-DEPOSIT-FILE.
           OPEN OUTPUT TERM-DEPOSIT-FILE.
           MOVE WS-TERM-DEPOSIT-FILE-STATUS TO WS-OPEN-STATUS.
           PERFORM UNTIL WS-EOF-IMAGE = "Y"
                   OR BKI-FILE-NAME NOT = WS-LIVE-FILE-NAME
               IF WS-OPEN-STATUS = "00"
                   MOVE BKI-DATA TO TERM-DEPOSIT-RECORD
                   WRITE TERM-DEPOSIT-RECORD
                       INVALID KEY
                           ADD 1 TO WS-FILE-REJECTS
                           SUBTRACT 1 FROM WS-FILE-RECORDS
                   END-WRITE
                   ADD 1 TO WS-FILE-RECORDS
               END-IF
               PERFORM READ-NEXT-IMAGE
           END-PERFORM.
           IF WS-OPEN-STATUS = "00"
               CLOSE TERM-DEPOSIT-FILE
           END-IF.

       LOAD-LOAN-FILE.
           OPEN OUTPUT LOAN-FILE.
           MOVE WS-LOAN-FILE-STATUS TO WS-OPEN-STATUS.
           PERFORM UNTIL WS-EOF-IMAGE = "Y"
                   OR BKI-FILE-NAME NOT = WS-LIVE-FILE-NAME
               IF WS-OPEN-STATUS = "00"
                   MOVE BKI-DATA TO LOAN-RECORD
                   WRITE LOAN-RECORD
                       INVALID KEY
                           ADD 1 TO WS-FILE-REJECTS
                           SUBTRACT 1 FROM WS-FILE-RECORDS
                   END-WRITE
                   ADD 1 TO WS-FILE-RECORDS
               END-IF
               PERFORM READ-NEXT-IMAGE
           END-PERFORM.
           IF WS-OPEN-STATUS = "00"
               CLOSE LOAN-FILE
           END-IF.

       LOAD-CHEQUE-BOOK-FILE.
           OPEN OUTPUT CHEQUE-BOOK-FILE.
           MOVE WS-CHEQUE-BOOK-STATUS TO WS-OPEN-STATUS.
           PERFORM UNTIL WS-EOF-IMAGE = "Y"
                   OR BKI-FILE-NAME NOT = WS-LIVE-FILE-NAME
               IF WS-OPEN-STATUS = "00"
                   MOVE BKI-DATA TO CHEQUE-BOOK-RECORD
                   WRITE CHEQUE-BOOK-RECORD
                       INVALID KEY
                           ADD 1 TO WS-FILE-REJECTS
                           SUBTRACT 1 FROM WS-FILE-RECORDS
                   END-WRITE
                   ADD 1 TO WS-FILE-RECORDS
               END-IF
               PERFORM READ-NEXT-IMAGE
           END-PERFORM.
           IF WS-OPEN-STATUS = "00"
               CLOSE CHEQUE-BOOK-FILE
           END-IF.

       LOAD-CHEQUE-FILE.
           OPEN OUTPUT CHEQUE-FILE.
           MOVE WS-CHEQUE-FILE-STATUS TO WS-OPEN-STATUS.
           PERFORM UNTIL WS-EOF-IMAGE = "Y"
                   OR BKI-FILE-NAME NOT = WS-LIVE-FILE-NAME
               IF WS-OPEN-STATUS = "00"
                   MOVE BKI-DATA TO CHEQUE-RECORD
                   WRITE CHEQUE-RECORD
                       INVALID KEY
                           ADD 1 TO WS-FILE-REJECTS
                           SUBTRACT 1 FROM WS-FILE-RECORDS
                   END-WRITE
                   ADD 1 TO WS-FILE-RECORDS
               END-IF
               PERFORM READ-NEXT-IMAGE
           END-PERFORM.
           IF WS-OPEN-STATUS = "00"
               CLOSE CHEQUE-FILE
           END-IF.

       LOAD-CARD-BLOCK-FILE.
           OPEN OUTPUT CARD-BLOCK-FILE.
           MOVE WS-CARD-BLOCK-STATUS TO WS-OPEN-STATUS.
           PERFORM UNTIL WS-EOF-IMAGE = "Y"
                   OR BKI-FILE-NAME NOT = WS-LIVE-FILE-NAME
               IF WS-OPEN-STATUS = "00"
                   MOVE BKI-DATA TO CARD-BLOCK-RECORD
                   WRITE CARD-BLOCK-RECORD
                       INVALID KEY
                           ADD 1 TO WS-FILE-REJECTS
                           SUBTRACT 1 FROM WS-FILE-RECORDS
                   END-WRITE
                   ADD 1 TO WS-FILE-RECORDS
               END-IF
               PERFORM READ-NEXT-IMAGE
           END-PERFORM.
           IF WS-OPEN-STATUS = "00"
               CLOSE CARD-BLOCK-FILE
           END-IF.

       LOAD-CARD-DISPUTE-FILE.
           OPEN OUTPUT CARD-DISPUTE-FILE.
           MOVE WS-CARD-DISPUTE-STATUS TO WS-OPEN-STATUS.
           PERFORM UNTIL WS-EOF-IMAGE = "Y"
                   OR BKI-FILE-NAME NOT = WS-LIVE-FILE-NAME
               IF WS-OPEN-STATUS = "00"
                   MOVE BKI-DATA TO CARD-DISPUTE-RECORD
                   WRITE CARD-DISPUTE-RECORD
                       INVALID KEY
                           ADD 1 TO WS-FILE-REJECTS
                           SUBTRACT 1 FROM WS-FILE-RECORDS
                   END-WRITE
                   ADD 1 TO WS-FILE-RECORDS
               END-IF
               PERFORM READ-NEXT-IMAGE
           END-PERFORM.
           IF WS-OPEN-STATUS = "00"
               CLOSE CARD-DISPUTE-FILE
           END-IF.

       LOAD-FRAUD-CASE-FILE.
           OPEN OUTPUT FRAUD-CASE-FILE.
           MOVE WS-FRAUD-CASE-STATUS TO WS-OPEN-STATUS.
           PERFORM UNTIL WS-EOF-IMAGE = "Y"
                   OR BKI-FILE-NAME NOT = WS-LIVE-FILE-NAME
               IF WS-OPEN-STATUS = "00"
                   MOVE BKI-DATA TO FRAUD-CASE-RECORD
                   WRITE FRAUD-CASE-RECORD
                       INVALID KEY
                           ADD 1 TO WS-FILE-REJECTS
                           SUBTRACT 1 FROM WS-FILE-RECORDS
                   END-WRITE
                   ADD 1 TO WS-FILE-RECORDS
               END-IF
               PERFORM READ-NEXT-IMAGE
           END-PERFORM.
           IF WS-OPEN-STATUS = "00"
               CLOSE FRAUD-CASE-FILE
           END-IF.

       LOAD-VELOCITY-RULE-FILE.
           OPEN OUTPUT VELOCITY-RULE-FILE.
           MOVE WS-VELOCITY-RULE-STATUS TO WS-OPEN-STATUS.
           PERFORM UNTIL WS-EOF-IMAGE = "Y"
                   OR BKI-FILE-NAME NOT = WS-LIVE-FILE-NAME
               IF WS-OPEN-STATUS = "00"
                   MOVE BKI-DATA TO VELOCITY-RULE-RECORD
                   WRITE VELOCITY-RULE-RECORD
                       INVALID KEY
                           ADD 1 TO WS-FILE-REJECTS
                           SUBTRACT 1 FROM WS-FILE-RECORDS
                   END-WRITE
                   ADD 1 TO WS-FILE-RECORDS
               END-IF
               PERFORM READ-NEXT-IMAGE
           END-PERFORM.
           IF WS-OPEN-STATUS = "00"
               CLOSE VELOCITY-RULE-FILE
           END-IF.

       LOAD-VELOCITY-LOG-FILE.
           OPEN OUTPUT VELOCITY-LOG-FILE.
           MOVE WS-VELOCITY-LOG-STATUS TO WS-OPEN-STATUS.
           PERFORM UNTIL WS-EOF-IMAGE = "Y"
                   OR BKI-FILE-NAME NOT = WS-LIVE-FILE-NAME
               IF WS-OPEN-STATUS = "00"
                   MOVE BKI-DATA TO VELOCITY-LOG-RECORD
                   WRITE VELOCITY-LOG-RECORD
                       INVALID KEY
                           ADD 1 TO WS-FILE-REJECTS
                           SUBTRACT 1 FROM WS-FILE-RECORDS
                   END-WRITE
                   ADD 1 TO WS-FILE-RECORDS
               END-IF
               PERFORM READ-NEXT-IMAGE
           END-PERFORM.
           IF WS-OPEN-STATUS = "00"
               CLOSE VELOCITY-LOG-FILE
           END-IF.

       LOAD-WATCH-LIST-FILE.
           OPEN OUTPUT WATCH-LIST-FILE.
           MOVE WS-WATCH-LIST-FILE-STATUS TO WS-OPEN-STATUS.
           PERFORM UNTIL WS-EOF-IMAGE = "Y"
                   OR BKI-FILE-NAME NOT = WS-LIVE-FILE-NAME
               IF WS-OPEN-STATUS = "00"
                   MOVE BKI-DATA TO WATCH-LIST-RECORD
                   WRITE WATCH-LIST-RECORD
                       INVALID KEY
                           ADD 1 TO WS-FILE-REJECTS
                           SUBTRACT 1 FROM WS-FILE-RECORDS
                   END-WRITE
                   ADD 1 TO WS-FILE-RECORDS
               END-IF
               PERFORM READ-NEXT-IMAGE
           END-PERFORM.
           IF WS-OPEN-STATUS = "00"
               CLOSE WATCH-LIST-FILE
           END-IF.

       LOAD-FEE-SCHEDULE-FILE.
           OPEN OUTPUT FEE-SCHEDULE-FILE.
           MOVE WS-FEE-SCHEDULE-FILE-STATUS TO WS-OPEN-STATUS.
           PERFORM UNTIL WS-EOF-IMAGE = "Y"
                   OR BKI-FILE-NAME NOT = WS-LIVE-FILE-NAME
               IF WS-OPEN-STATUS = "00"
                   MOVE BKI-DATA TO FEE-SCHEDULE-RECORD
                   WRITE FEE-SCHEDULE-RECORD
                       INVALID KEY
                           ADD 1 TO WS-FILE-REJECTS
                           SUBTRACT 1 FROM WS-FILE-RECORDS
                   END-WRITE
                   ADD 1 TO WS-FILE-RECORDS
               END-IF
               PERFORM READ-NEXT-IMAGE
           END-PERFORM.
           IF WS-OPEN-STATUS = "00"
               CLOSE FEE-SCHEDULE-FILE
           END-IF.

       LOAD-INTEREST-RATE-FILE.
           OPEN OUTPUT INTEREST-RATE-FILE.
           MOVE WS-INTEREST-RATE-FILE-STATUS TO WS-OPEN-STATUS.
           PERFORM UNTIL WS-EOF-IMAGE = "Y"
                   OR BKI-FILE-NAME NOT = WS-LIVE-FILE-NAME
               IF WS-OPEN-STATUS = "00"
                   MOVE BKI-DATA TO INTEREST-RATE-RECORD
                   WRITE INTEREST-RATE-RECORD
                       INVALID KEY
                           ADD 1 TO WS-FILE-REJECTS
                           SUBTRACT 1 FROM WS-FILE-RECORDS
                   END-WRITE
                   ADD 1 TO WS-FILE-RECORDS
               END-IF
               PERFORM READ-NEXT-IMAGE
           END-PERFORM.
           IF WS-OPEN-STATUS = "00"
               CLOSE INTEREST-RATE-FILE
           END-IF.

       LOAD-DEBIT-RATE-FILE.
           OPEN OUTPUT DEBIT-RATE-FILE.
           MOVE WS-DEBIT-RATE-FILE-STATUS TO WS-OPEN-STATUS.
           PERFORM UNTIL WS-EOF-IMAGE = "Y"
                   OR BKI-FILE-NAME NOT = WS-LIVE-FILE-NAME
               IF WS-OPEN-STATUS = "00"
                   MOVE BKI-DATA TO DEBIT-RATE-RECORD
                   WRITE DEBIT-RATE-RECORD
                       INVALID KEY
                           ADD 1 TO WS-FILE-REJECTS
                           SUBTRACT 1 FROM WS-FILE-RECORDS
                   END-WRITE
                   ADD 1 TO WS-FILE-RECORDS
               END-IF
               PERFORM READ-NEXT-IMAGE
           END-PERFORM.
           IF WS-OPEN-STATUS = "00"
               CLOSE DEBIT-RATE-FILE
           END-IF.

       LOAD-EXCHANGE-RATE-FILE.
           OPEN OUTPUT EXCHANGE-RATE-FILE.
           MOVE WS-EXCHANGE-RATE-FILE-STATUS TO WS-OPEN-STATUS.
           PERFORM UNTIL WS-EOF-IMAGE = "Y"
                   OR BKI-FILE-NAME NOT = WS-LIVE-FILE-NAME
               IF WS-OPEN-STATUS = "00"
                   MOVE BKI-DATA TO EXCHANGE-RATE-RECORD
                   WRITE EXCHANGE-RATE-RECORD
                       INVALID KEY
                           ADD 1 TO WS-FILE-REJECTS
                           SUBTRACT 1 FROM WS-FILE-RECORDS
                   END-WRITE
                   ADD 1 TO WS-FILE-RECORDS
               END-IF
               PERFORM READ-NEXT-IMAGE
           END-PERFORM.
           IF WS-OPEN-STATUS = "00"
               CLOSE EXCHANGE-RATE-FILE
           END-IF.

       LOAD-CATEGORY-FILE.
           OPEN OUTPUT CATEGORY-FILE.
           MOVE WS-CATEGORY-FILE-STATUS TO WS-OPEN-STATUS.
           PERFORM UNTIL WS-EOF-IMAGE = "Y"
                   OR BKI-FILE-NAME NOT = WS-LIVE-FILE-NAME
               IF WS-OPEN-STATUS = "00"
                   MOVE BKI-DATA TO CATEGORY-RECORD
                   WRITE CATEGORY-RECORD
                       INVALID KEY
                           ADD 1 TO WS-FILE-REJECTS
                           SUBTRACT 1 FROM WS-FILE-RECORDS
                   END-WRITE
                   ADD 1 TO WS-FILE-RECORDS
               END-IF
               PERFORM READ-NEXT-IMAGE
           END-PERFORM.
           IF WS-OPEN-STATUS = "00"
               CLOSE CATEGORY-FILE
           END-IF.

       LOAD-HOLIDAY-FILE.
           OPEN OUTPUT HOLIDAY-FILE.
           MOVE WS-HOLIDAY-FILE-STATUS TO WS-OPEN-STATUS.
           PERFORM UNTIL WS-EOF-IMAGE = "Y"
                   OR BKI-FILE-NAME NOT = WS-LIVE-FILE-NAME
               IF WS-OPEN-STATUS = "00"
                   MOVE BKI-DATA TO HOLIDAY-RECORD
                   WRITE HOLIDAY-RECORD
                       INVALID KEY
                           ADD 1 TO WS-FILE-REJECTS
                           SUBTRACT 1 FROM WS-FILE-RECORDS
                   END-WRITE
                   ADD 1 TO WS-FILE-RECORDS
               END-IF
               PERFORM READ-NEXT-IMAGE
           END-PERFORM.
           IF WS-OPEN-STATUS = "00"
               CLOSE HOLIDAY-FILE
           END-IF.

       LOAD-CUTOFF-FILE.
           OPEN OUTPUT CUTOFF-FILE.
           MOVE WS-CUTOFF-FILE-STATUS TO WS-OPEN-STATUS.
           PERFORM UNTIL WS-EOF-IMAGE = "Y"
                   OR BKI-FILE-NAME NOT = WS-LIVE-FILE-NAME
               IF WS-OPEN-STATUS = "00"
                   MOVE BKI-DATA TO CUTOFF-RECORD
                   WRITE CUTOFF-RECORD
                       INVALID KEY
                           ADD 1 TO WS-FILE-REJECTS
                           SUBTRACT 1 FROM WS-FILE-RECORDS
                   END-WRITE
                   ADD 1 TO WS-FILE-RECORDS
               END-IF
               PERFORM READ-NEXT-IMAGE
           END-PERFORM.
           IF WS-OPEN-STATUS = "00"
               CLOSE CUTOFF-FILE
           END-IF.

       LOAD-COLLECTION-CASE-FILE.
           OPEN OUTPUT COLLECTION-CASE-FILE.
           MOVE WS-COLLECTION-CASE-STATUS TO WS-OPEN-STATUS.
           PERFORM UNTIL WS-EOF-IMAGE = "Y"
                   OR BKI-FILE-NAME NOT = WS-LIVE-FILE-NAME
               IF WS-OPEN-STATUS = "00"
                   MOVE BKI-DATA TO COLLECTION-CASE-RECORD
                   WRITE COLLECTION-CASE-RECORD
                       INVALID KEY
                           ADD 1 TO WS-FILE-REJECTS
                           SUBTRACT 1 FROM WS-FILE-RECORDS
                   END-WRITE
                   ADD 1 TO WS-FILE-RECORDS
               END-IF
               PERFORM READ-NEXT-IMAGE
           END-PERFORM.
           IF WS-OPEN-STATUS = "00"
               CLOSE COLLECTION-CASE-FILE
           END-IF.

       LOAD-COLLECTION-NOTE-FILE.
           OPEN OUTPUT COLLECTION-NOTE-FILE.
           MOVE WS-COLLECTION-NOTE-STATUS TO WS-OPEN-STATUS.
           PERFORM UNTIL WS-EOF-IMAGE = "Y"
                   OR BKI-FILE-NAME NOT = WS-LIVE-FILE-NAME
               IF WS-OPEN-STATUS = "00"
                   MOVE BKI-DATA TO COLLECTION-NOTE-RECORD
                   WRITE COLLECTION-NOTE-RECORD
                       INVALID KEY
                           ADD 1 TO WS-FILE-REJECTS
                           SUBTRACT 1 FROM WS-FILE-RECORDS
                   END-WRITE
                   ADD 1 TO WS-FILE-RECORDS
               END-IF
               PERFORM READ-NEXT-IMAGE
           END-PERFORM.
           IF WS-OPEN-STATUS = "00"
               CLOSE COLLECTION-NOTE-FILE
           END-IF.

       LOAD-DUNNING-STAGE-FILE.
           OPEN OUTPUT DUNNING-STAGE-FILE.
           MOVE WS-DUNNING-STAGE-STATUS TO WS-OPEN-STATUS.
           PERFORM UNTIL WS-EOF-IMAGE = "Y"
                   OR BKI-FILE-NAME NOT = WS-LIVE-FILE-NAME
               IF WS-OPEN-STATUS = "00"
                   MOVE BKI-DATA TO DUNNING-STAGE-RECORD
                   WRITE DUNNING-STAGE-RECORD
                       INVALID KEY
                           ADD 1 TO WS-FILE-REJECTS
                           SUBTRACT 1 FROM WS-FILE-RECORDS
                   END-WRITE
                   ADD 1 TO WS-FILE-RECORDS
               END-IF
               PERFORM READ-NEXT-IMAGE
           END-PERFORM.
           IF WS-OPEN-STATUS = "00"
               CLOSE DUNNING-STAGE-FILE
           END-IF.

       LOAD-STATEMENT-PROFILE-FILE.
           OPEN OUTPUT STATEMENT-PROFILE-FILE.
           MOVE WS-STATEMENT-PROFILE-STATUS TO WS-OPEN-STATUS.
           PERFORM UNTIL WS-EOF-IMAGE = "Y"
                   OR BKI-FILE-NAME NOT = WS-LIVE-FILE-NAME
               IF WS-OPEN-STATUS = "00"
                   MOVE BKI-DATA TO STATEMENT-PROFILE-RECORD
                   WRITE STATEMENT-PROFILE-RECORD
                       INVALID KEY
                           ADD 1 TO WS-FILE-REJECTS
                           SUBTRACT 1 FROM WS-FILE-RECORDS
                   END-WRITE
                   ADD 1 TO WS-FILE-RECORDS
               END-IF
               PERFORM READ-NEXT-IMAGE
           END-PERFORM.
           IF WS-OPEN-STATUS = "00"
               CLOSE STATEMENT-PROFILE-FILE
           END-IF.

       LOAD-LETTER-TEMPLATE-FILE.
           OPEN OUTPUT LETTER-TEMPLATE-FILE.
           MOVE WS-LETTER-TEMPLATE-STATUS TO WS-OPEN-STATUS.
           PERFORM UNTIL WS-EOF-IMAGE = "Y"
                   OR BKI-FILE-NAME NOT = WS-LIVE-FILE-NAME
               IF WS-OPEN-STATUS = "00"
                   MOVE BKI-DATA TO LETTER-TEMPLATE-RECORD
                   WRITE LETTER-TEMPLATE-RECORD
                       INVALID KEY
                           ADD 1 TO WS-FILE-REJECTS
                           SUBTRACT 1 FROM WS-FILE-RECORDS
                   END-WRITE
                   ADD 1 TO WS-FILE-RECORDS
               END-IF
               PERFORM READ-NEXT-IMAGE
           END-PERFORM.
           IF WS-OPEN-STATUS = "00"
               CLOSE LETTER-TEMPLATE-FILE
           END-IF.

       LOAD-TELLER-DRAWER-FILE.
           OPEN OUTPUT TELLER-DRAWER-FILE.
           MOVE WS-DRAWER-FILE-STATUS TO WS-OPEN-STATUS.
           PERFORM UNTIL WS-EOF-IMAGE = "Y"
                   OR BKI-FILE-NAME NOT = WS-LIVE-FILE-NAME
               IF WS-OPEN-STATUS = "00"
                   MOVE BKI-DATA TO DRAWER-RECORD
                   WRITE DRAWER-RECORD
                       INVALID KEY
                           ADD 1 TO WS-FILE-REJECTS
                           SUBTRACT 1 FROM WS-FILE-RECORDS
                   END-WRITE
                   ADD 1 TO WS-FILE-RECORDS
               END-IF
               PERFORM READ-NEXT-IMAGE
           END-PERFORM.
           IF WS-OPEN-STATUS = "00"
               CLOSE TELLER-DRAWER-FILE
           END-IF.

       LOAD-BRANCH-VAULT-FILE.
           OPEN OUTPUT BRANCH-VAULT-FILE.
           MOVE WS-VAULT-FILE-STATUS TO WS-OPEN-STATUS.
           PERFORM UNTIL WS-EOF-IMAGE = "Y"
                   OR BKI-FILE-NAME NOT = WS-LIVE-FILE-NAME
               IF WS-OPEN-STATUS = "00"
                   MOVE BKI-DATA TO VAULT-RECORD
                   WRITE VAULT-RECORD
                       INVALID KEY
                           ADD 1 TO WS-FILE-REJECTS
                           SUBTRACT 1 FROM WS-FILE-RECORDS
                   END-WRITE
                   ADD 1 TO WS-FILE-RECORDS
               END-IF
               PERFORM READ-NEXT-IMAGE
           END-PERFORM.
           IF WS-OPEN-STATUS = "00"
               CLOSE BRANCH-VAULT-FILE
           END-IF.

       LOAD-OPERATOR-FILE.
           OPEN OUTPUT OPERATOR-FILE.
           MOVE WS-OPERATOR-FILE-STATUS TO WS-OPEN-STATUS.
           PERFORM UNTIL WS-EOF-IMAGE = "Y"
                   OR BKI-FILE-NAME NOT = WS-LIVE-FILE-NAME
               IF WS-OPEN-STATUS = "00"
                   MOVE BKI-DATA TO OPERATOR-RECORD
                   WRITE OPERATOR-RECORD
                       INVALID KEY
                           ADD 1 TO WS-FILE-REJECTS
                           SUBTRACT 1 FROM WS-FILE-RECORDS
                   END-WRITE
                   ADD 1 TO WS-FILE-RECORDS
               END-IF
               PERFORM READ-NEXT-IMAGE
           END-PERFORM.
           IF WS-OPEN-STATUS = "00"
               CLOSE OPERATOR-FILE
           END-IF.

       LOAD-LEDGER-SHADOW-FILE.
           OPEN OUTPUT LEDGER-SHADOW-FILE.
           MOVE WS-LEDGER-SHADOW-STATUS TO WS-OPEN-STATUS.
           PERFORM UNTIL WS-EOF-IMAGE = "Y"
                   OR BKI-FILE-NAME NOT = WS-LIVE-FILE-NAME
               IF WS-OPEN-STATUS = "00"
                   MOVE BKI-DATA TO LEDGER-SHADOW-RECORD
                   WRITE LEDGER-SHADOW-RECORD
                       INVALID KEY
                           ADD 1 TO WS-FILE-REJECTS
                           SUBTRACT 1 FROM WS-FILE-RECORDS
                   END-WRITE
                   ADD 1 TO WS-FILE-RECORDS
               END-IF
               PERFORM READ-NEXT-IMAGE
           END-PERFORM.
           IF WS-OPEN-STATUS = "00"
               CLOSE LEDGER-SHADOW-FILE
           END-IF.

       LOAD-ACCOUNT-SWITCH-FILE.
           OPEN OUTPUT ACCOUNT-SWITCH-FILE.
           MOVE WS-ACCOUNT-SWITCH-STATUS TO WS-OPEN-STATUS.
           PERFORM UNTIL WS-EOF-IMAGE = "Y"
                   OR BKI-FILE-NAME NOT = WS-LIVE-FILE-NAME
               IF WS-OPEN-STATUS = "00"
                   MOVE BKI-DATA TO ACCOUNT-SWITCH-RECORD
                   WRITE ACCOUNT-SWITCH-RECORD
                       INVALID KEY
                           ADD 1 TO WS-FILE-REJECTS
                           SUBTRACT 1 FROM WS-FILE-RECORDS
                   END-WRITE
                   ADD 1 TO WS-FILE-RECORDS
               END-IF
               PERFORM READ-NEXT-IMAGE
           END-PERFORM.
           IF WS-OPEN-STATUS = "00"
               CLOSE ACCOUNT-SWITCH-FILE
           END-IF.

       LOAD-UNAPPLIED-ITEM-FILE.
           OPEN OUTPUT UNAPPLIED-ITEM-FILE.
           MOVE WS-UNAPPLIED-ITEM-STATUS TO WS-OPEN-STATUS.
           PERFORM UNTIL WS-EOF-IMAGE = "Y"
                   OR BKI-FILE-NAME NOT = WS-LIVE-FILE-NAME
               IF WS-OPEN-STATUS = "00"
                   MOVE BKI-DATA TO UNAPPLIED-ITEM-RECORD
                   WRITE UNAPPLIED-ITEM-RECORD
                       INVALID KEY
                           ADD 1 TO WS-FILE-REJECTS
                           SUBTRACT 1 FROM WS-FILE-RECORDS
                   END-WRITE
                   ADD 1 TO WS-FILE-RECORDS
               END-IF
               PERFORM READ-NEXT-IMAGE
           END-PERFORM.
           IF WS-OPEN-STATUS = "00"
               CLOSE UNAPPLIED-ITEM-FILE
           END-IF.

       LOAD-LIVE-SEQUENTIAL-FILE.
           OPEN OUTPUT LIVE-SEQUENTIAL-FILE.
           MOVE WS-LIVE-FILE-STATUS TO WS-OPEN-STATUS.
           PERFORM UNTIL WS-EOF-IMAGE = "Y"
                   OR BKI-FILE-NAME NOT = WS-LIVE-FILE-NAME
               IF WS-OPEN-STATUS = "00"
                   MOVE BKI-DATA TO LIVE-SEQUENTIAL-RECORD
                   WRITE LIVE-SEQUENTIAL-RECORD
                   ADD 1 TO WS-FILE-RECORDS
               END-IF
               PERFORM READ-NEXT-IMAGE
           END-PERFORM.
           IF WS-OPEN-STATUS = "00"
               CLOSE LIVE-SEQUENTIAL-FILE
           END-IF.

      * Written at the start of the restore and again with its
      * outcome; the night run reads it before it starts anything.
       WRITE-RESTORE-CONTROL.
           OPEN OUTPUT RESTORE-CONTROL-FILE.
           MOVE WS-TODAY TO RST-DATE.
           ACCEPT WS-TIME-NOW FROM TIME.
           MOVE WS-TIME-NOW (1:6) TO RST-TIME.
           MOVE WS-ENTERED-GENERATION TO RST-GENERATION.
           MOVE WS-SIGNON-OPERATOR-ID TO RST-OPERATOR-ID.
           MOVE WS-RESTORE-OUTCOME TO RST-STATUS.
           WRITE RESTORE-CONTROL-RECORD.
           CLOSE RESTORE-CONTROL-FILE.

       WRITE-RESTORE-AUDIT.
           OPEN EXTEND MAINT-AUDIT-FILE.
           IF WS-MAINT-AUDIT-FILE-STATUS = "35"
               OPEN OUTPUT MAINT-AUDIT-FILE
           END-IF.
           MOVE WS-TODAY TO AUD-DATE.
           ACCEPT WS-TIME-NOW FROM TIME.
           MOVE WS-TIME-NOW (1:6) TO AUD-TIME.
           MOVE WS-SIGNON-OPERATOR-ID TO AUD-OPERATOR-ID.
           MOVE "SystemRestore" TO AUD-PROGRAM.
           MOVE "RESTORE BACKUP" TO AUD-ACTION.
           MOVE WS-ENTERED-GENERATION TO AUD-KEY.
           MOVE SPACES TO AUD-BEFORE.
           MOVE SPACES TO AUD-AFTER.
           STRING "GEN OF " GEN-DATE (WS-THIS-GEN) " STAGE "
               GEN-STAGE (WS-THIS-GEN) " OUTCOME " WS-RESTORE-OUTCOME
               DELIMITED BY SIZE INTO AUD-AFTER.
           WRITE MAINT-AUDIT-RECORD.
           CLOSE MAINT-AUDIT-FILE.
