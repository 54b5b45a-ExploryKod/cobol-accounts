       IDENTIFICATION DIVISION.
       PROGRAM-ID. SystemBackup.

      ******************************************************************
      * Whole-system backup, run by NightlyBatchOrchestrator as the
      * first job of the night (request "S") and again as the last
      * (request "E"). Every data file the system keeps - the keyed
      * masters unloaded in key order, the sequential files as they
      * stand - is copied into one image, BKUPnn.DAT, and a manifest,
      * BKUPnn.MAN, records each file's record count and hash total.
      * Generations are numbered upward and rotate through
      * BKP-GENERATIONS-KEPT slots, so the oldest generation is
      * overwritten once that many are on disk; the catalogue
      * BACKUPS.DAT lists those still held and marks a generation
      * complete only once every file is in it. Dated history files
      * (ledger archives, snapshots, statements, letters), reports
      * and work files are written once and never changed, so they
      * are not copied; neither are the web session file, the
      * catalogue itself or the restore control file.
      * Request "V" is the check SystemRestore makes after putting a
      * generation back: nothing is written, each live file is
      * counted and hashed again and compared with the manifest.
      * The generation taken or checked is returned to the caller;
      * any file that cannot be read, or any difference on a check,
      * returns code 8.
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

       WORKING-STORAGE SECTION.
       COPY "BackupPolicy.cpy".
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
       01 WS-EOF-FLAG               PIC X(1).
       01 WS-TODAY                  PIC 9(8).
       01 WS-TIME-NOW               PIC 9(8).
      *    Outcome of opening (and reading) the file in hand: "00"
      *    read through, "35" not on disk, anything else unreadable.
       01 WS-OPEN-STATUS            PIC X(2).
       01 WS-READ-STATUS            PIC X(2).
       01 WS-BACKUP-FAILED          PIC X(1) VALUE "N".
       01 WS-SLOT                   PIC 9(2).
       01 WS-GEN-IDX                PIC 9(2).
       01 WS-GEN-COUNT              PIC 9(2) VALUE 0.
       01 WS-GEN-KEEP               PIC 9(2).
       01 WS-THIS-GEN               PIC 9(2).
       01 WS-NEW-GENERATION         PIC 9(6).
       01 WS-OLDEST-KEPT            PIC 9(6).
       01 WS-FILE-IDX               PIC 9(3).
       01 WS-FILE-COUNT             PIC 9(3) VALUE 0.
       01 WS-FILE-RECORD            PIC X(600).
       01 WS-RECORD-LENGTH          PIC 9(4).
       01 WS-CHAR-IDX               PIC 9(4).
       01 WS-FILE-PRESENT           PIC X(1).
       01 WS-FILE-RECORDS           PIC 9(9).
       01 WS-FILE-HASH              PIC 9(18).
       01 WS-TOTAL-RECORDS          PIC 9(9) VALUE 0.
       01 WS-MISMATCH-COUNT         PIC 9(3) VALUE 0.

      *    The data files in a generation, in the order they are
      *    copied and put back.
       01 BACKUP-FILE-TABLE.
           05 BACKUP-FILE-NAME       PIC X(14) OCCURS 80 TIMES.

       01 GENERATION-TABLE.
           05 GEN-ENTRY OCCURS 99 TIMES.
               10 GEN-GENERATION     PIC 9(6).
               10 GEN-SLOT           PIC 9(2).
               10 GEN-DATE           PIC 9(8).
               10 GEN-TIME           PIC 9(6).
               10 GEN-STAGE          PIC X(1).
               10 GEN-STATUS         PIC X(1).
               10 GEN-FILE-COUNT     PIC 9(3).
               10 GEN-RECORD-COUNT   PIC 9(9).

      *    Manifest of the generation being checked.
       01 MANIFEST-TABLE.
           05 MAN-ENTRY OCCURS 80 TIMES.
               10 MAN-FILE-NAME      PIC X(14).
               10 MAN-PRESENT        PIC X(1).
               10 MAN-RECORD-COUNT   PIC 9(9).
               10 MAN-HASH-TOTAL     PIC 9(15).

       LINKAGE SECTION.
       01 BACKUP-REQUEST             PIC X(1).
      *    "S" start-of-night backup, "E" end-of-night backup,
      *    "V" check the live files against a generation's manifest.
       01 BACKUP-GENERATION          PIC 9(6).
      *    Returned with the generation taken; supplied with the
      *    generation to check.

       PROCEDURE DIVISION USING BACKUP-REQUEST BACKUP-GENERATION.
       START-SYSTEM-BACKUP.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           MOVE "N" TO WS-BACKUP-FAILED.
           MOVE 0 TO WS-TOTAL-RECORDS.
           MOVE 0 TO WS-MISMATCH-COUNT.
           PERFORM LOAD-BACKUP-FILE-LIST.
           PERFORM LOAD-BACKUP-CATALOG THRU LOAD-BACKUP-CATALOG-DONE.
           IF WS-BACKUP-FAILED = "Y"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           IF BACKUP-REQUEST = "V"
               PERFORM VERIFY-GENERATION THRU VERIFY-GENERATION-DONE
           ELSE
               PERFORM TAKE-GENERATION THRU TAKE-GENERATION-DONE
           END-IF.
           IF WS-BACKUP-FAILED = "Y"
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
           GOBACK.

      * Keyed masters first, then the sequential files; a restore
      * puts them back in the same order.
       LOAD-BACKUP-FILE-LIST.
           MOVE 0 TO WS-FILE-COUNT.
           MOVE "ACCOUNTS.DAT" TO WS-LIVE-FILE-NAME.
           PERFORM ADD-BACKUP-FILE.
           MOVE "CUSTOMER.DAT" TO WS-LIVE-FILE-NAME.
           PERFORM ADD-BACKUP-FILE.
           MOVE "CUSTXREF.DAT" TO WS-LIVE-FILE-NAME.
           PERFORM ADD-BACKUP-FILE.
           MOVE "CUSTCDD.DAT" TO WS-LIVE-FILE-NAME.
           PERFORM ADD-BACKUP-FILE.
           MOVE "PRODUCT.DAT" TO WS-LIVE-FILE-NAME.
           PERFORM ADD-BACKUP-FILE.
           MOVE "HOLDS.DAT" TO WS-LIVE-FILE-NAME.
           PERFORM ADD-BACKUP-FILE.
           MOVE "HELDFNDS.DAT" TO WS-LIVE-FILE-NAME.
           PERFORM ADD-BACKUP-FILE.
           MOVE "STANDORD.DAT" TO WS-LIVE-FILE-NAME.
           PERFORM ADD-BACKUP-FILE.
           MOVE "FUTPAY.DAT" TO WS-LIVE-FILE-NAME.
           PERFORM ADD-BACKUP-FILE.
           MOVE "PENDXFER.DAT" TO WS-LIVE-FILE-NAME.
           PERFORM ADD-BACKUP-FILE.
           MOVE "MANDATE.DAT" TO WS-LIVE-FILE-NAME.
           PERFORM ADD-BACKUP-FILE.
           MOVE "BENEF.DAT" TO WS-LIVE-FILE-NAME.
           PERFORM ADD-BACKUP-FILE.
           MOVE "TERMDEP.DAT" TO WS-LIVE-FILE-NAME.
           PERFORM ADD-BACKUP-FILE.
           MOVE "LOANS.DAT" TO WS-LIVE-FILE-NAME.
           PERFORM ADD-BACKUP-FILE.
           MOVE "CHEQBOOK.DAT" TO WS-LIVE-FILE-NAME.
           PERFORM ADD-BACKUP-FILE.
           MOVE "CHEQUES.DAT" TO WS-LIVE-FILE-NAME.
           PERFORM ADD-BACKUP-FILE.
           MOVE "CARDBLK.DAT" TO WS-LIVE-FILE-NAME.
           PERFORM ADD-BACKUP-FILE.
           MOVE "CARDDISP.DAT" TO WS-LIVE-FILE-NAME.
           PERFORM ADD-BACKUP-FILE.
           MOVE "FRAUDCAS.DAT" TO WS-LIVE-FILE-NAME.
           PERFORM ADD-BACKUP-FILE.
           MOVE "VELRULE.DAT" TO WS-LIVE-FILE-NAME.
           PERFORM ADD-BACKUP-FILE.
           MOVE "VELOCLOG.DAT" TO WS-LIVE-FILE-NAME.
           PERFORM ADD-BACKUP-FILE.
           MOVE "WATCHLST.DAT" TO WS-LIVE-FILE-NAME.
           PERFORM ADD-BACKUP-FILE.
           MOVE "FEESCHED.DAT" TO WS-LIVE-FILE-NAME.
           PERFORM ADD-BACKUP-FILE.
           MOVE "RATETABL.DAT" TO WS-LIVE-FILE-NAME.
           PERFORM ADD-BACKUP-FILE.
           MOVE "DEBRATE.DAT" TO WS-LIVE-FILE-NAME.
           PERFORM ADD-BACKUP-FILE.
           MOVE "EXCHRATE.DAT" TO WS-LIVE-FILE-NAME.
           PERFORM ADD-BACKUP-FILE.
           MOVE "CATEGORY.DAT" TO WS-LIVE-FILE-NAME.
           PERFORM ADD-BACKUP-FILE.
           MOVE "HOLIDAY.DAT" TO WS-LIVE-FILE-NAME.
           PERFORM ADD-BACKUP-FILE.
           MOVE "CUTOFF.DAT" TO WS-LIVE-FILE-NAME.
           PERFORM ADD-BACKUP-FILE.
           MOVE "COLLECT.DAT" TO WS-LIVE-FILE-NAME.
           PERFORM ADD-BACKUP-FILE.
           MOVE "COLNOTE.DAT" TO WS-LIVE-FILE-NAME.
           PERFORM ADD-BACKUP-FILE.
           MOVE "DUNSTAGE.DAT" TO WS-LIVE-FILE-NAME.
           PERFORM ADD-BACKUP-FILE.
           MOVE "STMTPROF.DAT" TO WS-LIVE-FILE-NAME.
           PERFORM ADD-BACKUP-FILE.
           MOVE "LETTERTP.DAT" TO WS-LIVE-FILE-NAME.
           PERFORM ADD-BACKUP-FILE.
           MOVE "DRAWER.DAT" TO WS-LIVE-FILE-NAME.
           PERFORM ADD-BACKUP-FILE.
           MOVE "VAULT.DAT" TO WS-LIVE-FILE-NAME.
           PERFORM ADD-BACKUP-FILE.
           MOVE "OPERATOR.DAT" TO WS-LIVE-FILE-NAME.
           PERFORM ADD-BACKUP-FILE.
           MOVE "LEDGERIX.DAT" TO WS-LIVE-FILE-NAME.
           PERFORM ADD-BACKUP-FILE.
           MOVE "SWITCH.DAT" TO WS-LIVE-FILE-NAME.
           PERFORM ADD-BACKUP-FILE.
           MOVE "UNAPPLIED.DAT" TO WS-LIVE-FILE-NAME.
           PERFORM ADD-BACKUP-FILE.
           MOVE "LEDGER.DAT" TO WS-LIVE-FILE-NAME.
           PERFORM ADD-BACKUP-FILE.
           MOVE "LEDGSEQ.DAT" TO WS-LIVE-FILE-NAME.
           PERFORM ADD-BACKUP-FILE.
           MOVE "ACCTJRNL.DAT" TO WS-LIVE-FILE-NAME.
           PERFORM ADD-BACKUP-FILE.
           MOVE "ACCTARCH.DAT" TO WS-LIVE-FILE-NAME.
           PERFORM ADD-BACKUP-FILE.
           MOVE "MAINTLOG.DAT" TO WS-LIVE-FILE-NAME.
           PERFORM ADD-BACKUP-FILE.
           MOVE "ALERTS.DAT" TO WS-LIVE-FILE-NAME.
           PERFORM ADD-BACKUP-FILE.
           MOVE "AVLDAYS.DAT" TO WS-LIVE-FILE-NAME.
           PERFORM ADD-BACKUP-FILE.
           MOVE "PINLIMIT.DAT" TO WS-LIVE-FILE-NAME.
           PERFORM ADD-BACKUP-FILE.
           MOVE "WHTRATE.DAT" TO WS-LIVE-FILE-NAME.
           PERFORM ADD-BACKUP-FILE.
           MOVE "DRWTXN.DAT" TO WS-LIVE-FILE-NAME.
           PERFORM ADD-BACKUP-FILE.
           MOVE "VAULTTXN.DAT" TO WS-LIVE-FILE-NAME.
           PERFORM ADD-BACKUP-FILE.
           MOVE "FXPOS.DAT" TO WS-LIVE-FILE-NAME.
           PERFORM ADD-BACKUP-FILE.
           MOVE "GLSUMM.DAT" TO WS-LIVE-FILE-NAME.
           PERFORM ADD-BACKUP-FILE.
           MOVE "LETTERRQ.DAT" TO WS-LIVE-FILE-NAME.
           PERFORM ADD-BACKUP-FILE.
           MOVE "REJLOG.DAT" TO WS-LIVE-FILE-NAME.
           PERFORM ADD-BACKUP-FILE.
           MOVE "SETTLDON.DAT" TO WS-LIVE-FILE-NAME.
           PERFORM ADD-BACKUP-FILE.
           MOVE "SETTLACK.DAT" TO WS-LIVE-FILE-NAME.
           PERFORM ADD-BACKUP-FILE.
           MOVE "NOSTROST.DAT" TO WS-LIVE-FILE-NAME.
           PERFORM ADD-BACKUP-FILE.
           MOVE "NOSTROPN.DAT" TO WS-LIVE-FILE-NAME.
           PERFORM ADD-BACKUP-FILE.
           MOVE "INCLEAR.DAT" TO WS-LIVE-FILE-NAME.
           PERFORM ADD-BACKUP-FILE.
           MOVE "CLRCKPT.DAT" TO WS-LIVE-FILE-NAME.
           PERFORM ADD-BACKUP-FILE.
           MOVE "CARDAUTH.DAT" TO WS-LIVE-FILE-NAME.
           PERFORM ADD-BACKUP-FILE.
           MOVE "CARDSETL.DAT" TO WS-LIVE-FILE-NAME.
           PERFORM ADD-BACKUP-FILE.
           MOVE "CARDSDON.DAT" TO WS-LIVE-FILE-NAME.
           PERFORM ADD-BACKUP-FILE.
           MOVE "BATCHTXN.DAT" TO WS-LIVE-FILE-NAME.
           PERFORM ADD-BACKUP-FILE.
           MOVE "BATCHCLN.DAT" TO WS-LIVE-FILE-NAME.
           PERFORM ADD-BACKUP-FILE.
           MOVE "BATCHREJ.DAT" TO WS-LIVE-FILE-NAME.
           PERFORM ADD-BACKUP-FILE.
           MOVE "BATCHCKPT.DAT" TO WS-LIVE-FILE-NAME.
           PERFORM ADD-BACKUP-FILE.
           MOVE "SOCKPT.DAT" TO WS-LIVE-FILE-NAME.
           PERFORM ADD-BACKUP-FILE.
           MOVE "PAYROLL.DAT" TO WS-LIVE-FILE-NAME.
           PERFORM ADD-BACKUP-FILE.
           MOVE "PAYRETRN.DAT" TO WS-LIVE-FILE-NAME.
           PERFORM ADD-BACKUP-FILE.
           MOVE "PAYCTL.DAT" TO WS-LIVE-FILE-NAME.
           PERFORM ADD-BACKUP-FILE.
           MOVE "ONBOARD.DAT" TO WS-LIVE-FILE-NAME.
           PERFORM ADD-BACKUP-FILE.
           MOVE "ONBDREJ.DAT" TO WS-LIVE-FILE-NAME.
           PERFORM ADD-BACKUP-FILE.
           MOVE "RUNCTL.DAT" TO WS-LIVE-FILE-NAME.
           PERFORM ADD-BACKUP-FILE.
           MOVE "CARRYFWD.DAT" TO WS-LIVE-FILE-NAME.
           PERFORM ADD-BACKUP-FILE.
           MOVE "WRITEOFF.DAT" TO WS-LIVE-FILE-NAME.
           PERFORM ADD-BACKUP-FILE.
           MOVE "CLRRETRN.DAT" TO WS-LIVE-FILE-NAME.
           PERFORM ADD-BACKUP-FILE.
           MOVE "PAYHIST.DAT" TO WS-LIVE-FILE-NAME.
           PERFORM ADD-BACKUP-FILE.

       ADD-BACKUP-FILE.
           ADD 1 TO WS-FILE-COUNT.
           MOVE WS-LIVE-FILE-NAME TO BACKUP-FILE-NAME (WS-FILE-COUNT).

       LOAD-BACKUP-CATALOG.
           MOVE 0 TO WS-GEN-COUNT.
           OPEN INPUT BACKUP-CATALOG-FILE.
           IF WS-BACKUP-CATALOG-STATUS = "35"
               GO TO LOAD-BACKUP-CATALOG-DONE
           END-IF.
           IF WS-BACKUP-CATALOG-STATUS NOT = "00"
               DISPLAY "Unable to open the backup catalogue, status "
                   WS-BACKUP-CATALOG-STATUS "."
               MOVE "Y" TO WS-BACKUP-FAILED
               GO TO LOAD-BACKUP-CATALOG-DONE
           END-IF.
           MOVE "N" TO WS-EOF-FLAG.
           PERFORM UNTIL WS-EOF-FLAG = "Y"
               READ BACKUP-CATALOG-FILE
                   AT END
                       MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       IF WS-GEN-COUNT < 99
                           ADD 1 TO WS-GEN-COUNT
                           MOVE BCT-GENERATION TO
                               GEN-GENERATION (WS-GEN-COUNT)
                           MOVE BCT-SLOT TO GEN-SLOT (WS-GEN-COUNT)
                           MOVE BCT-DATE TO GEN-DATE (WS-GEN-COUNT)
                           MOVE BCT-TIME TO GEN-TIME (WS-GEN-COUNT)
                           MOVE BCT-STAGE TO GEN-STAGE (WS-GEN-COUNT)
                           MOVE BCT-STATUS TO
                               GEN-STATUS (WS-GEN-COUNT)
                           MOVE BCT-FILE-COUNT TO
                               GEN-FILE-COUNT (WS-GEN-COUNT)
                           MOVE BCT-RECORD-COUNT TO
                               GEN-RECORD-COUNT (WS-GEN-COUNT)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE BACKUP-CATALOG-FILE.
       LOAD-BACKUP-CATALOG-DONE.
           EXIT.

       SAVE-BACKUP-CATALOG.
           OPEN OUTPUT BACKUP-CATALOG-FILE.
           PERFORM VARYING WS-GEN-IDX FROM 1 BY 1
                   UNTIL WS-GEN-IDX > WS-GEN-COUNT
               MOVE GEN-GENERATION (WS-GEN-IDX) TO BCT-GENERATION
               MOVE GEN-SLOT (WS-GEN-IDX) TO BCT-SLOT
               MOVE GEN-DATE (WS-GEN-IDX) TO BCT-DATE
               MOVE GEN-TIME (WS-GEN-IDX) TO BCT-TIME
               MOVE GEN-STAGE (WS-GEN-IDX) TO BCT-STAGE
               MOVE GEN-STATUS (WS-GEN-IDX) TO BCT-STATUS
               MOVE GEN-FILE-COUNT (WS-GEN-IDX) TO BCT-FILE-COUNT
               MOVE GEN-RECORD-COUNT (WS-GEN-IDX) TO BCT-RECORD-COUNT
               WRITE BACKUP-CATALOG-RECORD
           END-PERFORM.
           CLOSE BACKUP-CATALOG-FILE.

      * The new generation takes the next number and the slot that
      * number rotates to. Whatever the catalogue held in that slot,
      * and anything now older than the generations kept, drops out
      * of the catalogue before the slot is overwritten; the new
      * entry stays "I" until the last file is in.
       TAKE-GENERATION.
           MOVE 0 TO WS-NEW-GENERATION.
           PERFORM VARYING WS-GEN-IDX FROM 1 BY 1
                   UNTIL WS-GEN-IDX > WS-GEN-COUNT
               IF GEN-GENERATION (WS-GEN-IDX) > WS-NEW-GENERATION
                   MOVE GEN-GENERATION (WS-GEN-IDX) TO
                       WS-NEW-GENERATION
               END-IF
           END-PERFORM.
           ADD 1 TO WS-NEW-GENERATION.
           COMPUTE WS-SLOT = FUNCTION MOD (WS-NEW-GENERATION - 1,
               BKP-GENERATIONS-KEPT) + 1.
           MOVE 0 TO WS-OLDEST-KEPT.
           IF WS-NEW-GENERATION > BKP-GENERATIONS-KEPT
               COMPUTE WS-OLDEST-KEPT =
                   WS-NEW-GENERATION - BKP-GENERATIONS-KEPT + 1
           END-IF.
           MOVE 0 TO WS-GEN-KEEP.
           PERFORM VARYING WS-GEN-IDX FROM 1 BY 1
                   UNTIL WS-GEN-IDX > WS-GEN-COUNT
               IF GEN-SLOT (WS-GEN-IDX) NOT = WS-SLOT
                   AND GEN-GENERATION (WS-GEN-IDX) >= WS-OLDEST-KEPT
                   ADD 1 TO WS-GEN-KEEP
                   MOVE GEN-ENTRY (WS-GEN-IDX)
                       TO GEN-ENTRY (WS-GEN-KEEP)
               END-IF
           END-PERFORM.
           MOVE WS-GEN-KEEP TO WS-GEN-COUNT.
           ADD 1 TO WS-GEN-COUNT.
           MOVE WS-GEN-COUNT TO WS-THIS-GEN.
           MOVE WS-NEW-GENERATION TO GEN-GENERATION (WS-THIS-GEN).
           MOVE WS-SLOT TO GEN-SLOT (WS-THIS-GEN).
           MOVE WS-TODAY TO GEN-DATE (WS-THIS-GEN).
           ACCEPT WS-TIME-NOW FROM TIME.
           MOVE WS-TIME-NOW (1:6) TO GEN-TIME (WS-THIS-GEN).
           MOVE BACKUP-REQUEST TO GEN-STAGE (WS-THIS-GEN).
           MOVE "I" TO GEN-STATUS (WS-THIS-GEN).
           MOVE 0 TO GEN-FILE-COUNT (WS-THIS-GEN).
           MOVE 0 TO GEN-RECORD-COUNT (WS-THIS-GEN).
           PERFORM SAVE-BACKUP-CATALOG.
           DISPLAY "Backup generation " WS-NEW-GENERATION
               " starting in slot " WS-SLOT ".".
           PERFORM BUILD-SLOT-NAMES.
           OPEN OUTPUT BACKUP-IMAGE-FILE.
           IF WS-BACKUP-IMAGE-STATUS NOT = "00"
               DISPLAY "Unable to create " WS-BACKUP-IMAGE-NAME
                   ", status " WS-BACKUP-IMAGE-STATUS "."
               MOVE "Y" TO WS-BACKUP-FAILED
               GO TO TAKE-GENERATION-DONE
           END-IF.
           OPEN OUTPUT BACKUP-MANIFEST-FILE.
           IF WS-BACKUP-MANIFEST-STATUS NOT = "00"
               DISPLAY "Unable to create " WS-BACKUP-MANIFEST-NAME
                   ", status " WS-BACKUP-MANIFEST-STATUS "."
               CLOSE BACKUP-IMAGE-FILE
               MOVE "Y" TO WS-BACKUP-FAILED
               GO TO TAKE-GENERATION-DONE
           END-IF.
           PERFORM VARYING WS-FILE-IDX FROM 1 BY 1
                   UNTIL WS-FILE-IDX > WS-FILE-COUNT
                   OR WS-BACKUP-FAILED = "Y"
               PERFORM MEASURE-ONE-FILE
               IF WS-BACKUP-FAILED = "N"
                   MOVE WS-NEW-GENERATION TO BKM-GENERATION
                   MOVE WS-LIVE-FILE-NAME TO BKM-FILE-NAME
                   MOVE WS-FILE-PRESENT TO BKM-PRESENT
                   MOVE WS-FILE-RECORDS TO BKM-RECORD-COUNT
                   MOVE WS-FILE-HASH TO BKM-HASH-TOTAL
                   WRITE BACKUP-MANIFEST-RECORD
                   ADD WS-FILE-RECORDS TO WS-TOTAL-RECORDS
               END-IF
           END-PERFORM.
           CLOSE BACKUP-MANIFEST-FILE.
           CLOSE BACKUP-IMAGE-FILE.
           IF WS-BACKUP-FAILED = "Y"
               DISPLAY "Backup generation " WS-NEW-GENERATION
                   " NOT complete; it stays unusable for a restore."
               GO TO TAKE-GENERATION-DONE
           END-IF.
           MOVE "C" TO GEN-STATUS (WS-THIS-GEN).
           MOVE WS-FILE-COUNT TO GEN-FILE-COUNT (WS-THIS-GEN).
           MOVE WS-TOTAL-RECORDS TO GEN-RECORD-COUNT (WS-THIS-GEN).
           PERFORM SAVE-BACKUP-CATALOG.
           MOVE WS-NEW-GENERATION TO BACKUP-GENERATION.
           DISPLAY "Backup generation " WS-NEW-GENERATION
               " complete: " WS-FILE-COUNT " file(s), "
               WS-TOTAL-RECORDS " record(s) in "
               WS-BACKUP-IMAGE-NAME ".".
       TAKE-GENERATION-DONE.
           EXIT.

       BUILD-SLOT-NAMES.
           MOVE SPACES TO WS-BACKUP-IMAGE-NAME.
           STRING "BKUP" WS-SLOT ".DAT"
               DELIMITED BY SIZE INTO WS-BACKUP-IMAGE-NAME.
           MOVE SPACES TO WS-BACKUP-MANIFEST-NAME.
           STRING "BKUP" WS-SLOT ".MAN"
               DELIMITED BY SIZE INTO WS-BACKUP-MANIFEST-NAME.

      * Only a complete generation can be checked. Each file on its
      * manifest is counted and hashed again as it now stands; a
      * file that was not on disk when the generation was taken may
      * be absent or empty now, as a restore leaves it empty.
       VERIFY-GENERATION.
           MOVE 0 TO WS-THIS-GEN.
           PERFORM VARYING WS-GEN-IDX FROM 1 BY 1
                   UNTIL WS-GEN-IDX > WS-GEN-COUNT
               IF GEN-GENERATION (WS-GEN-IDX) = BACKUP-GENERATION
                   AND GEN-STATUS (WS-GEN-IDX) = "C"
                   MOVE WS-GEN-IDX TO WS-THIS-GEN
               END-IF
           END-PERFORM.
           IF WS-THIS-GEN = 0
               DISPLAY "Backup generation " BACKUP-GENERATION
                   " is not a complete generation on the catalogue."
               MOVE "Y" TO WS-BACKUP-FAILED
               GO TO VERIFY-GENERATION-DONE
           END-IF.
           MOVE GEN-SLOT (WS-THIS-GEN) TO WS-SLOT.
           PERFORM BUILD-SLOT-NAMES.
           OPEN INPUT BACKUP-MANIFEST-FILE.
           IF WS-BACKUP-MANIFEST-STATUS NOT = "00"
               DISPLAY "Unable to open " WS-BACKUP-MANIFEST-NAME
                   ", status " WS-BACKUP-MANIFEST-STATUS "."
               MOVE "Y" TO WS-BACKUP-FAILED
               GO TO VERIFY-GENERATION-DONE
           END-IF.
           MOVE 0 TO WS-FILE-COUNT.
           MOVE "N" TO WS-EOF-FLAG.
           PERFORM UNTIL WS-EOF-FLAG = "Y"
               READ BACKUP-MANIFEST-FILE
                   AT END
                       MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       IF BKM-GENERATION = BACKUP-GENERATION
                           AND WS-FILE-COUNT < 80
                           ADD 1 TO WS-FILE-COUNT
                           MOVE BKM-FILE-NAME TO
                               MAN-FILE-NAME (WS-FILE-COUNT)
                           MOVE BKM-PRESENT TO
                               MAN-PRESENT (WS-FILE-COUNT)
                           MOVE BKM-RECORD-COUNT TO
                               MAN-RECORD-COUNT (WS-FILE-COUNT)
                           MOVE BKM-HASH-TOTAL TO
                               MAN-HASH-TOTAL (WS-FILE-COUNT)
                           MOVE BKM-FILE-NAME TO
                               BACKUP-FILE-NAME (WS-FILE-COUNT)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE BACKUP-MANIFEST-FILE.
           IF WS-FILE-COUNT NOT = GEN-FILE-COUNT (WS-THIS-GEN)
               DISPLAY WS-BACKUP-MANIFEST-NAME " holds " WS-FILE-COUNT
                   " file(s) for generation " BACKUP-GENERATION
                   "; the catalogue expects "
                   GEN-FILE-COUNT (WS-THIS-GEN) "."
               MOVE "Y" TO WS-BACKUP-FAILED
               GO TO VERIFY-GENERATION-DONE
           END-IF.
           PERFORM VARYING WS-FILE-IDX FROM 1 BY 1
                   UNTIL WS-FILE-IDX > WS-FILE-COUNT
               PERFORM MEASURE-ONE-FILE
               MOVE "N" TO WS-BACKUP-FAILED
               IF WS-OPEN-STATUS NOT = "00"
                   AND WS-OPEN-STATUS NOT = "35"
                   ADD 1 TO WS-MISMATCH-COUNT
               ELSE
                   IF (MAN-PRESENT (WS-FILE-IDX) = "Y"
                           AND WS-FILE-PRESENT = "N")
                       OR WS-FILE-RECORDS NOT =
                           MAN-RECORD-COUNT (WS-FILE-IDX)
                       OR WS-FILE-HASH NOT =
                           MAN-HASH-TOTAL (WS-FILE-IDX)
                       ADD 1 TO WS-MISMATCH-COUNT
                       DISPLAY "  " WS-LIVE-FILE-NAME " MISMATCH: "
                           "present " WS-FILE-PRESENT " records "
                           WS-FILE-RECORDS " hash " WS-FILE-HASH
                       DISPLAY "  " WS-LIVE-FILE-NAME " manifest: "
                           "present " MAN-PRESENT (WS-FILE-IDX)
                           " records " MAN-RECORD-COUNT (WS-FILE-IDX)
                           " hash " MAN-HASH-TOTAL (WS-FILE-IDX)
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-MISMATCH-COUNT > 0
               MOVE "Y" TO WS-BACKUP-FAILED
               DISPLAY "Check against generation " BACKUP-GENERATION
                   " FAILED: " WS-MISMATCH-COUNT
                   " file(s) do not agree with the manifest."
           ELSE
               DISPLAY "Check against generation " BACKUP-GENERATION
                   ": all " WS-FILE-COUNT " file(s) agree with the "
                   "manifest."
           END-IF.
       VERIFY-GENERATION-DONE.
           EXIT.

      * Counts and hashes one data file, and on a backup copies each
      * record into the image. A file not on disk is recorded as
      * absent; one that cannot be opened or read stops the backup.
       MEASURE-ONE-FILE.
           MOVE BACKUP-FILE-NAME (WS-FILE-IDX) TO WS-LIVE-FILE-NAME.
           MOVE 0 TO WS-FILE-RECORDS.
           MOVE 0 TO WS-FILE-HASH.
           MOVE "Y" TO WS-FILE-PRESENT.
           EVALUATE WS-LIVE-FILE-NAME
               WHEN "ACCOUNTS.DAT"
                   PERFORM READ-ACCOUNT-MASTER-FILE
               WHEN "CUSTOMER.DAT"
                   PERFORM READ-CUSTOMER-FILE
               WHEN "CUSTXREF.DAT"
                   PERFORM READ-CUSTOMER-XREF-FILE
               WHEN "CUSTCDD.DAT"
                   PERFORM READ-DUE-DILIGENCE-FILE
               WHEN "PRODUCT.DAT"
                   PERFORM READ-PRODUCT-FILE
               WHEN "HOLDS.DAT"
                   PERFORM READ-HOLDS-FILE
               WHEN "HELDFNDS.DAT"
                   PERFORM READ-HELD-FUNDS-FILE
               WHEN "STANDORD.DAT"
                   PERFORM READ-STANDING-ORDER-FILE
               WHEN "FUTPAY.DAT"
                   PERFORM READ-FUTURE-PAYMENT-FILE
               WHEN "PENDXFER.DAT"
                   PERFORM READ-PENDING-TRANSFER-FILE
               WHEN "MANDATE.DAT"
                   PERFORM READ-MANDATE-FILE
               WHEN "BENEF.DAT"
                   PERFORM READ-BENEFICIARY-FILE
               WHEN "TERMDEP.DAT"
                   PERFORM READ-TERM-DEPOSIT-FILE
               WHEN "LOANS.DAT"
                   PERFORM READ-LOAN-FILE
               WHEN "CHEQBOOK.DAT"
                   PERFORM READ-CHEQUE-BOOK-FILE
               WHEN "CHEQUES.DAT"
                   PERFORM READ-CHEQUE-FILE
               WHEN "CARDBLK.DAT"
                   PERFORM READ-CARD-BLOCK-FILE
               WHEN "CARDDISP.DAT"
                   PERFORM READ-CARD-DISPUTE-FILE
               WHEN "FRAUDCAS.DAT"
                   PERFORM READ-FRAUD-CASE-FILE
               WHEN "VELRULE.DAT"
                   PERFORM READ-VELOCITY-RULE-FILE
               WHEN "VELOCLOG.DAT"
                   PERFORM READ-VELOCITY-LOG-FILE
               WHEN "WATCHLST.DAT"
                   PERFORM READ-WATCH-LIST-FILE
               WHEN "FEESCHED.DAT"
                   PERFORM READ-FEE-SCHEDULE-FILE
               WHEN "RATETABL.DAT"
                   PERFORM READ-INTEREST-RATE-FILE
               WHEN "DEBRATE.DAT"
                   PERFORM READ-DEBIT-RATE-FILE
               WHEN "EXCHRATE.DAT"
                   PERFORM READ-EXCHANGE-RATE-FILE
               WHEN "CATEGORY.DAT"
                   PERFORM READ-CATEGORY-FILE
               WHEN "HOLIDAY.DAT"
                   PERFORM READ-HOLIDAY-FILE
               WHEN "CUTOFF.DAT"
                   PERFORM READ-CUTOFF-FILE
               WHEN "COLLECT.DAT"
                   PERFORM READ-COLLECTION-CASE-FILE
               WHEN "COLNOTE.DAT"
                   PERFORM READ-COLLECTION-NOTE-FILE
               WHEN "DUNSTAGE.DAT"
                   PERFORM READ-DUNNING-STAGE-FILE
               WHEN "STMTPROF.DAT"
                   PERFORM READ-STATEMENT-PROFILE-FILE
               WHEN "LETTERTP.DAT"
                   PERFORM READ-LETTER-TEMPLATE-FILE
               WHEN "DRAWER.DAT"
                   PERFORM READ-TELLER-DRAWER-FILE
               WHEN "VAULT.DAT"
                   PERFORM READ-BRANCH-VAULT-FILE
               WHEN "OPERATOR.DAT"
                   PERFORM READ-OPERATOR-FILE
               WHEN "LEDGERIX.DAT"
                   PERFORM READ-LEDGER-SHADOW-FILE
               WHEN "SWITCH.DAT"
                   PERFORM READ-ACCOUNT-SWITCH-FILE
               WHEN "UNAPPLIED.DAT"
                   PERFORM READ-UNAPPLIED-ITEM-FILE
               WHEN OTHER
                   PERFORM READ-LIVE-SEQUENTIAL-FILE
           END-EVALUATE.
           EVALUATE WS-OPEN-STATUS
               WHEN "00"
                   CONTINUE
               WHEN "35"
                   MOVE "N" TO WS-FILE-PRESENT
               WHEN OTHER
                   DISPLAY "Unable to read " WS-LIVE-FILE-NAME
                       ", status " WS-OPEN-STATUS "."
                   MOVE "Y" TO WS-BACKUP-FAILED
           END-EVALUATE.

      * Every character of the record up to its last non-blank one
      * adds its code times its position to the file's hash total,
      * held to fifteen digits.
       TAKE-ONE-RECORD.
           ADD 1 TO WS-FILE-RECORDS.
           MOVE FUNCTION LENGTH (FUNCTION TRIM (WS-FILE-RECORD
               TRAILING)) TO WS-RECORD-LENGTH.
           PERFORM VARYING WS-CHAR-IDX FROM 1 BY 1
                   UNTIL WS-CHAR-IDX > WS-RECORD-LENGTH
               COMPUTE WS-FILE-HASH = WS-FILE-HASH
                   + FUNCTION ORD (WS-FILE-RECORD (WS-CHAR-IDX:1))
                   * WS-CHAR-IDX
           END-PERFORM.
           COMPUTE WS-FILE-HASH =
               FUNCTION MOD (WS-FILE-HASH, 1000000000000000).
           IF BACKUP-REQUEST NOT = "V"
               MOVE WS-LIVE-FILE-NAME TO BKI-FILE-NAME
               MOVE WS-FILE-RECORD TO BKI-DATA
               WRITE BACKUP-IMAGE-RECORD
           END-IF.

       READ-ACCOUNT-MASTER-FILE.
           OPEN INPUT ACCOUNT-MASTER-FILE.
           MOVE WS-ACCOUNT-FILE-STATUS TO WS-OPEN-STATUS.
           IF WS-OPEN-STATUS = "00"
               MOVE "N" TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF-FLAG = "Y"
                   READ ACCOUNT-MASTER-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-EOF-FLAG
                       NOT AT END
                           MOVE ACCOUNT-RECORD TO WS-FILE-RECORD
                           PERFORM TAKE-ONE-RECORD
                   END-READ
                   MOVE WS-ACCOUNT-FILE-STATUS TO WS-READ-STATUS
                   IF WS-READ-STATUS (1:1) NOT = "0"
                       AND WS-READ-STATUS (1:1) NOT = "1"
                       MOVE WS-READ-STATUS TO WS-OPEN-STATUS
                       MOVE "Y" TO WS-EOF-FLAG
                   END-IF
               END-PERFORM
               CLOSE ACCOUNT-MASTER-FILE
           END-IF.

       READ-CUSTOMER-FILE.
           OPEN INPUT CUSTOMER-FILE.
           MOVE WS-CUSTOMER-FILE-STATUS TO WS-OPEN-STATUS.
           IF WS-OPEN-STATUS = "00"
               MOVE "N" TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF-FLAG = "Y"
                   READ CUSTOMER-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-EOF-FLAG
                       NOT AT END
                           MOVE CUSTOMER-RECORD TO WS-FILE-RECORD
                           PERFORM TAKE-ONE-RECORD
                   END-READ
                   MOVE WS-CUSTOMER-FILE-STATUS TO WS-READ-STATUS
                   IF WS-READ-STATUS (1:1) NOT = "0"
                       AND WS-READ-STATUS (1:1) NOT = "1"
                       MOVE WS-READ-STATUS TO WS-OPEN-STATUS
                       MOVE "Y" TO WS-EOF-FLAG
                   END-IF
               END-PERFORM
               CLOSE CUSTOMER-FILE
           END-IF.

       READ-CUSTOMER-XREF-FILE.
           OPEN INPUT CUSTOMER-XREF-FILE.
           MOVE WS-CUSTOMER-XREF-STATUS TO WS-OPEN-STATUS.
           IF WS-OPEN-STATUS = "00"
               MOVE "N" TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF-FLAG = "Y"
                   READ CUSTOMER-XREF-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-EOF-FLAG
                       NOT AT END
                           MOVE CUSTOMER-XREF-RECORD TO WS-FILE-RECORD
                           PERFORM TAKE-ONE-RECORD
                   END-READ
                   MOVE WS-CUSTOMER-XREF-STATUS TO WS-READ-STATUS
                   IF WS-READ-STATUS (1:1) NOT = "0"
                       AND WS-READ-STATUS (1:1) NOT = "1"
                       MOVE WS-READ-STATUS TO WS-OPEN-STATUS
                       MOVE "Y" TO WS-EOF-FLAG
                   END-IF
               END-PERFORM
               CLOSE CUSTOMER-XREF-FILE
           END-IF.

       READ-DUE-DILIGENCE-FILE.
           OPEN INPUT DUE-DILIGENCE-FILE.
           MOVE WS-DUE-DILIGENCE-FILE-STATUS TO WS-OPEN-STATUS.
           IF WS-OPEN-STATUS = "00"
               MOVE "N" TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF-FLAG = "Y"
                   READ DUE-DILIGENCE-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-EOF-FLAG
                       NOT AT END
                           MOVE DUE-DILIGENCE-RECORD TO WS-FILE-RECORD
                           PERFORM TAKE-ONE-RECORD
                   END-READ
                   MOVE WS-DUE-DILIGENCE-FILE-STATUS TO WS-READ-STATUS
                   IF WS-READ-STATUS (1:1) NOT = "0"
                       AND WS-READ-STATUS (1:1) NOT = "1"
                       MOVE WS-READ-STATUS TO WS-OPEN-STATUS
                       MOVE "Y" TO WS-EOF-FLAG
                   END-IF
               END-PERFORM
               CLOSE DUE-DILIGENCE-FILE
           END-IF.

       READ-PRODUCT-FILE.
           OPEN INPUT PRODUCT-FILE.
           MOVE WS-PRODUCT-FILE-STATUS TO WS-OPEN-STATUS.
           IF WS-OPEN-STATUS = "00"
               MOVE "N" TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF-FLAG = "Y"
                   READ PRODUCT-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-EOF-FLAG
                       NOT AT END
                           MOVE PRODUCT-RECORD TO WS-FILE-RECORD
                           PERFORM TAKE-ONE-RECORD
                   END-READ
                   MOVE WS-PRODUCT-FILE-STATUS TO WS-READ-STATUS
                   IF WS-READ-STATUS (1:1) NOT = "0"
                       AND WS-READ-STATUS (1:1) NOT = "1"
                       MOVE WS-READ-STATUS TO WS-OPEN-STATUS
                       MOVE "Y" TO WS-EOF-FLAG
                   END-IF
               END-PERFORM
               CLOSE PRODUCT-FILE
           END-IF.

       READ-HOLDS-FILE.
           OPEN INPUT HOLDS-FILE.
           MOVE WS-HOLDS-FILE-STATUS TO WS-OPEN-STATUS.
           IF WS-OPEN-STATUS = "00"
               MOVE "N" TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF-FLAG = "Y"
                   READ HOLDS-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-EOF-FLAG
                       NOT AT END
                           MOVE HOLD-RECORD TO WS-FILE-RECORD
                           PERFORM TAKE-ONE-RECORD
                   END-READ
                   MOVE WS-HOLDS-FILE-STATUS TO WS-READ-STATUS
                   IF WS-READ-STATUS (1:1) NOT = "0"
                       AND WS-READ-STATUS (1:1) NOT = "1"
                       MOVE WS-READ-STATUS TO WS-OPEN-STATUS
                       MOVE "Y" TO WS-EOF-FLAG
                   END-IF
               END-PERFORM
               CLOSE HOLDS-FILE
           END-IF.

       READ-HELD-FUNDS-FILE.
           OPEN INPUT HELD-FUNDS-FILE.
           MOVE WS-HELD-FUNDS-FILE-STATUS TO WS-OPEN-STATUS.
           IF WS-OPEN-STATUS = "00"
               MOVE "N" TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF-FLAG = "Y"
                   READ HELD-FUNDS-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-EOF-FLAG
                       NOT AT END
                           MOVE HELD-FUNDS-RECORD TO WS-FILE-RECORD
                           PERFORM TAKE-ONE-RECORD
                   END-READ
                   MOVE WS-HELD-FUNDS-FILE-STATUS TO WS-READ-STATUS
                   IF WS-READ-STATUS (1:1) NOT = "0"
                       AND WS-READ-STATUS (1:1) NOT = "1"
                       MOVE WS-READ-STATUS TO WS-OPEN-STATUS
                       MOVE "Y" TO WS-EOF-FLAG
                   END-IF
               END-PERFORM
               CLOSE HELD-FUNDS-FILE
           END-IF.

       READ-STANDING-ORDER-FILE.
           OPEN INPUT STANDING-ORDER-FILE.
           MOVE WS-STANDING-ORDER-FILE-STATUS TO WS-OPEN-STATUS.
           IF WS-OPEN-STATUS = "00"
               MOVE "N" TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF-FLAG = "Y"
                   READ STANDING-ORDER-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-EOF-FLAG
                       NOT AT END
                           MOVE STANDING-ORDER-RECORD TO WS-FILE-RECORD
                           PERFORM TAKE-ONE-RECORD
                   END-READ
                   MOVE WS-STANDING-ORDER-FILE-STATUS TO WS-READ-STATUS
                   IF WS-READ-STATUS (1:1) NOT = "0"
                       AND WS-READ-STATUS (1:1) NOT = "1"
                       MOVE WS-READ-STATUS TO WS-OPEN-STATUS
                       MOVE "Y" TO WS-EOF-FLAG
                   END-IF
               END-PERFORM
               CLOSE STANDING-ORDER-FILE
           END-IF.

       READ-FUTURE-PAYMENT-FILE.
           OPEN INPUT FUTURE-PAYMENT-FILE.
           MOVE WS-FUTURE-PAYMENT-FILE-STATUS TO WS-OPEN-STATUS.
           IF WS-OPEN-STATUS = "00"
               MOVE "N" TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF-FLAG = "Y"
                   READ FUTURE-PAYMENT-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-EOF-FLAG
                       NOT AT END
                           MOVE FUTURE-PAYMENT-RECORD TO WS-FILE-RECORD
                           PERFORM TAKE-ONE-RECORD
                   END-READ
                   MOVE WS-FUTURE-PAYMENT-FILE-STATUS TO WS-READ-STATUS
                   IF WS-READ-STATUS (1:1) NOT = "0"
                       AND WS-READ-STATUS (1:1) NOT = "1"
                       MOVE WS-READ-STATUS TO WS-OPEN-STATUS
                       MOVE "Y" TO WS-EOF-FLAG
                   END-IF
               END-PERFORM
               CLOSE FUTURE-PAYMENT-FILE
           END-IF.

       READ-PENDING-TRANSFER-FILE.
           OPEN INPUT PENDING-TRANSFER-FILE.
           MOVE WS-PENDING-TRANSFER-FILE-STATUS TO WS-OPEN-STATUS.
           IF WS-OPEN-STATUS = "00"
               MOVE "N" TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF-FLAG = "Y"
                   READ PENDING-TRANSFER-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-EOF-FLAG
                       NOT AT END
                           MOVE PENDING-TRANSFER-RECORD
                               TO WS-FILE-RECORD
                           PERFORM TAKE-ONE-RECORD
                   END-READ
                   MOVE WS-PENDING-TRANSFER-FILE-STATUS
                       TO WS-READ-STATUS
                   IF WS-READ-STATUS (1:1) NOT = "0"
                       AND WS-READ-STATUS (1:1) NOT = "1"
                       MOVE WS-READ-STATUS TO WS-OPEN-STATUS
                       MOVE "Y" TO WS-EOF-FLAG
                   END-IF
               END-PERFORM
               CLOSE PENDING-TRANSFER-FILE
           END-IF.

       READ-MANDATE-FILE.
           OPEN INPUT MANDATE-FILE.
           MOVE WS-MANDATE-FILE-STATUS TO WS-OPEN-STATUS.
           IF WS-OPEN-STATUS = "00"
               MOVE "N" TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF-FLAG = "Y"
                   READ MANDATE-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-EOF-FLAG
                       NOT AT END
                           MOVE MANDATE-RECORD TO WS-FILE-RECORD
                           PERFORM TAKE-ONE-RECORD
                   END-READ
                   MOVE WS-MANDATE-FILE-STATUS TO WS-READ-STATUS
                   IF WS-READ-STATUS (1:1) NOT = "0"
                       AND WS-READ-STATUS (1:1) NOT = "1"
                       MOVE WS-READ-STATUS TO WS-OPEN-STATUS
                       MOVE "Y" TO WS-EOF-FLAG
                   END-IF
               END-PERFORM
               CLOSE MANDATE-FILE
           END-IF.

       READ-BENEFICIARY-FILE.
           OPEN INPUT BENEFICIARY-FILE.
           MOVE WS-BENEFICIARY-FILE-STATUS TO WS-OPEN-STATUS.
           IF WS-OPEN-STATUS = "00"
               MOVE "N" TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF-FLAG = "Y"
                   READ BENEFICIARY-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-EOF-FLAG
                       NOT AT END
                           MOVE BENEFICIARY-RECORD TO WS-FILE-RECORD
                           PERFORM TAKE-ONE-RECORD
                   END-READ
                   MOVE WS-BENEFICIARY-FILE-STATUS TO WS-READ-STATUS
                   IF WS-READ-STATUS (1:1) NOT = "0"
                       AND WS-READ-STATUS (1:1) NOT = "1"
                       MOVE WS-READ-STATUS TO WS-OPEN-STATUS
                       MOVE "Y" TO WS-EOF-FLAG
                   END-IF
               END-PERFORM
               CLOSE BENEFICIARY-FILE
           END-IF.

       READ-TERM-DEPOSIT-FILE.
           OPEN INPUT TERM-DEPOSIT-FILE.
           MOVE WS-TERM-DEPOSIT-FILE-STATUS TO WS-OPEN-STATUS.
           IF WS-OPEN-STATUS = "00"
               MOVE "N" TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF-FLAG = "Y"
                   READ TERM-DEPOSIT-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-EOF-FLAG
                       NOT AT END
                           MOVE TERM-DEPOSIT-RECORD TO WS-FILE-RECORD
                           PERFORM TAKE-ONE-RECORD
                   END-READ
                   MOVE WS-TERM-DEPOSIT-FILE-STATUS TO WS-READ-STATUS
                   IF WS-READ-STATUS (1:1) NOT = "0"
                       AND WS-READ-STATUS (1:1) NOT = "1"
                       MOVE WS-READ-STATUS TO WS-OPEN-STATUS
                       MOVE "Y" TO WS-EOF-FLAG
                   END-IF
               END-PERFORM
               CLOSE TERM-DEPOSIT-FILE
           END-IF.

       READ-LOAN-FILE.
           OPEN INPUT LOAN-FILE.
           MOVE WS-LOAN-FILE-STATUS TO WS-OPEN-STATUS.
           IF WS-OPEN-STATUS = "00"
               MOVE "N" TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF-FLAG = "Y"
                   READ LOAN-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-EOF-FLAG
                       NOT AT END
                           MOVE LOAN-RECORD TO WS-FILE-RECORD
                           PERFORM TAKE-ONE-RECORD
                   END-READ
                   MOVE WS-LOAN-FILE-STATUS TO WS-READ-STATUS
                   IF WS-READ-STATUS (1:1) NOT = "0"
                       AND WS-READ-STATUS (1:1) NOT = "1"
                       MOVE WS-READ-STATUS TO WS-OPEN-STATUS
                       MOVE "Y" TO WS-EOF-FLAG
                   END-IF
               END-PERFORM
               CLOSE LOAN-FILE
           END-IF.

       READ-CHEQUE-BOOK-FILE.
           OPEN INPUT CHEQUE-BOOK-FILE.
           MOVE WS-CHEQUE-BOOK-STATUS TO WS-OPEN-STATUS.
           IF WS-OPEN-STATUS = "00"
               MOVE "N" TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF-FLAG = "Y"
                   READ CHEQUE-BOOK-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-EOF-FLAG
                       NOT AT END
                           MOVE CHEQUE-BOOK-RECORD TO WS-FILE-RECORD
                           PERFORM TAKE-ONE-RECORD
                   END-READ
                   MOVE WS-CHEQUE-BOOK-STATUS TO WS-READ-STATUS
                   IF WS-READ-STATUS (1:1) NOT = "0"
                       AND WS-READ-STATUS (1:1) NOT = "1"
                       MOVE WS-READ-STATUS TO WS-OPEN-STATUS
                       MOVE "Y" TO WS-EOF-FLAG
                   END-IF
               END-PERFORM
               CLOSE CHEQUE-BOOK-FILE
           END-IF.

       READ-CHEQUE-FILE.
           OPEN INPUT CHEQUE-FILE.
           MOVE WS-CHEQUE-FILE-STATUS TO WS-OPEN-STATUS.
           IF WS-OPEN-STATUS = "00"
               MOVE "N" TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF-FLAG = "Y"
                   READ CHEQUE-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-EOF-FLAG
                       NOT AT END
                           MOVE CHEQUE-RECORD TO WS-FILE-RECORD
                           PERFORM TAKE-ONE-RECORD
                   END-READ
                   MOVE WS-CHEQUE-FILE-STATUS TO WS-READ-STATUS
                   IF WS-READ-STATUS (1:1) NOT = "0"
                       AND WS-READ-STATUS (1:1) NOT = "1"
                       MOVE WS-READ-STATUS TO WS-OPEN-STATUS
                       MOVE "Y" TO WS-EOF-FLAG
                   END-IF
               END-PERFORM
               CLOSE CHEQUE-FILE
           END-IF.

       READ-CARD-BLOCK-FILE.
           OPEN INPUT CARD-BLOCK-FILE.
           MOVE WS-CARD-BLOCK-STATUS TO WS-OPEN-STATUS.
           IF WS-OPEN-STATUS = "00"
               MOVE "N" TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF-FLAG = "Y"
                   READ CARD-BLOCK-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-EOF-FLAG
                       NOT AT END
                           MOVE CARD-BLOCK-RECORD TO WS-FILE-RECORD
                           PERFORM TAKE-ONE-RECORD
                   END-READ
                   MOVE WS-CARD-BLOCK-STATUS TO WS-READ-STATUS
                   IF WS-READ-STATUS (1:1) NOT = "0"
                       AND WS-READ-STATUS (1:1) NOT = "1"
                       MOVE WS-READ-STATUS TO WS-OPEN-STATUS
                       MOVE "Y" TO WS-EOF-FLAG
                   END-IF
               END-PERFORM
               CLOSE CARD-BLOCK-FILE
           END-IF.

       READ-CARD-DISPUTE-FILE.
           OPEN INPUT CARD-DISPUTE-FILE.
           MOVE WS-CARD-DISPUTE-STATUS TO WS-OPEN-STATUS.
           IF WS-OPEN-STATUS = "00"
               MOVE "N" TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF-FLAG = "Y"
                   READ CARD-DISPUTE-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-EOF-FLAG
                       NOT AT END
                           MOVE CARD-DISPUTE-RECORD TO WS-FILE-RECORD
                           PERFORM TAKE-ONE-RECORD
                   END-READ
                   MOVE WS-CARD-DISPUTE-STATUS TO WS-READ-STATUS
                   IF WS-READ-STATUS (1:1) NOT = "0"
                       AND WS-READ-STATUS (1:1) NOT = "1"
                       MOVE WS-READ-STATUS TO WS-OPEN-STATUS
                       MOVE "Y" TO WS-EOF-FLAG
                   END-IF
               END-PERFORM
               CLOSE CARD-DISPUTE-FILE
           END-IF.

       READ-FRAUD-CASE-FILE.
           OPEN INPUT FRAUD-CASE-FILE.
           MOVE WS-FRAUD-CASE-STATUS TO WS-OPEN-STATUS.
           IF WS-OPEN-STATUS = "00"
               MOVE "N" TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF-FLAG = "Y"
                   READ FRAUD-CASE-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-EOF-FLAG
                       NOT AT END
                           MOVE FRAUD-CASE-RECORD TO WS-FILE-RECORD
                           PERFORM TAKE-ONE-RECORD
                   END-READ
                   MOVE WS-FRAUD-CASE-STATUS TO WS-READ-STATUS
                   IF WS-READ-STATUS (1:1) NOT = "0"
                       AND WS-READ-STATUS (1:1) NOT = "1"
                       MOVE WS-READ-STATUS TO WS-OPEN-STATUS
                       MOVE "Y" TO WS-EOF-FLAG
                   END-IF
               END-PERFORM
               CLOSE FRAUD-CASE-FILE
           END-IF.

       READ-VELOCITY-RULE-FILE.
           OPEN INPUT VELOCITY-RULE-FILE.
           MOVE WS-VELOCITY-RULE-STATUS TO WS-OPEN-STATUS.
           IF WS-OPEN-STATUS = "00"
               MOVE "N" TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF-FLAG = "Y"
                   READ VELOCITY-RULE-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-EOF-FLAG
                       NOT AT END
                           MOVE VELOCITY-RULE-RECORD TO WS-FILE-RECORD
                           PERFORM TAKE-ONE-RECORD
                   END-READ
                   MOVE WS-VELOCITY-RULE-STATUS TO WS-READ-STATUS
                   IF WS-READ-STATUS (1:1) NOT = "0"
                       AND WS-READ-STATUS (1:1) NOT = "1"
                       MOVE WS-READ-STATUS TO WS-OPEN-STATUS
                       MOVE "Y" TO WS-EOF-FLAG
                   END-IF
               END-PERFORM
               CLOSE VELOCITY-RULE-FILE
           END-IF.

       READ-VELOCITY-LOG-FILE.
           OPEN INPUT VELOCITY-LOG-FILE.
           MOVE WS-VELOCITY-LOG-STATUS TO WS-OPEN-STATUS.
           IF WS-OPEN-STATUS = "00"
               MOVE "N" TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF-FLAG = "Y"
                   READ VELOCITY-LOG-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-EOF-FLAG
                       NOT AT END
                           MOVE VELOCITY-LOG-RECORD TO WS-FILE-RECORD
                           PERFORM TAKE-ONE-RECORD
                   END-READ
                   MOVE WS-VELOCITY-LOG-STATUS TO WS-READ-STATUS
                   IF WS-READ-STATUS (1:1) NOT = "0"
                       AND WS-READ-STATUS (1:1) NOT = "1"
                       MOVE WS-READ-STATUS TO WS-OPEN-STATUS
                       MOVE "Y" TO WS-EOF-FLAG
                   END-IF
               END-PERFORM
               CLOSE VELOCITY-LOG-FILE
           END-IF.

       READ-WATCH-LIST-FILE.
           OPEN INPUT WATCH-LIST-FILE.
           MOVE WS-WATCH-LIST-FILE-STATUS TO WS-OPEN-STATUS.
           IF WS-OPEN-STATUS = "00"
               MOVE "N" TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF-FLAG = "Y"
                   READ WATCH-LIST-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-EOF-FLAG
                       NOT AT END
                           MOVE WATCH-LIST-RECORD TO WS-FILE-RECORD
                           PERFORM TAKE-ONE-RECORD
                   END-READ
                   MOVE WS-WATCH-LIST-FILE-STATUS TO WS-READ-STATUS
                   IF WS-READ-STATUS (1:1) NOT = "0"
                       AND WS-READ-STATUS (1:1) NOT = "1"
                       MOVE WS-READ-STATUS TO WS-OPEN-STATUS
                       MOVE "Y" TO WS-EOF-FLAG
                   END-IF
               END-PERFORM
               CLOSE WATCH-LIST-FILE
           END-IF.

       READ-FEE-SCHEDULE-FILE.
           OPEN INPUT FEE-SCHEDULE-FILE.
           MOVE WS-FEE-SCHEDULE-FILE-STATUS TO WS-OPEN-STATUS.
           IF WS-OPEN-STATUS = "00"
               MOVE "N" TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF-FLAG = "Y"
                   READ FEE-SCHEDULE-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-EOF-FLAG
                       NOT AT END
                           MOVE FEE-SCHEDULE-RECORD TO WS-FILE-RECORD
                           PERFORM TAKE-ONE-RECORD
                   END-READ
                   MOVE WS-FEE-SCHEDULE-FILE-STATUS TO WS-READ-STATUS
                   IF WS-READ-STATUS (1:1) NOT = "0"
                       AND WS-READ-STATUS (1:1) NOT = "1"
                       MOVE WS-READ-STATUS TO WS-OPEN-STATUS
                       MOVE "Y" TO WS-EOF-FLAG
                   END-IF
               END-PERFORM
               CLOSE FEE-SCHEDULE-FILE
           END-IF.

       READ-INTEREST-RATE-FILE.
           OPEN INPUT INTEREST-RATE-FILE.
           MOVE WS-INTEREST-RATE-FILE-STATUS TO WS-OPEN-STATUS.
           IF WS-OPEN-STATUS = "00"
               MOVE "N" TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF-FLAG = "Y"
                   READ INTEREST-RATE-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-EOF-FLAG
                       NOT AT END
                           MOVE INTEREST-RATE-RECORD TO WS-FILE-RECORD
                           PERFORM TAKE-ONE-RECORD
                   END-READ
                   MOVE WS-INTEREST-RATE-FILE-STATUS TO WS-READ-STATUS
                   IF WS-READ-STATUS (1:1) NOT = "0"
                       AND WS-READ-STATUS (1:1) NOT = "1"
                       MOVE WS-READ-STATUS TO WS-OPEN-STATUS
                       MOVE "Y" TO WS-EOF-FLAG
                   END-IF
               END-PERFORM
               CLOSE INTEREST-RATE-FILE
           END-IF.

       READ-DEBIT-RATE-FILE.
           OPEN INPUT DEBIT-RATE-FILE.
           MOVE WS-DEBIT-RATE-FILE-STATUS TO WS-OPEN-STATUS.
           IF WS-OPEN-STATUS = "00"
               MOVE "N" TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF-FLAG = "Y"
                   READ DEBIT-RATE-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-EOF-FLAG
                       NOT AT END
                           MOVE DEBIT-RATE-RECORD TO WS-FILE-RECORD
                           PERFORM TAKE-ONE-RECORD
                   END-READ
                   MOVE WS-DEBIT-RATE-FILE-STATUS TO WS-READ-STATUS
                   IF WS-READ-STATUS (1:1) NOT = "0"
                       AND WS-READ-STATUS (1:1) NOT = "1"
                       MOVE WS-READ-STATUS TO WS-OPEN-STATUS
                       MOVE "Y" TO WS-EOF-FLAG
                   END-IF
               END-PERFORM
               CLOSE DEBIT-RATE-FILE
           END-IF.

       READ-EXCHANGE-RATE-FILE.
           OPEN INPUT EXCHANGE-RATE-FILE.
           MOVE WS-EXCHANGE-RATE-FILE-STATUS TO WS-OPEN-STATUS.
           IF WS-OPEN-STATUS = "00"
               MOVE "N" TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF-FLAG = "Y"
                   READ EXCHANGE-RATE-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-EOF-FLAG
                       NOT AT END
                           MOVE EXCHANGE-RATE-RECORD TO WS-FILE-RECORD
                           PERFORM TAKE-ONE-RECORD
                   END-READ
                   MOVE WS-EXCHANGE-RATE-FILE-STATUS TO WS-READ-STATUS
                   IF WS-READ-STATUS (1:1) NOT = "0"
                       AND WS-READ-STATUS (1:1) NOT = "1"
                       MOVE WS-READ-STATUS TO WS-OPEN-STATUS
                       MOVE "Y" TO WS-EOF-FLAG
                   END-IF
               END-PERFORM
               CLOSE EXCHANGE-RATE-FILE
           END-IF.

       READ-CATEGORY-FILE.
           OPEN INPUT CATEGORY-FILE.
           MOVE WS-CATEGORY-FILE-STATUS TO WS-OPEN-STATUS.
           IF WS-OPEN-STATUS = "00"
               MOVE "N" TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF-FLAG = "Y"
                   READ CATEGORY-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-EOF-FLAG
                       NOT AT END
                           MOVE CATEGORY-RECORD TO WS-FILE-RECORD
                           PERFORM TAKE-ONE-RECORD
                   END-READ
                   MOVE WS-CATEGORY-FILE-STATUS TO WS-READ-STATUS
                   IF WS-READ-STATUS (1:1) NOT = "0"
                       AND WS-READ-STATUS (1:1) NOT = "1"
                       MOVE WS-READ-STATUS TO WS-OPEN-STATUS
                       MOVE "Y" TO WS-EOF-FLAG
                   END-IF
               END-PERFORM
               CLOSE CATEGORY-FILE
           END-IF.

       READ-HOLIDAY-FILE.
           OPEN INPUT HOLIDAY-FILE.
           MOVE WS-HOLIDAY-FILE-STATUS TO WS-OPEN-STATUS.
           IF WS-OPEN-STATUS = "00"
               MOVE "N" TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF-FLAG = "Y"
                   READ HOLIDAY-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-EOF-FLAG
                       NOT AT END
                           MOVE HOLIDAY-RECORD TO WS-FILE-RECORD
                           PERFORM TAKE-ONE-RECORD
                   END-READ
                   MOVE WS-HOLIDAY-FILE-STATUS TO WS-READ-STATUS
                   IF WS-READ-STATUS (1:1) NOT = "0"
                       AND WS-READ-STATUS (1:1) NOT = "1"
                       MOVE WS-READ-STATUS TO WS-OPEN-STATUS
                       MOVE "Y" TO WS-EOF-FLAG
                   END-IF
               END-PERFORM
               CLOSE HOLIDAY-FILE
           END-IF.

       READ-CUTOFF-FILE.
           OPEN INPUT CUTOFF-FILE.
           MOVE WS-CUTOFF-FILE-STATUS TO WS-OPEN-STATUS.
           IF WS-OPEN-STATUS = "00"
               MOVE "N" TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF-FLAG = "Y"
                   READ CUTOFF-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-EOF-FLAG
                       NOT AT END
                           MOVE CUTOFF-RECORD TO WS-FILE-RECORD
                           PERFORM TAKE-ONE-RECORD
                   END-READ
                   MOVE WS-CUTOFF-FILE-STATUS TO WS-READ-STATUS
                   IF WS-READ-STATUS (1:1) NOT = "0"
                       AND WS-READ-STATUS (1:1) NOT = "1"
                       MOVE WS-READ-STATUS TO WS-OPEN-STATUS
                       MOVE "Y" TO WS-EOF-FLAG
                   END-IF
               END-PERFORM
               CLOSE CUTOFF-FILE
           END-IF.

       READ-COLLECTION-CASE-FILE.
           OPEN INPUT COLLECTION-CASE-FILE.
           MOVE WS-COLLECTION-CASE-STATUS TO WS-OPEN-STATUS.
           IF WS-OPEN-STATUS = "00"
               MOVE "N" TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF-FLAG = "Y"
                   READ COLLECTION-CASE-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-EOF-FLAG
                       NOT AT END
                           MOVE COLLECTION-CASE-RECORD TO WS-FILE-RECORD
                           PERFORM TAKE-ONE-RECORD
                   END-READ
                   MOVE WS-COLLECTION-CASE-STATUS TO WS-READ-STATUS
                   IF WS-READ-STATUS (1:1) NOT = "0"
                       AND WS-READ-STATUS (1:1) NOT = "1"
                       MOVE WS-READ-STATUS TO WS-OPEN-STATUS
                       MOVE "Y" TO WS-EOF-FLAG
                   END-IF
               END-PERFORM
               CLOSE COLLECTION-CASE-FILE
           END-IF.

       READ-COLLECTION-NOTE-FILE.
           OPEN INPUT COLLECTION-NOTE-FILE.
           MOVE WS-COLLECTION-NOTE-STATUS TO WS-OPEN-STATUS.
           IF WS-OPEN-STATUS = "00"
               MOVE "N" TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF-FLAG = "Y"
                   READ COLLECTION-NOTE-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-EOF-FLAG
                       NOT AT END
                           MOVE COLLECTION-NOTE-RECORD TO WS-FILE-RECORD
                           PERFORM TAKE-ONE-RECORD
                   END-READ
                   MOVE WS-COLLECTION-NOTE-STATUS TO WS-READ-STATUS
                   IF WS-READ-STATUS (1:1) NOT = "0"
                       AND WS-READ-STATUS (1:1) NOT = "1"
                       MOVE WS-READ-STATUS TO WS-OPEN-STATUS
                       MOVE "Y" TO WS-EOF-FLAG
                   END-IF
               END-PERFORM
               CLOSE COLLECTION-NOTE-FILE
           END-IF.

       READ-DUNNING-STAGE-FILE.
           OPEN INPUT DUNNING-STAGE-FILE.
           MOVE WS-DUNNING-STAGE-STATUS TO WS-OPEN-STATUS.
           IF WS-OPEN-STATUS = "00"
               MOVE "N" TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF-FLAG = "Y"
                   READ DUNNING-STAGE-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-EOF-FLAG
                       NOT AT END
                           MOVE DUNNING-STAGE-RECORD TO WS-FILE-RECORD
                           PERFORM TAKE-ONE-RECORD
                   END-READ
                   MOVE WS-DUNNING-STAGE-STATUS TO WS-READ-STATUS
                   IF WS-READ-STATUS (1:1) NOT = "0"
                       AND WS-READ-STATUS (1:1) NOT = "1"
                       MOVE WS-READ-STATUS TO WS-OPEN-STATUS
                       MOVE "Y" TO WS-EOF-FLAG
                   END-IF
               END-PERFORM
               CLOSE DUNNING-STAGE-FILE
           END-IF.

       READ-STATEMENT-PROFILE-FILE.
           OPEN INPUT STATEMENT-PROFILE-FILE.
           MOVE WS-STATEMENT-PROFILE-STATUS TO WS-OPEN-STATUS.
           IF WS-OPEN-STATUS = "00"
               MOVE "N" TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF-FLAG = "Y"
                   READ STATEMENT-PROFILE-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-EOF-FLAG
                       NOT AT END
                           MOVE STATEMENT-PROFILE-RECORD
                               TO WS-FILE-RECORD
                           PERFORM TAKE-ONE-RECORD
                   END-READ
                   MOVE WS-STATEMENT-PROFILE-STATUS TO WS-READ-STATUS
                   IF WS-READ-STATUS (1:1) NOT = "0"
                       AND WS-READ-STATUS (1:1) NOT = "1"
                       MOVE WS-READ-STATUS TO WS-OPEN-STATUS
                       MOVE "Y" TO WS-EOF-FLAG
                   END-IF
               END-PERFORM
               CLOSE STATEMENT-PROFILE-FILE
           END-IF.

       READ-LETTER-TEMPLATE-FILE.
           OPEN INPUT LETTER-TEMPLATE-FILE.
           MOVE WS-LETTER-TEMPLATE-STATUS TO WS-OPEN-STATUS.
           IF WS-OPEN-STATUS = "00"
               MOVE "N" TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF-FLAG = "Y"
                   READ LETTER-TEMPLATE-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-EOF-FLAG
                       NOT AT END
                           MOVE LETTER-TEMPLATE-RECORD TO WS-FILE-RECORD
                           PERFORM TAKE-ONE-RECORD
                   END-READ
                   MOVE WS-LETTER-TEMPLATE-STATUS TO WS-READ-STATUS
                   IF WS-READ-STATUS (1:1) NOT = "0"
                       AND WS-READ-STATUS (1:1) NOT = "1"
                       MOVE WS-READ-STATUS TO WS-OPEN-STATUS
                       MOVE "Y" TO WS-EOF-FLAG
                   END-IF
               END-PERFORM
               CLOSE LETTER-TEMPLATE-FILE
           END-IF.

       READ-TELLER-DRAWER-FILE.
           OPEN INPUT TELLER-DRAWER-FILE.
           MOVE WS-DRAWER-FILE-STATUS TO WS-OPEN-STATUS.
           IF WS-OPEN-STATUS = "00"
               MOVE "N" TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF-FLAG = "Y"
                   READ TELLER-DRAWER-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-EOF-FLAG
                       NOT AT END
                           MOVE DRAWER-RECORD TO WS-FILE-RECORD
                           PERFORM TAKE-ONE-RECORD
                   END-READ
                   MOVE WS-DRAWER-FILE-STATUS TO WS-READ-STATUS
                   IF WS-READ-STATUS (1:1) NOT = "0"
                       AND WS-READ-STATUS (1:1) NOT = "1"
                       MOVE WS-READ-STATUS TO WS-OPEN-STATUS
                       MOVE "Y" TO WS-EOF-FLAG
                   END-IF
               END-PERFORM
               CLOSE TELLER-DRAWER-FILE
           END-IF.

       READ-BRANCH-VAULT-FILE.
           OPEN INPUT BRANCH-VAULT-FILE.
           MOVE WS-VAULT-FILE-STATUS TO WS-OPEN-STATUS.
           IF WS-OPEN-STATUS = "00"
               MOVE "N" TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF-FLAG = "Y"
                   READ BRANCH-VAULT-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-EOF-FLAG
                       NOT AT END
                           MOVE VAULT-RECORD TO WS-FILE-RECORD
                           PERFORM TAKE-ONE-RECORD
                   END-READ
                   MOVE WS-VAULT-FILE-STATUS TO WS-READ-STATUS
                   IF WS-READ-STATUS (1:1) NOT = "0"
                       AND WS-READ-STATUS (1:1) NOT = "1"
                       MOVE WS-READ-STATUS TO WS-OPEN-STATUS
                       MOVE "Y" TO WS-EOF-FLAG
                   END-IF
               END-PERFORM
               CLOSE BRANCH-VAULT-FILE
           END-IF.

       READ-OPERATOR-FILE.
           OPEN INPUT OPERATOR-FILE.
           MOVE WS-OPERATOR-FILE-STATUS TO WS-OPEN-STATUS.
           IF WS-OPEN-STATUS = "00"
               MOVE "N" TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF-FLAG = "Y"
                   READ OPERATOR-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-EOF-FLAG
                       NOT AT END
                           MOVE OPERATOR-RECORD TO WS-FILE-RECORD
                           PERFORM TAKE-ONE-RECORD
                   END-READ
                   MOVE WS-OPERATOR-FILE-STATUS TO WS-READ-STATUS
                   IF WS-READ-STATUS (1:1) NOT = "0"
                       AND WS-READ-STATUS (1:1) NOT = "1"
                       MOVE WS-READ-STATUS TO WS-OPEN-STATUS
                       MOVE "Y" TO WS-EOF-FLAG
                   END-IF
               END-PERFORM
               CLOSE OPERATOR-FILE
           END-IF.

       READ-LEDGER-SHADOW-FILE.
           OPEN INPUT LEDGER-SHADOW-FILE.
           MOVE WS-LEDGER-SHADOW-STATUS TO WS-OPEN-STATUS.
           IF WS-OPEN-STATUS = "00"
               MOVE "N" TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF-FLAG = "Y"
                   READ LEDGER-SHADOW-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-EOF-FLAG
                       NOT AT END
                           MOVE LEDGER-SHADOW-RECORD TO WS-FILE-RECORD
                           PERFORM TAKE-ONE-RECORD
                   END-READ
                   MOVE WS-LEDGER-SHADOW-STATUS TO WS-READ-STATUS
                   IF WS-READ-STATUS (1:1) NOT = "0"
                       AND WS-READ-STATUS (1:1) NOT = "1"
                       MOVE WS-READ-STATUS TO WS-OPEN-STATUS
                       MOVE "Y" TO WS-EOF-FLAG
                   END-IF
               END-PERFORM
               CLOSE LEDGER-SHADOW-FILE
           END-IF.

       READ-ACCOUNT-SWITCH-FILE.
           OPEN INPUT ACCOUNT-SWITCH-FILE.
           MOVE WS-ACCOUNT-SWITCH-STATUS TO WS-OPEN-STATUS.
           IF WS-OPEN-STATUS = "00"
               MOVE "N" TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF-FLAG = "Y"
                   READ ACCOUNT-SWITCH-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-EOF-FLAG
                       NOT AT END
                           MOVE ACCOUNT-SWITCH-RECORD TO WS-FILE-RECORD
                           PERFORM TAKE-ONE-RECORD
                   END-READ
                   MOVE WS-ACCOUNT-SWITCH-STATUS TO WS-READ-STATUS
                   IF WS-READ-STATUS (1:1) NOT = "0"
                       AND WS-READ-STATUS (1:1) NOT = "1"
                       MOVE WS-READ-STATUS TO WS-OPEN-STATUS
                       MOVE "Y" TO WS-EOF-FLAG
                   END-IF
               END-PERFORM
               CLOSE ACCOUNT-SWITCH-FILE
           END-IF.

       READ-UNAPPLIED-ITEM-FILE.
           OPEN INPUT UNAPPLIED-ITEM-FILE.
           MOVE WS-UNAPPLIED-ITEM-STATUS TO WS-OPEN-STATUS.
           IF WS-OPEN-STATUS = "00"
               MOVE "N" TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF-FLAG = "Y"
                   READ UNAPPLIED-ITEM-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-EOF-FLAG
                       NOT AT END
                           MOVE UNAPPLIED-ITEM-RECORD TO WS-FILE-RECORD
                           PERFORM TAKE-ONE-RECORD
                   END-READ
                   MOVE WS-UNAPPLIED-ITEM-STATUS TO WS-READ-STATUS
                   IF WS-READ-STATUS (1:1) NOT = "0"
                       AND WS-READ-STATUS (1:1) NOT = "1"
                       MOVE WS-READ-STATUS TO WS-OPEN-STATUS
                       MOVE "Y" TO WS-EOF-FLAG
                   END-IF
               END-PERFORM
               CLOSE UNAPPLIED-ITEM-FILE
           END-IF.

       READ-LIVE-SEQUENTIAL-FILE.
           OPEN INPUT LIVE-SEQUENTIAL-FILE.
           MOVE WS-LIVE-FILE-STATUS TO WS-OPEN-STATUS.
           IF WS-OPEN-STATUS = "00"
               MOVE "N" TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF-FLAG = "Y"
                   READ LIVE-SEQUENTIAL-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-FLAG
                       NOT AT END
                           MOVE LIVE-SEQUENTIAL-RECORD TO WS-FILE-RECORD
                           PERFORM TAKE-ONE-RECORD
                   END-READ
                   MOVE WS-LIVE-FILE-STATUS TO WS-READ-STATUS
                   IF WS-READ-STATUS (1:1) NOT = "0"
                       AND WS-READ-STATUS (1:1) NOT = "1"
                       MOVE WS-READ-STATUS TO WS-OPEN-STATUS
                       MOVE "Y" TO WS-EOF-FLAG
                   END-IF
               END-PERFORM
               CLOSE LIVE-SEQUENTIAL-FILE
           END-IF.
