       IDENTIFICATION DIVISION.
       PROGRAM-ID. MoneyFieldConversion.

      ******************************************************************
      * One-time conversion for the widened money fields. Every
      * amount, balance, limit and threshold in the shared record
      * layouts now carries nine whole digits (accrued interest keeps
      * its four decimals), totals carried on file (GL summary, FX
      * positions) grew to match, and the ACCOUNT-RECORD images held
      * on the snapshots, the update journal and the purge archive
      * are now 250 bytes so the longer account record fits with
      * room to spare. Files written under the old layouts will not
      * read correctly against the new FDs, so this utility reads
      * each one under its OLD layout and writes a NEW-layout copy
      * alongside it, every figure carried over unchanged (drawer
      * sessions also gain branch "001", currency "EUR" and no vault
      * link, since they predate the branch vaults, and accounts a
      * blank product code, since they predate the catalogue):
      *   masters:   ACCOUNTS, CUSTOMER, HOLDS, STANDORD, TERMDEP,
      *              FUTPAY, HELDFNDS, MANDATE, PENDXFER, CHEQUES,
      *              FEESCHED, LOANS, DRAWER, RATETABL, DEBRATE
      *   ledger:    LEDGER.DAT, the keyed shadow LEDGERIX.DAT and
      *              every LEDGyyyymm.DAT archive month
      *   history:   SNAPyyyymmdd.DAT snapshots (with their account
      *              images), ACCTJRNL.DAT (both images), the purge
      *              archive ACCTARCH.DAT, OUTSyyyymmdd.DAT outgoing
      *              settlement files, SETTLDON.DAT, REJLOG.DAT,
      *              DRWTXN.DAT, GLSUMM.DAT, FXPOS.DAT
      *   restart:   BATCHCKPT.DAT
      * Dated files are looked for from an operator-entered earliest
      * date up to today (archive months from that date's month), so
      * no history is left behind in the old layout. Inbound feeds
      * (INCLEAR, CARDAUTH, CARDSETL, SETTLACK, BATCHTXN) are not
      * converted: process any waiting feed before the changeover and
      * have the senders deliver the widened layout from then on.
      * ESCHyyyymmdd remittance files already sent to the state are
      * left as sent. After a clean run the operator swaps each .NEW
      * file over its live name (and rebuilds nothing - LEDGERIX.NEW
      * is the converted shadow). A file that is not present is
      * skipped; rerunning just rebuilds the .NEW copies.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLD-ACCOUNT-FILE ASSIGN TO "ACCOUNTS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OA-ACCT-ID
               FILE STATUS IS WS-OLD-ACCOUNT-STATUS.
           SELECT NEW-ACCOUNT-FILE ASSIGN TO "ACCOUNTS.NEW"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCT-ID
               FILE STATUS IS WS-NEW-ACCOUNT-STATUS.
           SELECT OLD-LEDGER-FILE ASSIGN TO "LEDGER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OLD-LEDGER-STATUS.
           SELECT NEW-LEDGER-FILE ASSIGN TO "LEDGER.NEW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NEW-LEDGER-STATUS.
           SELECT OLD-ARCHIVE-LEDGER ASSIGN TO DYNAMIC
               WS-OLD-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OLD-ARCHIVE-STATUS.
           SELECT NEW-ARCHIVE-LEDGER ASSIGN TO DYNAMIC
               WS-NEW-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NEW-ARCHIVE-STATUS.
           SELECT OLD-SNAPSHOT-FILE ASSIGN TO DYNAMIC
               WS-OLD-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OLD-SNAPSHOT-STATUS.
           SELECT NEW-SNAPSHOT-FILE ASSIGN TO DYNAMIC
               WS-NEW-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NEW-SNAPSHOT-STATUS.
           SELECT OLD-SETTLEMENT-FILE ASSIGN TO DYNAMIC
               WS-OLD-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OLD-SETTLEMENT-STATUS.
           SELECT NEW-SETTLEMENT-FILE ASSIGN TO DYNAMIC
               WS-NEW-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NEW-SETTLEMENT-STATUS.
           SELECT OLD-JOURNAL-FILE ASSIGN TO "ACCTJRNL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OLD-JOURNAL-STATUS.
           SELECT NEW-JOURNAL-FILE ASSIGN TO "ACCTJRNL.NEW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NEW-JOURNAL-STATUS.
           SELECT OLD-PURGE-ARCHIVE ASSIGN TO "ACCTARCH.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OLD-PURGE-STATUS.
           SELECT NEW-PURGE-ARCHIVE ASSIGN TO "ACCTARCH.NEW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NEW-PURGE-STATUS.
           SELECT OLD-CUSTOMER-FILE ASSIGN TO "CUSTOMER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OC-ID
               FILE STATUS IS WS-OLD-CUSTOMER-STATUS.
           SELECT NEW-CUSTOMER-FILE ASSIGN TO "CUSTOMER.NEW"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUST-ID
               FILE STATUS IS WS-NEW-CUSTOMER-STATUS.
           SELECT OLD-HOLD-FILE ASSIGN TO "HOLDS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OH-ID
               FILE STATUS IS WS-OLD-HOLD-STATUS.
           SELECT NEW-HOLD-FILE ASSIGN TO "HOLDS.NEW"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HOLD-ID
               FILE STATUS IS WS-NEW-HOLD-STATUS.
           SELECT OLD-ORDER-FILE ASSIGN TO "STANDORD.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OS-ID
               FILE STATUS IS WS-OLD-ORDER-STATUS.
           SELECT NEW-ORDER-FILE ASSIGN TO "STANDORD.NEW"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SO-ID
               FILE STATUS IS WS-NEW-ORDER-STATUS.
           SELECT OLD-TERM-DEPOSIT-FILE ASSIGN TO "TERMDEP.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OT-ID
               FILE STATUS IS WS-OLD-TERM-DEPOSIT-STATUS.
           SELECT NEW-TERM-DEPOSIT-FILE ASSIGN TO "TERMDEP.NEW"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TD-ID
               FILE STATUS IS WS-NEW-TERM-DEPOSIT-STATUS.
           SELECT OLD-FUTURE-PAYMENT-FILE ASSIGN TO "FUTPAY.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OFP-ID
               FILE STATUS IS WS-OLD-FUTURE-PAYMENT-STATUS.
           SELECT NEW-FUTURE-PAYMENT-FILE ASSIGN TO "FUTPAY.NEW"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FP-ID
               FILE STATUS IS WS-NEW-FUTURE-PAYMENT-STATUS.
           SELECT OLD-HELD-FUNDS-FILE ASSIGN TO "HELDFNDS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OHF-ID
               FILE STATUS IS WS-OLD-HELD-FUNDS-STATUS.
           SELECT NEW-HELD-FUNDS-FILE ASSIGN TO "HELDFNDS.NEW"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HF-ID
               FILE STATUS IS WS-NEW-HELD-FUNDS-STATUS.
           SELECT OLD-MANDATE-FILE ASSIGN TO "MANDATE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OM-ID
               FILE STATUS IS WS-OLD-MANDATE-STATUS.
           SELECT NEW-MANDATE-FILE ASSIGN TO "MANDATE.NEW"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MAND-ID
               FILE STATUS IS WS-NEW-MANDATE-STATUS.
           SELECT OLD-PENDING-FILE ASSIGN TO "PENDXFER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OP-ID
               FILE STATUS IS WS-OLD-PENDING-STATUS.
           SELECT NEW-PENDING-FILE ASSIGN TO "PENDXFER.NEW"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PT-ID
               FILE STATUS IS WS-NEW-PENDING-STATUS.
           SELECT OLD-CHEQUE-FILE ASSIGN TO "CHEQUES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OQ-KEY
               FILE STATUS IS WS-OLD-CHEQUE-STATUS.
           SELECT NEW-CHEQUE-FILE ASSIGN TO "CHEQUES.NEW"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHQ-KEY
               FILE STATUS IS WS-NEW-CHEQUE-STATUS.
           SELECT OLD-FEE-FILE ASSIGN TO "FEESCHED.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OE-ID
               FILE STATUS IS WS-OLD-FEE-STATUS.
           SELECT NEW-FEE-FILE ASSIGN TO "FEESCHED.NEW"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FEE-ID
               FILE STATUS IS WS-NEW-FEE-STATUS.
           SELECT OLD-LOAN-FILE ASSIGN TO "LOANS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OLN-ID
               FILE STATUS IS WS-OLD-LOAN-STATUS.
           SELECT NEW-LOAN-FILE ASSIGN TO "LOANS.NEW"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LOAN-ID
               FILE STATUS IS WS-NEW-LOAN-STATUS.
           SELECT OLD-DRAWER-FILE ASSIGN TO "DRAWER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OD-ID
               FILE STATUS IS WS-OLD-DRAWER-STATUS.
           SELECT NEW-DRAWER-FILE ASSIGN TO "DRAWER.NEW"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DRW-ID
               FILE STATUS IS WS-NEW-DRAWER-STATUS.
           SELECT OLD-RATE-FILE ASSIGN TO "RATETABL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OIR-KEY
               FILE STATUS IS WS-OLD-RATE-STATUS.
           SELECT NEW-RATE-FILE ASSIGN TO "RATETABL.NEW"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IR-KEY
               FILE STATUS IS WS-NEW-RATE-STATUS.
           SELECT OLD-DEBIT-RATE-FILE ASSIGN TO "DEBRATE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ODR-KEY
               FILE STATUS IS WS-OLD-DEBIT-RATE-STATUS.
           SELECT NEW-DEBIT-RATE-FILE ASSIGN TO "DEBRATE.NEW"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DR-KEY
               FILE STATUS IS WS-NEW-DEBIT-RATE-STATUS.
           SELECT OLD-SHADOW-FILE ASSIGN TO "LEDGERIX.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OX-KEY
               ALTERNATE RECORD KEY IS OX-TXN-REF
                   WITH DUPLICATES
               FILE STATUS IS WS-OLD-SHADOW-STATUS.
           SELECT NEW-SHADOW-FILE ASSIGN TO "LEDGERIX.NEW"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LIX-KEY
               ALTERNATE RECORD KEY IS LIX-TXN-REF
                   WITH DUPLICATES
               FILE STATUS IS WS-NEW-SHADOW-STATUS.
           SELECT OLD-REJECT-LOG-FILE ASSIGN TO "REJLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OLD-REJECT-LOG-STATUS.
           SELECT NEW-REJECT-LOG-FILE ASSIGN TO "REJLOG.NEW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NEW-REJECT-LOG-STATUS.
           SELECT OLD-DRAWER-TXN-FILE ASSIGN TO "DRWTXN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OLD-DRAWER-TXN-STATUS.
           SELECT NEW-DRAWER-TXN-FILE ASSIGN TO "DRWTXN.NEW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NEW-DRAWER-TXN-STATUS.
           SELECT OLD-CHECKPOINT-FILE ASSIGN TO "BATCHCKPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OLD-CHECKPOINT-STATUS.
           SELECT NEW-CHECKPOINT-FILE ASSIGN TO "BATCHCKPT.NEW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NEW-CHECKPOINT-STATUS.
           SELECT OLD-GL-SUMMARY-FILE ASSIGN TO "GLSUMM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OLD-GL-SUMMARY-STATUS.
           SELECT NEW-GL-SUMMARY-FILE ASSIGN TO "GLSUMM.NEW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NEW-GL-SUMMARY-STATUS.
           SELECT OLD-FX-POSITION-FILE ASSIGN TO "FXPOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OLD-FX-POSITION-STATUS.
           SELECT NEW-FX-POSITION-FILE ASSIGN TO "FXPOS.NEW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NEW-FX-POSITION-STATUS.
           SELECT OLD-SETTLED-FILE ASSIGN TO "SETTLDON.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OLD-SETTLED-STATUS.
           SELECT NEW-SETTLED-FILE ASSIGN TO "SETTLDON.NEW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NEW-SETTLED-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  OLD-ACCOUNT-FILE.
       01 OLD-ACCOUNT-RECORD.
           05 OA-ACCT-ID             PIC 9(5).
           05 FILLER                 PIC X(125).
       FD  NEW-ACCOUNT-FILE.
           COPY "AccountRecord.cpy".
       FD  OLD-LEDGER-FILE.
       01 OLD-LEDGER-LINE            PIC X(110).
       FD  NEW-LEDGER-FILE.
           COPY "LedgerRecord.cpy".
       FD  OLD-ARCHIVE-LEDGER.
       01 OLD-ARCHIVE-LINE           PIC X(110).
       FD  NEW-ARCHIVE-LEDGER.
           COPY "LedgerRecord.cpy"
               REPLACING LEADING ==LEDGER== BY ==ARCH-LEDGER==
                         LEADING ==LEDG== BY ==ARCH==.
       FD  OLD-SNAPSHOT-FILE.
       01 OLD-SNAPSHOT-RECORD.
           05 ON-ACCT-ID             PIC 9(5).
           05 ON-BALANCE             PIC 9(5)V99.
           05 ON-STATUS              PIC X(1).
           05 ON-VERSION             PIC 9(9).
           05 ON-RECORD-IMAGE        PIC X(160).
       FD  NEW-SNAPSHOT-FILE.
           COPY "SnapshotRecord.cpy".
       FD  OLD-SETTLEMENT-FILE.
       01 OLD-SETTLEMENT-RECORD.
           05 OST-DATE               PIC 9(8).
           05 OST-TIME               PIC 9(6).
           05 OST-FROM-ACCT-ID       PIC 9(5).
           05 OST-EXT-ACCT-ID        PIC X(20).
           05 OST-AMOUNT             PIC 9(5)V99.
           05 OST-CURRENCY           PIC X(3).
       FD  NEW-SETTLEMENT-FILE.
           COPY "SettlementRecord.cpy".
       FD  OLD-JOURNAL-FILE.
       01 OLD-JOURNAL-RECORD.
           05 OJ-DATE                PIC 9(8).
           05 OJ-TIME                PIC 9(6).
           05 OJ-PROGRAM             PIC X(25).
           05 OJ-ACCT-ID             PIC 9(5).
           05 OJ-BEFORE              PIC X(160).
           05 OJ-AFTER               PIC X(160).
       FD  NEW-JOURNAL-FILE.
           COPY "AcctJournalRecord.cpy".
       FD  OLD-PURGE-ARCHIVE.
       01 OLD-PURGE-RECORD.
           05 OU-PURGE-DATE          PIC 9(8).
           05 OU-ACCT-IMAGE          PIC X(160).
       FD  NEW-PURGE-ARCHIVE.
       01 NEW-PURGE-RECORD.
           05 NU-PURGE-DATE          PIC 9(8).
           05 NU-ACCT-IMAGE          PIC X(250).
       FD  OLD-CUSTOMER-FILE.
       01 OLD-CUSTOMER-RECORD.
           05 OC-ID                  PIC 9(5).
           05 OC-NAME                PIC X(30).
           05 OC-CONTACT             PIC X(30).
           05 OC-ACCOUNT-COUNT       PIC 9(2).
           05 OC-ACCOUNT-IDS         PIC 9(5) OCCURS 10 TIMES.
           05 OC-ACCOUNT-ROLES       PIC X(1) OCCURS 10 TIMES.
           05 OC-ALERT-LOW-BALANCE   PIC X(1).
           05 OC-ALERT-LARGE-TXN     PIC X(1).
           05 OC-ALERT-FAILED-SO     PIC X(1).
           05 OC-ALERT-DEPOSIT       PIC X(1).
           05 OC-ALERT-LARGE-AMOUNT  PIC 9(7)V99.
       FD  NEW-CUSTOMER-FILE.
           COPY "CustomerRecord.cpy".
       FD  OLD-HOLD-FILE.
       01 OLD-HOLD-RECORD.
           05 OH-ID                  PIC 9(5).
           05 OH-ACCT-ID             PIC 9(5).
           05 OH-AMOUNT              PIC 9(5)V99.
           05 OH-REASON              PIC X(20).
           05 OH-EXPIRY-DATE         PIC 9(8).
           05 OH-STATUS              PIC X(1).
       FD  NEW-HOLD-FILE.
           COPY "HoldRecord.cpy".
       FD  OLD-ORDER-FILE.
       01 OLD-ORDER-RECORD.
           05 OS-ID                  PIC 9(5).
           05 OS-FROM-ACCT-ID        PIC 9(5).
           05 OS-TO-ACCT-ID          PIC 9(5).
           05 OS-AMOUNT              PIC 9(5)V99.
           05 OS-FREQUENCY           PIC X(1).
           05 OS-DAY-OF-MONTH        PIC 9(2).
           05 OS-NEXT-RUN-DATE       PIC 9(8).
           05 OS-STATUS              PIC X(1).
           05 OS-RETRY-COUNT         PIC 9(2).
           05 OS-RETRY-DAYS          PIC 9(2).
           05 OS-FAIL-REASON         PIC 9(2).
           05 OS-ORDER-TYPE          PIC X(1).
           05 OS-TARGET-BALANCE      PIC 9(5)V99.
           05 OS-CATEGORY            PIC X(4).
           05 OS-ROLL-DIRECTION      PIC X(1).
       FD  NEW-ORDER-FILE.
           COPY "StandingOrderRecord.cpy".
       FD  OLD-TERM-DEPOSIT-FILE.
       01 OLD-TERM-DEPOSIT-RECORD.
           05 OT-ID                  PIC 9(5).
           05 OT-ACCT-ID             PIC 9(5).
           05 OT-PRINCIPAL           PIC 9(5)V99.
           05 OT-TERM-MONTHS         PIC 9(3).
           05 OT-ANNUAL-RATE         PIC 9(2)V9(6).
           05 OT-PENALTY-RATE        PIC 9(2)V9(6).
           05 OT-START-DATE          PIC 9(8).
           05 OT-MATURITY-DATE       PIC 9(8).
           05 OT-ROLLOVER            PIC X(1).
           05 OT-STATUS              PIC X(1).
       FD  NEW-TERM-DEPOSIT-FILE.
           COPY "TermDepositRecord.cpy".
       FD  OLD-FUTURE-PAYMENT-FILE.
       01 OLD-FUTURE-PAYMENT-RECORD.
           05 OFP-ID                 PIC 9(8).
           05 OFP-FROM-ACCT-ID       PIC 9(5).
           05 OFP-TO-ACCT-ID         PIC 9(5).
           05 OFP-EXT-ACCT-ID        PIC X(20).
           05 OFP-TXN-TYPE           PIC X(10).
           05 OFP-AMOUNT             PIC 9(5)V99.
           05 OFP-EXEC-DATE          PIC 9(8).
           05 OFP-CAPTURE-DATE       PIC 9(8).
           05 OFP-CATEGORY           PIC X(4).
           05 OFP-STATUS             PIC X(1).
           05 OFP-FAIL-REASON        PIC 9(2).
       FD  NEW-FUTURE-PAYMENT-FILE.
           COPY "FuturePaymentRecord.cpy".
       FD  OLD-HELD-FUNDS-FILE.
       01 OLD-HELD-FUNDS-RECORD.
           05 OHF-ID                 PIC 9(8).
           05 OHF-DATE               PIC 9(8).
           05 OHF-ACCT-ID            PIC 9(5).
           05 OHF-EXT-REF            PIC X(20).
           05 OHF-AMOUNT             PIC 9(5)V99.
           05 OHF-CURRENCY           PIC X(3).
           05 OHF-DIRECTION          PIC X(6).
           05 OHF-MATCHED-NAME       PIC X(30).
           05 OHF-STATUS             PIC X(1).
       FD  NEW-HELD-FUNDS-FILE.
           COPY "HeldFundsRecord.cpy".
       FD  OLD-MANDATE-FILE.
       01 OLD-MANDATE-RECORD.
           05 OM-ID                  PIC 9(5).
           05 OM-ACCT-ID             PIC 9(5).
           05 OM-ORIG-REF            PIC X(20).
           05 OM-CAP-AMOUNT          PIC 9(5)V99.
           05 OM-STATUS              PIC X(1).
       FD  NEW-MANDATE-FILE.
           COPY "MandateRecord.cpy".
       FD  OLD-PENDING-FILE.
       01 OLD-PENDING-RECORD.
           05 OP-ID                  PIC 9(8).
           05 OP-FROM-ACCT-ID        PIC 9(5).
           05 OP-TO-ACCT-ID          PIC 9(5).
           05 OP-AMOUNT              PIC 9(5)V99.
           05 OP-REQUESTED-DATE      PIC 9(8).
           05 OP-STATUS              PIC X(1).
           05 OP-CATEGORY            PIC X(4).
       FD  NEW-PENDING-FILE.
           COPY "PendingTransferRecord.cpy".
       FD  OLD-CHEQUE-FILE.
       01 OLD-CHEQUE-RECORD.
           05 OQ-KEY.
               10 OQ-ACCT-ID         PIC 9(5).
               10 OQ-NUMBER          PIC 9(6).
           05 OQ-STATUS              PIC X(1).
           05 OQ-DATE                PIC 9(8).
           05 OQ-AMOUNT              PIC 9(5)V99.
       FD  NEW-CHEQUE-FILE.
           COPY "ChequeRecord.cpy".
       FD  OLD-FEE-FILE.
       01 OLD-FEE-RECORD.
           05 OE-ID                  PIC 9(3).
           05 OE-TYPE                PIC X(10).
           05 OE-DESCRIPTION         PIC X(20).
           05 OE-AMOUNT              PIC 9(5)V99.
           05 OE-ACCT-TYPE           PIC X(1).
           05 OE-WAIVER-MIN-BALANCE  PIC 9(5)V99.
           05 OE-STATUS              PIC X(1).
       FD  NEW-FEE-FILE.
           COPY "FeeScheduleRecord.cpy".
       FD  OLD-LOAN-FILE.
       01 OLD-LOAN-RECORD.
           05 OLN-ID                 PIC 9(5).
           05 OLN-CUST-ID            PIC 9(5).
           05 OLN-ACCT-ID            PIC 9(5).
           05 OLN-PRINCIPAL          PIC 9(5)V99.
           05 OLN-ANNUAL-RATE        PIC 9(2)V9(6).
           05 OLN-TERM-MONTHS        PIC 9(3).
           05 OLN-INSTALMENT         PIC 9(5)V99.
           05 OLN-OUTSTANDING        PIC 9(5)V99.
           05 OLN-BOOKED-DATE        PIC 9(8).
           05 OLN-DISBURSED-DATE     PIC 9(8).
           05 OLN-PAYMENT-DAY        PIC 9(2).
           05 OLN-INTEREST-FROM      PIC 9(8).
           05 OLN-NEXT-DUE-DATE      PIC 9(8).
           05 OLN-INSTALMENTS-PAID   PIC 9(3).
           05 OLN-DUE-COUNT          PIC 9(3).
           05 OLN-DUE-INTEREST       PIC 9(5)V99.
           05 OLN-DUE-PRINCIPAL      PIC 9(5)V99.
           05 OLN-ARREARS-SINCE      PIC 9(8).
           05 OLN-STATUS             PIC X(1).
           05 OLN-CLOSED-DATE        PIC 9(8).
       FD  NEW-LOAN-FILE.
           COPY "LoanRecord.cpy".
       FD  OLD-DRAWER-FILE.
       01 OLD-DRAWER-RECORD.
           05 OD-ID                  PIC 9(5).
           05 OD-OPERATOR-ID         PIC X(8).
           05 OD-DATE                PIC 9(8).
           05 OD-FLOAT               PIC 9(7)V99.
           05 OD-COUNTED             PIC 9(7)V99.
           05 OD-STATUS              PIC X(1).
       FD  NEW-DRAWER-FILE.
           COPY "DrawerRecord.cpy".
       FD  OLD-RATE-FILE.
       01 OLD-RATE-RECORD.
           05 OIR-KEY.
               10 OIR-ACCT-TYPE      PIC X(1).
               10 OIR-TIER-MIN       PIC 9(7)V99.
               10 OIR-EFFECTIVE-DATE  PIC 9(8).
           05 OIR-ANNUAL-RATE        PIC 9(2)V9(6).
       FD  NEW-RATE-FILE.
           COPY "InterestRateRecord.cpy".
       FD  OLD-DEBIT-RATE-FILE.
       01 OLD-DEBIT-RATE-RECORD.
           05 ODR-KEY.
               10 ODR-ACCT-TYPE      PIC X(1).
               10 ODR-TIER-MIN       PIC 9(7)V99.
               10 ODR-EFFECTIVE-DATE  PIC 9(8).
           05 ODR-ANNUAL-RATE        PIC 9(2)V9(6).
       FD  NEW-DEBIT-RATE-FILE.
           COPY "DebitRateRecord.cpy".
       FD  OLD-SHADOW-FILE.
       01 OLD-SHADOW-RECORD.
           05 OX-KEY.
               10 OX-ACCT-ID         PIC 9(5).
               10 OX-SEQUENCE        PIC 9(9).
           05 OX-TXN-REF             PIC 9(14).
           05 OX-DATE                PIC 9(8).
           05 OX-TIME                PIC 9(6).
           05 OX-TXN-TYPE            PIC X(10).
           05 OX-DIRECTION           PIC X(6).
           05 OX-AMOUNT              PIC 9(5)V99.
           05 OX-BALANCE             PIC 9(5)V99.
           05 OX-ORIG-CURRENCY       PIC X(3).
           05 OX-ORIG-AMOUNT         PIC 9(5)V99.
           05 OX-EXCHANGE-RATE       PIC 9(3)V9(6).
           05 OX-REVERSAL-FLAG       PIC X(1).
           05 OX-ORIG-REF            PIC 9(14).
           05 OX-CATEGORY            PIC X(4).
       FD  NEW-SHADOW-FILE.
           COPY "LedgerShadowRecord.cpy".
       FD  OLD-REJECT-LOG-FILE.
       01 OLD-REJECT-LOG-RECORD.
           05 ORJ-DATE               PIC 9(8).
           05 ORJ-TIME               PIC 9(6).
           05 ORJ-PROGRAM            PIC X(20).
           05 ORJ-ACCT-ID            PIC 9(5).
           05 ORJ-AMOUNT             PIC 9(5)V99.
           05 ORJ-REASON             PIC 9(2).
       FD  NEW-REJECT-LOG-FILE.
           COPY "RejectLogRecord.cpy".
       FD  OLD-DRAWER-TXN-FILE.
       01 OLD-DRAWER-TXN-RECORD.
           05 ODT-DATE               PIC 9(8).
           05 ODT-TIME               PIC 9(6).
           05 ODT-DRAWER-ID          PIC 9(5).
           05 ODT-OPERATOR-ID        PIC X(8).
           05 ODT-DIRECTION          PIC X(3).
           05 ODT-ACCT-ID            PIC 9(5).
           05 ODT-AMOUNT             PIC 9(5)V99.
       FD  NEW-DRAWER-TXN-FILE.
           COPY "DrawerTxnRecord.cpy".
       FD  OLD-CHECKPOINT-FILE.
       01 OLD-CHECKPOINT-RECORD.
           05 OCK-LAST-COMPLETED     PIC 9(5).
           05 OCK-PENDING-RECORD     PIC 9(5).
           05 OCK-PENDING-STAGE      PIC X(1).
           05 OCK-PENDING-AMOUNT     PIC 9(5)V99.
       FD  NEW-CHECKPOINT-FILE.
           COPY "CheckpointRecord.cpy".
       FD  OLD-GL-SUMMARY-FILE.
       01 OLD-GL-SUMMARY-RECORD.
           05 OG-DATE                PIC 9(8).
           05 OG-TXN-TYPE            PIC X(10).
           05 OG-CURRENCY            PIC X(3).
           05 OG-DEBIT-TOTAL         PIC 9(9)V99.
           05 OG-CREDIT-TOTAL        PIC 9(9)V99.
           05 OG-BRANCH              PIC X(3).
       FD  NEW-GL-SUMMARY-FILE.
           COPY "GlSummaryRecord.cpy".
       FD  OLD-FX-POSITION-FILE.
       01 OLD-FX-POSITION-RECORD.
           05 OFX-CURRENCY           PIC X(3).
           05 OFX-POSITION           PIC S9(11)V99.
           05 OFX-LAST-RATE          PIC 9(3)V9(6).
           05 OFX-LAST-DATE          PIC 9(8).
       FD  NEW-FX-POSITION-FILE.
           COPY "FxPositionRecord.cpy".
       FD  OLD-SETTLED-FILE.
       01 OLD-SETTLED-RECORD.
           05 OSD-SETTLE-DATE        PIC 9(8).
           05 OSD-FROM-ACCT-ID       PIC 9(5).
           05 OSD-EXT-ACCT-ID        PIC X(20).
           05 OSD-AMOUNT             PIC 9(5)V99.
           05 OSD-STATUS             PIC X(3).
           05 OSD-PROCESSED-DATE     PIC 9(8).
       FD  NEW-SETTLED-FILE.
           COPY "SettlementDoneRecord.cpy".

       WORKING-STORAGE SECTION.
       01 WS-OLD-ACCOUNT-STATUS   PIC X(2).
       01 WS-NEW-ACCOUNT-STATUS   PIC X(2).
       01 WS-OLD-LEDGER-STATUS    PIC X(2).
       01 WS-NEW-LEDGER-STATUS    PIC X(2).
       01 WS-OLD-ARCHIVE-STATUS   PIC X(2).
       01 WS-NEW-ARCHIVE-STATUS   PIC X(2).
       01 WS-OLD-SNAPSHOT-STATUS  PIC X(2).
       01 WS-NEW-SNAPSHOT-STATUS  PIC X(2).
       01 WS-OLD-SETTLEMENT-STATUS PIC X(2).
       01 WS-NEW-SETTLEMENT-STATUS PIC X(2).
       01 WS-OLD-JOURNAL-STATUS   PIC X(2).
       01 WS-NEW-JOURNAL-STATUS   PIC X(2).
       01 WS-OLD-PURGE-STATUS     PIC X(2).
       01 WS-NEW-PURGE-STATUS     PIC X(2).
       01 WS-OLD-CUSTOMER-STATUS     PIC X(2).
       01 WS-NEW-CUSTOMER-STATUS     PIC X(2).
       01 WS-OLD-HOLD-STATUS         PIC X(2).
       01 WS-NEW-HOLD-STATUS         PIC X(2).
       01 WS-OLD-ORDER-STATUS        PIC X(2).
       01 WS-NEW-ORDER-STATUS        PIC X(2).
       01 WS-OLD-TERM-DEPOSIT-STATUS PIC X(2).
       01 WS-NEW-TERM-DEPOSIT-STATUS PIC X(2).
       01 WS-OLD-FUTURE-PAYMENT-STATUS PIC X(2).
       01 WS-NEW-FUTURE-PAYMENT-STATUS PIC X(2).
       01 WS-OLD-HELD-FUNDS-STATUS   PIC X(2).
       01 WS-NEW-HELD-FUNDS-STATUS   PIC X(2).
       01 WS-OLD-MANDATE-STATUS      PIC X(2).
       01 WS-NEW-MANDATE-STATUS      PIC X(2).
       01 WS-OLD-PENDING-STATUS      PIC X(2).
       01 WS-NEW-PENDING-STATUS      PIC X(2).
       01 WS-OLD-CHEQUE-STATUS       PIC X(2).
       01 WS-NEW-CHEQUE-STATUS       PIC X(2).
       01 WS-OLD-FEE-STATUS          PIC X(2).
       01 WS-NEW-FEE-STATUS          PIC X(2).
       01 WS-OLD-LOAN-STATUS         PIC X(2).
       01 WS-NEW-LOAN-STATUS         PIC X(2).
       01 WS-OLD-DRAWER-STATUS       PIC X(2).
       01 WS-NEW-DRAWER-STATUS       PIC X(2).
       01 WS-OLD-RATE-STATUS         PIC X(2).
       01 WS-NEW-RATE-STATUS         PIC X(2).
       01 WS-OLD-DEBIT-RATE-STATUS   PIC X(2).
       01 WS-NEW-DEBIT-RATE-STATUS   PIC X(2).
       01 WS-OLD-SHADOW-STATUS       PIC X(2).
       01 WS-NEW-SHADOW-STATUS       PIC X(2).
       01 WS-OLD-REJECT-LOG-STATUS   PIC X(2).
       01 WS-NEW-REJECT-LOG-STATUS   PIC X(2).
       01 WS-OLD-DRAWER-TXN-STATUS   PIC X(2).
       01 WS-NEW-DRAWER-TXN-STATUS   PIC X(2).
       01 WS-OLD-CHECKPOINT-STATUS   PIC X(2).
       01 WS-NEW-CHECKPOINT-STATUS   PIC X(2).
       01 WS-OLD-GL-SUMMARY-STATUS   PIC X(2).
       01 WS-NEW-GL-SUMMARY-STATUS   PIC X(2).
       01 WS-OLD-FX-POSITION-STATUS  PIC X(2).
       01 WS-NEW-FX-POSITION-STATUS  PIC X(2).
       01 WS-OLD-SETTLED-STATUS      PIC X(2).
       01 WS-NEW-SETTLED-STATUS      PIC X(2).
       01 WS-EOF-FLAG             PIC X(1).
       01 WS-CONVERTED-COUNT      PIC 9(7).
       01 WS-FILE-COUNT           PIC 9(5).
       01 WS-IDX                  PIC 9(2).
       01 WS-TODAY                PIC 9(8).
       01 WS-FROM-DATE            PIC 9(8).
       01 WS-SCAN-DATE            PIC 9(8).
       01 WS-SCAN-INT             PIC 9(8).
       01 WS-TODAY-INT            PIC 9(8).
       01 WS-SCAN-YYYYMM          PIC 9(6).
       01 WS-SCAN-YEAR            PIC 9(4).
       01 WS-SCAN-MONTH           PIC 9(2).
       01 WS-OLD-FILE-NAME        PIC X(16).
       01 WS-NEW-FILE-NAME        PIC X(16).
       01 WS-OLD-IMAGE            PIC X(160).
       01 WS-NEW-IMAGE            PIC X(250).

      * ACCOUNT-RECORD as last shipped, before the money fields grew.
      * The master, the snapshot images, the journal images and the
      * purge archive images are all mapped through here.
       01 OLD-ACCOUNT-IMAGE.
           05 OI-ACCT-ID             PIC 9(5).
           05 OI-BALANCE             PIC 9(5)V99.
           05 OI-STATUS              PIC X(1).
           05 OI-DAILY-LIMIT         PIC 9(7)V99.
           05 OI-TXN-LIMIT           PIC 9(7)V99.
           05 OI-DAILY-TOTAL         PIC 9(7)V99.
           05 OI-DAILY-DATE          PIC 9(8).
           05 OI-PIN                 PIC 9(4).
           05 OI-MIN-BALANCE         PIC 9(5)V99.
           05 OI-OVERDRAFT-LIMIT     PIC 9(5)V99.
           05 OI-CURRENCY            PIC X(3).
           05 OI-TYPE                PIC X(1).
           05 OI-VERSION             PIC 9(9).
           05 OI-APPROVAL-THRESHOLD  PIC 9(7)V99.
           05 OI-ACCRUED-INTEREST    PIC 9(5)V9(4).
           05 OI-CLOSED-DATE         PIC 9(8).
           05 OI-CHECK-FLAG          PIC X(1).
           05 OI-BRANCH              PIC X(3).
           05 OI-ACCRUED-DEBIT-INT   PIC 9(5)V9(4).
           05 OI-DUAL-SIGN-LIMIT     PIC 9(7)V99.
           05 OI-PIN-FAIL-COUNT      PIC 9(2).
           05 OI-PIN-LOCKED          PIC X(1).
           COPY "AccountRecord.cpy"
               REPLACING LEADING ==ACCOUNT== BY ==WIDE-ACCOUNT==
                         LEADING ==ACCT== BY ==WA==.

      * LEDGER-RECORD as last shipped; the live ledger and every
      * archive month are read into it.
       01 OLD-LEDGER-ENTRY.
           05 OLE-DATE               PIC 9(8).
           05 OLE-TIME               PIC 9(6).
           05 OLE-ACCT-ID            PIC 9(5).
           05 OLE-TXN-TYPE           PIC X(10).
           05 OLE-DIRECTION          PIC X(6).
           05 OLE-AMOUNT             PIC 9(5)V99.
           05 OLE-BALANCE            PIC 9(5)V99.
           05 OLE-ORIG-CURRENCY      PIC X(3).
           05 OLE-ORIG-AMOUNT        PIC 9(5)V99.
           05 OLE-EXCHANGE-RATE      PIC 9(3)V9(6).
           05 OLE-TXN-REF            PIC 9(14).
           05 OLE-REVERSAL-FLAG      PIC X(1).
           05 OLE-ORIG-REF           PIC 9(14).
           05 OLE-SEQUENCE           PIC 9(9).
           05 OLE-CATEGORY           PIC X(4).
           COPY "LedgerRecord.cpy"
               REPLACING LEADING ==LEDGER== BY ==WIDE-LEDGER==
                         LEADING ==LEDG== BY ==WL==.

       PROCEDURE DIVISION.
       START-CONVERSION.
           DISPLAY "Money field conversion starting.".
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           DISPLAY "Enter the earliest date of dated files to "
               "convert (YYYYMMDD): ".
           ACCEPT WS-FROM-DATE.
           IF WS-FROM-DATE IS NOT NUMERIC
               OR WS-FROM-DATE = 0
               OR WS-FROM-DATE > WS-TODAY
               DISPLAY "Error: invalid earliest date."
               STOP RUN
           END-IF.
           PERFORM CONVERT-ACCOUNT-MASTER.
           PERFORM CONVERT-CUSTOMER-FILE.
           PERFORM CONVERT-HOLD-FILE.
           PERFORM CONVERT-ORDER-FILE.
           PERFORM CONVERT-TERM-DEPOSIT-FILE.
           PERFORM CONVERT-FUTURE-PAYMENT-FILE.
           PERFORM CONVERT-HELD-FUNDS-FILE.
           PERFORM CONVERT-MANDATE-FILE.
           PERFORM CONVERT-PENDING-FILE.
           PERFORM CONVERT-CHEQUE-FILE.
           PERFORM CONVERT-FEE-FILE.
           PERFORM CONVERT-LOAN-FILE.
           PERFORM CONVERT-DRAWER-FILE.
           PERFORM CONVERT-RATE-FILE.
           PERFORM CONVERT-DEBIT-RATE-FILE.
           PERFORM CONVERT-SHADOW-FILE.
           PERFORM CONVERT-REJECT-LOG-FILE.
           PERFORM CONVERT-DRAWER-TXN-FILE.
           PERFORM CONVERT-CHECKPOINT-FILE.
           PERFORM CONVERT-GL-SUMMARY-FILE.
           PERFORM CONVERT-FX-POSITION-FILE.
           PERFORM CONVERT-SETTLED-FILE.
           PERFORM CONVERT-LIVE-LEDGER.
           PERFORM CONVERT-LEDGER-ARCHIVES.
           PERFORM CONVERT-DATED-FILES.
           PERFORM CONVERT-JOURNAL-FILE.
           PERFORM CONVERT-PURGE-ARCHIVE.
           DISPLAY "Conversion complete. Swap each .NEW file over "
               "its live name before the next run of anything.".
           STOP RUN.

       CONVERT-ACCOUNT-MASTER.
           OPEN INPUT OLD-ACCOUNT-FILE.
           IF WS-OLD-ACCOUNT-STATUS NOT = "00"
               DISPLAY "ACCOUNTS.DAT not opened (status "
                   WS-OLD-ACCOUNT-STATUS "); skipped."
           ELSE
               OPEN OUTPUT NEW-ACCOUNT-FILE
               MOVE 0 TO WS-CONVERTED-COUNT
               MOVE LOW-VALUES TO OA-ACCT-ID
               START OLD-ACCOUNT-FILE KEY IS NOT LESS THAN
                   OA-ACCT-ID
                   INVALID KEY
                       CONTINUE
               END-START
               MOVE "N" TO WS-EOF-FLAG
               IF WS-OLD-ACCOUNT-STATUS NOT = "00"
                   MOVE "Y" TO WS-EOF-FLAG
               END-IF
               PERFORM UNTIL WS-EOF-FLAG = "Y"
                   READ OLD-ACCOUNT-FILE NEXT RECORD
                       INTO OLD-ACCOUNT-IMAGE
                       AT END
                           MOVE "Y" TO WS-EOF-FLAG
                       NOT AT END
                           PERFORM CONVERT-ONE-ACCOUNT
                   END-READ
               END-PERFORM
               CLOSE NEW-ACCOUNT-FILE
               CLOSE OLD-ACCOUNT-FILE
               DISPLAY "ACCOUNTS.NEW written: " WS-CONVERTED-COUNT
                   " account(s)."
           END-IF.

       CONVERT-ONE-ACCOUNT.
           PERFORM WIDEN-ACCOUNT-IMAGE.
           WRITE ACCOUNT-RECORD FROM WIDE-ACCOUNT-RECORD
               INVALID KEY
                   DISPLAY "Unable to convert account " OI-ACCT-ID
           END-WRITE.
           ADD 1 TO WS-CONVERTED-COUNT.

      * Images written before a field existed carry spaces where the
      * later fields sit; those come across as zero.
       WIDEN-ACCOUNT-IMAGE.
           MOVE OI-ACCT-ID TO WA-ID.
           MOVE OI-BALANCE TO WA-BALANCE.
           MOVE OI-STATUS TO WA-STATUS.
           MOVE OI-DAILY-LIMIT TO WA-DAILY-LIMIT.
           MOVE OI-TXN-LIMIT TO WA-TXN-LIMIT.
           MOVE OI-DAILY-TOTAL TO WA-DAILY-TOTAL.
           MOVE OI-DAILY-DATE TO WA-DAILY-DATE.
           MOVE OI-PIN TO WA-PIN.
           MOVE OI-MIN-BALANCE TO WA-MIN-BALANCE.
           MOVE OI-OVERDRAFT-LIMIT TO WA-OVERDRAFT-LIMIT.
           MOVE OI-CURRENCY TO WA-CURRENCY.
           MOVE OI-TYPE TO WA-TYPE.
           MOVE OI-VERSION TO WA-VERSION.
           MOVE OI-APPROVAL-THRESHOLD TO WA-APPROVAL-THRESHOLD.
           MOVE OI-ACCRUED-INTEREST TO WA-ACCRUED-INTEREST.
           MOVE OI-CLOSED-DATE TO WA-CLOSED-DATE.
           MOVE OI-CHECK-FLAG TO WA-CHECK-FLAG.
           MOVE OI-BRANCH TO WA-BRANCH.
           IF OI-ACCRUED-DEBIT-INT IS NUMERIC
               MOVE OI-ACCRUED-DEBIT-INT TO WA-ACCRUED-DEBIT-INT
           ELSE
               MOVE 0 TO WA-ACCRUED-DEBIT-INT
           END-IF.
           IF OI-DUAL-SIGN-LIMIT IS NUMERIC
               MOVE OI-DUAL-SIGN-LIMIT TO WA-DUAL-SIGN-LIMIT
           ELSE
               MOVE 0 TO WA-DUAL-SIGN-LIMIT
           END-IF.
           IF OI-PIN-FAIL-COUNT IS NUMERIC
               MOVE OI-PIN-FAIL-COUNT TO WA-PIN-FAIL-COUNT
           ELSE
               MOVE 0 TO WA-PIN-FAIL-COUNT
           END-IF.
           MOVE OI-PIN-LOCKED TO WA-PIN-LOCKED.
           MOVE SPACES TO WA-PRODUCT-CODE.

      * A blank image (account created, or a snapshot taken before
      * images were kept) stays blank.
       WIDEN-IMAGE-FIELD.
           IF WS-OLD-IMAGE = SPACES
               MOVE SPACES TO WS-NEW-IMAGE
           ELSE
               MOVE WS-OLD-IMAGE TO OLD-ACCOUNT-IMAGE
               PERFORM WIDEN-ACCOUNT-IMAGE
               MOVE WIDE-ACCOUNT-RECORD TO WS-NEW-IMAGE
           END-IF.

       WIDEN-LEDGER-ENTRY.
           MOVE OLE-DATE TO WL-DATE.
           MOVE OLE-TIME TO WL-TIME.
           MOVE OLE-ACCT-ID TO WL-ACCT-ID.
           MOVE OLE-TXN-TYPE TO WL-TXN-TYPE.
           MOVE OLE-DIRECTION TO WL-DIRECTION.
           MOVE OLE-AMOUNT TO WL-AMOUNT.
           MOVE OLE-BALANCE TO WL-BALANCE.
           MOVE OLE-ORIG-CURRENCY TO WL-ORIG-CURRENCY.
           MOVE OLE-ORIG-AMOUNT TO WL-ORIG-AMOUNT.
           MOVE OLE-EXCHANGE-RATE TO WL-EXCHANGE-RATE.
           MOVE OLE-TXN-REF TO WL-TXN-REF.
           MOVE OLE-REVERSAL-FLAG TO WL-REVERSAL-FLAG.
           MOVE OLE-ORIG-REF TO WL-ORIG-REF.
           MOVE OLE-SEQUENCE TO WL-SEQUENCE.
           MOVE OLE-CATEGORY TO WL-CATEGORY.

       CONVERT-LIVE-LEDGER.
           OPEN INPUT OLD-LEDGER-FILE.
           IF WS-OLD-LEDGER-STATUS NOT = "00"
               DISPLAY "LEDGER.DAT not opened (status "
                   WS-OLD-LEDGER-STATUS "); skipped."
           ELSE
               OPEN OUTPUT NEW-LEDGER-FILE
               MOVE 0 TO WS-CONVERTED-COUNT
               MOVE "N" TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF-FLAG = "Y"
                   READ OLD-LEDGER-FILE INTO OLD-LEDGER-ENTRY
                       AT END
                           MOVE "Y" TO WS-EOF-FLAG
                       NOT AT END
                           PERFORM WIDEN-LEDGER-ENTRY
                           WRITE LEDGER-RECORD FROM WIDE-LEDGER-RECORD
                           ADD 1 TO WS-CONVERTED-COUNT
                   END-READ
               END-PERFORM
               CLOSE NEW-LEDGER-FILE
               CLOSE OLD-LEDGER-FILE
               DISPLAY "LEDGER.NEW written: " WS-CONVERTED-COUNT
                   " entry(ies)."
           END-IF.

      * One pass per calendar month from the earliest date's month to
      * the current one; months never rolled over simply have no file.
       CONVERT-LEDGER-ARCHIVES.
           MOVE 0 TO WS-FILE-COUNT.
           MOVE WS-FROM-DATE (1:4) TO WS-SCAN-YEAR.
           MOVE WS-FROM-DATE (5:2) TO WS-SCAN-MONTH.
           COMPUTE WS-SCAN-YYYYMM = WS-SCAN-YEAR * 100 + WS-SCAN-MONTH.
           PERFORM UNTIL WS-SCAN-YYYYMM > WS-TODAY (1:6)
               PERFORM CONVERT-ONE-ARCHIVE-MONTH
               ADD 1 TO WS-SCAN-MONTH
               IF WS-SCAN-MONTH > 12
                   MOVE 1 TO WS-SCAN-MONTH
                   ADD 1 TO WS-SCAN-YEAR
               END-IF
               COMPUTE WS-SCAN-YYYYMM =
                   WS-SCAN-YEAR * 100 + WS-SCAN-MONTH
           END-PERFORM.
           DISPLAY "Ledger archive months converted: " WS-FILE-COUNT.

       CONVERT-ONE-ARCHIVE-MONTH.
           MOVE SPACES TO WS-OLD-FILE-NAME.
           STRING "LEDG" WS-SCAN-YYYYMM ".DAT"
               DELIMITED BY SIZE INTO WS-OLD-FILE-NAME.
           OPEN INPUT OLD-ARCHIVE-LEDGER.
           IF WS-OLD-ARCHIVE-STATUS = "00"
               MOVE SPACES TO WS-NEW-FILE-NAME
               STRING "LEDG" WS-SCAN-YYYYMM ".NEW"
                   DELIMITED BY SIZE INTO WS-NEW-FILE-NAME
               OPEN OUTPUT NEW-ARCHIVE-LEDGER
               MOVE 0 TO WS-CONVERTED-COUNT
               MOVE "N" TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF-FLAG = "Y"
                   READ OLD-ARCHIVE-LEDGER INTO OLD-LEDGER-ENTRY
                       AT END
                           MOVE "Y" TO WS-EOF-FLAG
                       NOT AT END
                           PERFORM WIDEN-LEDGER-ENTRY
                           WRITE ARCH-LEDGER-RECORD
                               FROM WIDE-LEDGER-RECORD
                           ADD 1 TO WS-CONVERTED-COUNT
                   END-READ
               END-PERFORM
               CLOSE NEW-ARCHIVE-LEDGER
               CLOSE OLD-ARCHIVE-LEDGER
               ADD 1 TO WS-FILE-COUNT
               DISPLAY WS-NEW-FILE-NAME " written: "
                   WS-CONVERTED-COUNT " entry(ies)."
           END-IF.

      * Snapshots and outgoing settlement files are written one per
      * day; every day from the earliest date to today is tried.
       CONVERT-DATED-FILES.
           MOVE 0 TO WS-FILE-COUNT.
           COMPUTE WS-SCAN-INT =
               FUNCTION INTEGER-OF-DATE (WS-FROM-DATE).
           COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE (WS-TODAY).
           PERFORM UNTIL WS-SCAN-INT > WS-TODAY-INT
               COMPUTE WS-SCAN-DATE =
                   FUNCTION DATE-OF-INTEGER (WS-SCAN-INT)
               PERFORM CONVERT-ONE-SNAPSHOT
               PERFORM CONVERT-ONE-SETTLEMENT-FILE
               ADD 1 TO WS-SCAN-INT
           END-PERFORM.
           DISPLAY "Dated snapshot/settlement files converted: "
               WS-FILE-COUNT.

       CONVERT-ONE-SNAPSHOT.
           MOVE SPACES TO WS-OLD-FILE-NAME.
           STRING "SNAP" WS-SCAN-DATE ".DAT"
               DELIMITED BY SIZE INTO WS-OLD-FILE-NAME.
           OPEN INPUT OLD-SNAPSHOT-FILE.
           IF WS-OLD-SNAPSHOT-STATUS = "00"
               MOVE SPACES TO WS-NEW-FILE-NAME
               STRING "SNAP" WS-SCAN-DATE ".NEW"
                   DELIMITED BY SIZE INTO WS-NEW-FILE-NAME
               OPEN OUTPUT NEW-SNAPSHOT-FILE
               MOVE 0 TO WS-CONVERTED-COUNT
               MOVE "N" TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF-FLAG = "Y"
                   READ OLD-SNAPSHOT-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-FLAG
                       NOT AT END
                           PERFORM CONVERT-ONE-SNAPSHOT-RECORD
                   END-READ
               END-PERFORM
               CLOSE NEW-SNAPSHOT-FILE
               CLOSE OLD-SNAPSHOT-FILE
               ADD 1 TO WS-FILE-COUNT
               DISPLAY WS-NEW-FILE-NAME " written: "
                   WS-CONVERTED-COUNT " account(s)."
           END-IF.

       CONVERT-ONE-SNAPSHOT-RECORD.
           MOVE ON-ACCT-ID TO SNAP-ACCT-ID.
           MOVE ON-BALANCE TO SNAP-BALANCE.
           MOVE ON-STATUS TO SNAP-STATUS.
           MOVE ON-VERSION TO SNAP-VERSION.
           MOVE ON-RECORD-IMAGE TO WS-OLD-IMAGE.
           PERFORM WIDEN-IMAGE-FIELD.
           MOVE WS-NEW-IMAGE TO SNAP-RECORD-IMAGE.
           WRITE SNAPSHOT-RECORD.
           ADD 1 TO WS-CONVERTED-COUNT.

       CONVERT-ONE-SETTLEMENT-FILE.
           MOVE SPACES TO WS-OLD-FILE-NAME.
           STRING "OUTS" WS-SCAN-DATE ".DAT"
               DELIMITED BY SIZE INTO WS-OLD-FILE-NAME.
           OPEN INPUT OLD-SETTLEMENT-FILE.
           IF WS-OLD-SETTLEMENT-STATUS = "00"
               MOVE SPACES TO WS-NEW-FILE-NAME
               STRING "OUTS" WS-SCAN-DATE ".NEW"
                   DELIMITED BY SIZE INTO WS-NEW-FILE-NAME
               OPEN OUTPUT NEW-SETTLEMENT-FILE
               MOVE 0 TO WS-CONVERTED-COUNT
               MOVE "N" TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF-FLAG = "Y"
                   READ OLD-SETTLEMENT-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-FLAG
                       NOT AT END
                           MOVE OST-DATE TO STL-DATE
                           MOVE OST-TIME TO STL-TIME
                           MOVE OST-FROM-ACCT-ID TO STL-FROM-ACCT-ID
                           MOVE OST-EXT-ACCT-ID TO STL-EXT-ACCT-ID
                           MOVE OST-AMOUNT TO STL-AMOUNT
                           MOVE OST-CURRENCY TO STL-CURRENCY
                           WRITE SETTLEMENT-RECORD
                           ADD 1 TO WS-CONVERTED-COUNT
                   END-READ
               END-PERFORM
               CLOSE NEW-SETTLEMENT-FILE
               CLOSE OLD-SETTLEMENT-FILE
               ADD 1 TO WS-FILE-COUNT
               DISPLAY WS-NEW-FILE-NAME " written: "
                   WS-CONVERTED-COUNT " item(s)."
           END-IF.

       CONVERT-JOURNAL-FILE.
           OPEN INPUT OLD-JOURNAL-FILE.
           IF WS-OLD-JOURNAL-STATUS NOT = "00"
               DISPLAY "ACCTJRNL.DAT not opened (status "
                   WS-OLD-JOURNAL-STATUS "); skipped."
           ELSE
               OPEN OUTPUT NEW-JOURNAL-FILE
               MOVE 0 TO WS-CONVERTED-COUNT
               MOVE "N" TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF-FLAG = "Y"
                   READ OLD-JOURNAL-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-FLAG
                       NOT AT END
                           PERFORM CONVERT-ONE-JOURNAL-ENTRY
                   END-READ
               END-PERFORM
               CLOSE NEW-JOURNAL-FILE
               CLOSE OLD-JOURNAL-FILE
               DISPLAY "ACCTJRNL.NEW written: " WS-CONVERTED-COUNT
                   " journal entry(ies)."
           END-IF.

       CONVERT-ONE-JOURNAL-ENTRY.
           MOVE OJ-DATE TO JRNL-DATE.
           MOVE OJ-TIME TO JRNL-TIME.
           MOVE OJ-PROGRAM TO JRNL-PROGRAM.
           MOVE OJ-ACCT-ID TO JRNL-ACCT-ID.
           MOVE OJ-BEFORE TO WS-OLD-IMAGE.
           PERFORM WIDEN-IMAGE-FIELD.
           MOVE WS-NEW-IMAGE TO JRNL-BEFORE.
           MOVE OJ-AFTER TO WS-OLD-IMAGE.
           PERFORM WIDEN-IMAGE-FIELD.
           MOVE WS-NEW-IMAGE TO JRNL-AFTER.
           WRITE ACCT-JOURNAL-RECORD.
           ADD 1 TO WS-CONVERTED-COUNT.

       CONVERT-PURGE-ARCHIVE.
           OPEN INPUT OLD-PURGE-ARCHIVE.
           IF WS-OLD-PURGE-STATUS NOT = "00"
               DISPLAY "ACCTARCH.DAT not opened (status "
                   WS-OLD-PURGE-STATUS "); skipped."
           ELSE
               OPEN OUTPUT NEW-PURGE-ARCHIVE
               MOVE 0 TO WS-CONVERTED-COUNT
               MOVE "N" TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF-FLAG = "Y"
                   READ OLD-PURGE-ARCHIVE
                       AT END
                           MOVE "Y" TO WS-EOF-FLAG
                       NOT AT END
                           MOVE OU-PURGE-DATE TO NU-PURGE-DATE
                           MOVE OU-ACCT-IMAGE TO WS-OLD-IMAGE
                           PERFORM WIDEN-IMAGE-FIELD
                           MOVE WS-NEW-IMAGE TO NU-ACCT-IMAGE
                           WRITE NEW-PURGE-RECORD
                           ADD 1 TO WS-CONVERTED-COUNT
                   END-READ
               END-PERFORM
               CLOSE NEW-PURGE-ARCHIVE
               CLOSE OLD-PURGE-ARCHIVE
               DISPLAY "ACCTARCH.NEW written: " WS-CONVERTED-COUNT
                   " archived account(s)."
           END-IF.

       CONVERT-CUSTOMER-FILE.
           OPEN INPUT OLD-CUSTOMER-FILE.
           IF WS-OLD-CUSTOMER-STATUS NOT = "00"
               DISPLAY "CUSTOMER.DAT not opened (status "
                   WS-OLD-CUSTOMER-STATUS "); skipped."
           ELSE
               OPEN OUTPUT NEW-CUSTOMER-FILE
               MOVE 0 TO WS-CONVERTED-COUNT
               MOVE LOW-VALUES TO OC-ID
               START OLD-CUSTOMER-FILE KEY IS NOT LESS THAN OC-ID
                   INVALID KEY
                       CONTINUE
               END-START
               MOVE "N" TO WS-EOF-FLAG
               IF WS-OLD-CUSTOMER-STATUS NOT = "00"
                   MOVE "Y" TO WS-EOF-FLAG
               END-IF
               PERFORM UNTIL WS-EOF-FLAG = "Y"
                   READ OLD-CUSTOMER-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-EOF-FLAG
                       NOT AT END
                           PERFORM CONVERT-ONE-CUSTOMER
                   END-READ
               END-PERFORM
               CLOSE NEW-CUSTOMER-FILE
               CLOSE OLD-CUSTOMER-FILE
               DISPLAY "CUSTOMER.NEW written: " WS-CONVERTED-COUNT
                   " customer(s)."
           END-IF.

       CONVERT-ONE-CUSTOMER.
           MOVE OC-ID TO CUST-ID.
           MOVE OC-NAME TO CUST-NAME.
           MOVE OC-CONTACT TO CUST-CONTACT.
           MOVE OC-ACCOUNT-COUNT TO CUST-ACCOUNT-COUNT.
           PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 10
               MOVE OC-ACCOUNT-IDS (WS-IDX)
                   TO CUST-ACCOUNT-IDS (WS-IDX)
           END-PERFORM.
           PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 10
               MOVE OC-ACCOUNT-ROLES (WS-IDX)
                   TO CUST-ACCOUNT-ROLES (WS-IDX)
           END-PERFORM.
           MOVE OC-ALERT-LOW-BALANCE TO CUST-ALERT-LOW-BALANCE.
           MOVE OC-ALERT-LARGE-TXN TO CUST-ALERT-LARGE-TXN.
           MOVE OC-ALERT-FAILED-SO TO CUST-ALERT-FAILED-SO.
           MOVE OC-ALERT-DEPOSIT TO CUST-ALERT-DEPOSIT.
           MOVE OC-ALERT-LARGE-AMOUNT TO CUST-ALERT-LARGE-AMOUNT.
           MOVE "A" TO CUST-STATUS.
           MOVE 0 TO CUST-DEATH-DATE.
           WRITE CUSTOMER-RECORD
               INVALID KEY
                   DISPLAY "Unable to convert customer " OC-ID
           END-WRITE.
           ADD 1 TO WS-CONVERTED-COUNT.

       CONVERT-HOLD-FILE.
           OPEN INPUT OLD-HOLD-FILE.
           IF WS-OLD-HOLD-STATUS NOT = "00"
               DISPLAY "HOLDS.DAT not opened (status "
                   WS-OLD-HOLD-STATUS "); skipped."
           ELSE
               OPEN OUTPUT NEW-HOLD-FILE
               MOVE 0 TO WS-CONVERTED-COUNT
               MOVE LOW-VALUES TO OH-ID
               START OLD-HOLD-FILE KEY IS NOT LESS THAN OH-ID
                   INVALID KEY
                       CONTINUE
               END-START
               MOVE "N" TO WS-EOF-FLAG
               IF WS-OLD-HOLD-STATUS NOT = "00"
                   MOVE "Y" TO WS-EOF-FLAG
               END-IF
               PERFORM UNTIL WS-EOF-FLAG = "Y"
                   READ OLD-HOLD-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-EOF-FLAG
                       NOT AT END
                           PERFORM CONVERT-ONE-HOLD
                   END-READ
               END-PERFORM
               CLOSE NEW-HOLD-FILE
               CLOSE OLD-HOLD-FILE
               DISPLAY "HOLDS.NEW written: " WS-CONVERTED-COUNT
                   " hold(s)."
           END-IF.

       CONVERT-ONE-HOLD.
           MOVE OH-ID TO HOLD-ID.
           MOVE OH-ACCT-ID TO HOLD-ACCT-ID.
           MOVE OH-AMOUNT TO HOLD-AMOUNT.
           MOVE OH-REASON TO HOLD-REASON.
           MOVE OH-EXPIRY-DATE TO HOLD-EXPIRY-DATE.
           MOVE OH-STATUS TO HOLD-STATUS.
           WRITE HOLD-RECORD
               INVALID KEY
                   DISPLAY "Unable to convert hold " OH-ID
           END-WRITE.
           ADD 1 TO WS-CONVERTED-COUNT.

       CONVERT-ORDER-FILE.
           OPEN INPUT OLD-ORDER-FILE.
           IF WS-OLD-ORDER-STATUS NOT = "00"
               DISPLAY "STANDORD.DAT not opened (status "
                   WS-OLD-ORDER-STATUS "); skipped."
           ELSE
               OPEN OUTPUT NEW-ORDER-FILE
               MOVE 0 TO WS-CONVERTED-COUNT
               MOVE LOW-VALUES TO OS-ID
               START OLD-ORDER-FILE KEY IS NOT LESS THAN OS-ID
                   INVALID KEY
                       CONTINUE
               END-START
               MOVE "N" TO WS-EOF-FLAG
               IF WS-OLD-ORDER-STATUS NOT = "00"
                   MOVE "Y" TO WS-EOF-FLAG
               END-IF
               PERFORM UNTIL WS-EOF-FLAG = "Y"
                   READ OLD-ORDER-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-EOF-FLAG
                       NOT AT END
                           PERFORM CONVERT-ONE-ORDER
                   END-READ
               END-PERFORM
               CLOSE NEW-ORDER-FILE
               CLOSE OLD-ORDER-FILE
               DISPLAY "STANDORD.NEW written: " WS-CONVERTED-COUNT
                   " order(s)."
           END-IF.

       CONVERT-ONE-ORDER.
           MOVE OS-ID TO SO-ID.
           MOVE OS-FROM-ACCT-ID TO SO-FROM-ACCT-ID.
           MOVE OS-TO-ACCT-ID TO SO-TO-ACCT-ID.
           MOVE OS-AMOUNT TO SO-AMOUNT.
           MOVE OS-FREQUENCY TO SO-FREQUENCY.
           MOVE OS-DAY-OF-MONTH TO SO-DAY-OF-MONTH.
           MOVE OS-NEXT-RUN-DATE TO SO-NEXT-RUN-DATE.
           MOVE OS-STATUS TO SO-STATUS.
           MOVE OS-RETRY-COUNT TO SO-RETRY-COUNT.
           MOVE OS-RETRY-DAYS TO SO-RETRY-DAYS.
           MOVE OS-FAIL-REASON TO SO-FAIL-REASON.
           MOVE OS-ORDER-TYPE TO SO-ORDER-TYPE.
           MOVE OS-TARGET-BALANCE TO SO-TARGET-BALANCE.
           MOVE OS-CATEGORY TO SO-CATEGORY.
           MOVE OS-ROLL-DIRECTION TO SO-ROLL-DIRECTION.
           WRITE STANDING-ORDER-RECORD
               INVALID KEY
                   DISPLAY "Unable to convert order " OS-ID
           END-WRITE.
           ADD 1 TO WS-CONVERTED-COUNT.

       CONVERT-TERM-DEPOSIT-FILE.
           OPEN INPUT OLD-TERM-DEPOSIT-FILE.
           IF WS-OLD-TERM-DEPOSIT-STATUS NOT = "00"
               DISPLAY "TERMDEP.DAT not opened (status "
                   WS-OLD-TERM-DEPOSIT-STATUS "); skipped."
           ELSE
               OPEN OUTPUT NEW-TERM-DEPOSIT-FILE
               MOVE 0 TO WS-CONVERTED-COUNT
               MOVE LOW-VALUES TO OT-ID
               START OLD-TERM-DEPOSIT-FILE KEY IS NOT LESS THAN OT-ID
                   INVALID KEY
                       CONTINUE
               END-START
               MOVE "N" TO WS-EOF-FLAG
               IF WS-OLD-TERM-DEPOSIT-STATUS NOT = "00"
                   MOVE "Y" TO WS-EOF-FLAG
               END-IF
               PERFORM UNTIL WS-EOF-FLAG = "Y"
                   READ OLD-TERM-DEPOSIT-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-EOF-FLAG
                       NOT AT END
                           PERFORM CONVERT-ONE-TERM-DEPOSIT
                   END-READ
               END-PERFORM
               CLOSE NEW-TERM-DEPOSIT-FILE
               CLOSE OLD-TERM-DEPOSIT-FILE
               DISPLAY "TERMDEP.NEW written: " WS-CONVERTED-COUNT
                   " term deposit(s)."
           END-IF.

       CONVERT-ONE-TERM-DEPOSIT.
           MOVE OT-ID TO TD-ID.
           MOVE OT-ACCT-ID TO TD-ACCT-ID.
           MOVE OT-PRINCIPAL TO TD-PRINCIPAL.
           MOVE OT-TERM-MONTHS TO TD-TERM-MONTHS.
           MOVE OT-ANNUAL-RATE TO TD-ANNUAL-RATE.
           MOVE OT-PENALTY-RATE TO TD-PENALTY-RATE.
           MOVE OT-START-DATE TO TD-START-DATE.
           MOVE OT-MATURITY-DATE TO TD-MATURITY-DATE.
           MOVE OT-ROLLOVER TO TD-ROLLOVER.
           MOVE OT-STATUS TO TD-STATUS.
           WRITE TERM-DEPOSIT-RECORD
               INVALID KEY
                   DISPLAY "Unable to convert term deposit " OT-ID
           END-WRITE.
           ADD 1 TO WS-CONVERTED-COUNT.

       CONVERT-FUTURE-PAYMENT-FILE.
           OPEN INPUT OLD-FUTURE-PAYMENT-FILE.
           IF WS-OLD-FUTURE-PAYMENT-STATUS NOT = "00"
               DISPLAY "FUTPAY.DAT not opened (status "
                   WS-OLD-FUTURE-PAYMENT-STATUS "); skipped."
           ELSE
               OPEN OUTPUT NEW-FUTURE-PAYMENT-FILE
               MOVE 0 TO WS-CONVERTED-COUNT
               MOVE LOW-VALUES TO OFP-ID
               START OLD-FUTURE-PAYMENT-FILE KEY IS NOT LESS THAN OFP-ID
                   INVALID KEY
                       CONTINUE
               END-START
               MOVE "N" TO WS-EOF-FLAG
               IF WS-OLD-FUTURE-PAYMENT-STATUS NOT = "00"
                   MOVE "Y" TO WS-EOF-FLAG
               END-IF
               PERFORM UNTIL WS-EOF-FLAG = "Y"
                   READ OLD-FUTURE-PAYMENT-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-EOF-FLAG
                       NOT AT END
                           PERFORM CONVERT-ONE-FUTURE-PAYMENT
                   END-READ
               END-PERFORM
               CLOSE NEW-FUTURE-PAYMENT-FILE
               CLOSE OLD-FUTURE-PAYMENT-FILE
               DISPLAY "FUTPAY.NEW written: " WS-CONVERTED-COUNT
                   " future payment(s)."
           END-IF.

       CONVERT-ONE-FUTURE-PAYMENT.
           MOVE OFP-ID TO FP-ID.
           MOVE OFP-FROM-ACCT-ID TO FP-FROM-ACCT-ID.
           MOVE OFP-TO-ACCT-ID TO FP-TO-ACCT-ID.
           MOVE OFP-EXT-ACCT-ID TO FP-EXT-ACCT-ID.
           MOVE OFP-TXN-TYPE TO FP-TXN-TYPE.
           MOVE OFP-AMOUNT TO FP-AMOUNT.
           MOVE OFP-EXEC-DATE TO FP-EXEC-DATE.
           MOVE OFP-CAPTURE-DATE TO FP-CAPTURE-DATE.
           MOVE OFP-CATEGORY TO FP-CATEGORY.
           MOVE OFP-STATUS TO FP-STATUS.
           MOVE OFP-FAIL-REASON TO FP-FAIL-REASON.
           WRITE FUTURE-PAYMENT-RECORD
               INVALID KEY
                   DISPLAY "Unable to convert future payment " OFP-ID
           END-WRITE.
           ADD 1 TO WS-CONVERTED-COUNT.

       CONVERT-HELD-FUNDS-FILE.
           OPEN INPUT OLD-HELD-FUNDS-FILE.
           IF WS-OLD-HELD-FUNDS-STATUS NOT = "00"
               DISPLAY "HELDFNDS.DAT not opened (status "
                   WS-OLD-HELD-FUNDS-STATUS "); skipped."
           ELSE
               OPEN OUTPUT NEW-HELD-FUNDS-FILE
               MOVE 0 TO WS-CONVERTED-COUNT
               MOVE LOW-VALUES TO OHF-ID
               START OLD-HELD-FUNDS-FILE KEY IS NOT LESS THAN OHF-ID
                   INVALID KEY
                       CONTINUE
               END-START
               MOVE "N" TO WS-EOF-FLAG
               IF WS-OLD-HELD-FUNDS-STATUS NOT = "00"
                   MOVE "Y" TO WS-EOF-FLAG
               END-IF
               PERFORM UNTIL WS-EOF-FLAG = "Y"
                   READ OLD-HELD-FUNDS-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-EOF-FLAG
                       NOT AT END
                           PERFORM CONVERT-ONE-HELD-FUNDS
                   END-READ
               END-PERFORM
               CLOSE NEW-HELD-FUNDS-FILE
               CLOSE OLD-HELD-FUNDS-FILE
               DISPLAY "HELDFNDS.NEW written: " WS-CONVERTED-COUNT
                   " held item(s)."
           END-IF.

       CONVERT-ONE-HELD-FUNDS.
           MOVE OHF-ID TO HF-ID.
           MOVE OHF-DATE TO HF-DATE.
           MOVE OHF-ACCT-ID TO HF-ACCT-ID.
           MOVE OHF-EXT-REF TO HF-EXT-REF.
           MOVE OHF-AMOUNT TO HF-AMOUNT.
           MOVE OHF-CURRENCY TO HF-CURRENCY.
           MOVE OHF-DIRECTION TO HF-DIRECTION.
           MOVE OHF-MATCHED-NAME TO HF-MATCHED-NAME.
           MOVE OHF-STATUS TO HF-STATUS.
           WRITE HELD-FUNDS-RECORD
               INVALID KEY
                   DISPLAY "Unable to convert held item " OHF-ID
           END-WRITE.
           ADD 1 TO WS-CONVERTED-COUNT.

       CONVERT-MANDATE-FILE.
           OPEN INPUT OLD-MANDATE-FILE.
           IF WS-OLD-MANDATE-STATUS NOT = "00"
               DISPLAY "MANDATE.DAT not opened (status "
                   WS-OLD-MANDATE-STATUS "); skipped."
           ELSE
               OPEN OUTPUT NEW-MANDATE-FILE
               MOVE 0 TO WS-CONVERTED-COUNT
               MOVE LOW-VALUES TO OM-ID
               START OLD-MANDATE-FILE KEY IS NOT LESS THAN OM-ID
                   INVALID KEY
                       CONTINUE
               END-START
               MOVE "N" TO WS-EOF-FLAG
               IF WS-OLD-MANDATE-STATUS NOT = "00"
                   MOVE "Y" TO WS-EOF-FLAG
               END-IF
               PERFORM UNTIL WS-EOF-FLAG = "Y"
                   READ OLD-MANDATE-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-EOF-FLAG
                       NOT AT END
                           PERFORM CONVERT-ONE-MANDATE
                   END-READ
               END-PERFORM
               CLOSE NEW-MANDATE-FILE
               CLOSE OLD-MANDATE-FILE
               DISPLAY "MANDATE.NEW written: " WS-CONVERTED-COUNT
                   " mandate(s)."
           END-IF.

       CONVERT-ONE-MANDATE.
           MOVE OM-ID TO MAND-ID.
           MOVE OM-ACCT-ID TO MAND-ACCT-ID.
           MOVE OM-ORIG-REF TO MAND-ORIG-REF.
           MOVE OM-CAP-AMOUNT TO MAND-CAP-AMOUNT.
           MOVE OM-STATUS TO MAND-STATUS.
           WRITE MANDATE-RECORD
               INVALID KEY
                   DISPLAY "Unable to convert mandate " OM-ID
           END-WRITE.
           ADD 1 TO WS-CONVERTED-COUNT.

       CONVERT-PENDING-FILE.
           OPEN INPUT OLD-PENDING-FILE.
           IF WS-OLD-PENDING-STATUS NOT = "00"
               DISPLAY "PENDXFER.DAT not opened (status "
                   WS-OLD-PENDING-STATUS "); skipped."
           ELSE
               OPEN OUTPUT NEW-PENDING-FILE
               MOVE 0 TO WS-CONVERTED-COUNT
               MOVE LOW-VALUES TO OP-ID
               START OLD-PENDING-FILE KEY IS NOT LESS THAN OP-ID
                   INVALID KEY
                       CONTINUE
               END-START
               MOVE "N" TO WS-EOF-FLAG
               IF WS-OLD-PENDING-STATUS NOT = "00"
                   MOVE "Y" TO WS-EOF-FLAG
               END-IF
               PERFORM UNTIL WS-EOF-FLAG = "Y"
                   READ OLD-PENDING-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-EOF-FLAG
                       NOT AT END
                           PERFORM CONVERT-ONE-PENDING
                   END-READ
               END-PERFORM
               CLOSE NEW-PENDING-FILE
               CLOSE OLD-PENDING-FILE
               DISPLAY "PENDXFER.NEW written: " WS-CONVERTED-COUNT
                   " pending transfer(s)."
           END-IF.

       CONVERT-ONE-PENDING.
           MOVE OP-ID TO PT-ID.
           MOVE OP-FROM-ACCT-ID TO PT-FROM-ACCT-ID.
           MOVE OP-TO-ACCT-ID TO PT-TO-ACCT-ID.
           MOVE OP-AMOUNT TO PT-AMOUNT.
           MOVE OP-REQUESTED-DATE TO PT-REQUESTED-DATE.
           MOVE OP-STATUS TO PT-STATUS.
           MOVE OP-CATEGORY TO PT-CATEGORY.
           WRITE PENDING-TRANSFER-RECORD
               INVALID KEY
                   DISPLAY "Unable to convert pending transfer " OP-ID
           END-WRITE.
           ADD 1 TO WS-CONVERTED-COUNT.

       CONVERT-CHEQUE-FILE.
           OPEN INPUT OLD-CHEQUE-FILE.
           IF WS-OLD-CHEQUE-STATUS NOT = "00"
               DISPLAY "CHEQUES.DAT not opened (status "
                   WS-OLD-CHEQUE-STATUS "); skipped."
           ELSE
               OPEN OUTPUT NEW-CHEQUE-FILE
               MOVE 0 TO WS-CONVERTED-COUNT
               MOVE LOW-VALUES TO OQ-KEY
               START OLD-CHEQUE-FILE KEY IS NOT LESS THAN OQ-KEY
                   INVALID KEY
                       CONTINUE
               END-START
               MOVE "N" TO WS-EOF-FLAG
               IF WS-OLD-CHEQUE-STATUS NOT = "00"
                   MOVE "Y" TO WS-EOF-FLAG
               END-IF
               PERFORM UNTIL WS-EOF-FLAG = "Y"
                   READ OLD-CHEQUE-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-EOF-FLAG
                       NOT AT END
                           PERFORM CONVERT-ONE-CHEQUE
                   END-READ
               END-PERFORM
               CLOSE NEW-CHEQUE-FILE
               CLOSE OLD-CHEQUE-FILE
               DISPLAY "CHEQUES.NEW written: " WS-CONVERTED-COUNT
                   " cheque(s)."
           END-IF.

       CONVERT-ONE-CHEQUE.
           MOVE OQ-ACCT-ID TO CHQ-ACCT-ID.
           MOVE OQ-NUMBER TO CHQ-NUMBER.
           MOVE OQ-STATUS TO CHQ-STATUS.
           MOVE OQ-DATE TO CHQ-DATE.
           MOVE OQ-AMOUNT TO CHQ-AMOUNT.
           WRITE CHEQUE-RECORD
               INVALID KEY
                   DISPLAY "Unable to convert cheque "
                       OQ-ACCT-ID
                       " " OQ-NUMBER
           END-WRITE.
           ADD 1 TO WS-CONVERTED-COUNT.

       CONVERT-FEE-FILE.
           OPEN INPUT OLD-FEE-FILE.
           IF WS-OLD-FEE-STATUS NOT = "00"
               DISPLAY "FEESCHED.DAT not opened (status "
                   WS-OLD-FEE-STATUS "); skipped."
           ELSE
               OPEN OUTPUT NEW-FEE-FILE
               MOVE 0 TO WS-CONVERTED-COUNT
               MOVE LOW-VALUES TO OE-ID
               START OLD-FEE-FILE KEY IS NOT LESS THAN OE-ID
                   INVALID KEY
                       CONTINUE
               END-START
               MOVE "N" TO WS-EOF-FLAG
               IF WS-OLD-FEE-STATUS NOT = "00"
                   MOVE "Y" TO WS-EOF-FLAG
               END-IF
               PERFORM UNTIL WS-EOF-FLAG = "Y"
                   READ OLD-FEE-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-EOF-FLAG
                       NOT AT END
                           PERFORM CONVERT-ONE-FEE
                   END-READ
               END-PERFORM
               CLOSE NEW-FEE-FILE
               CLOSE OLD-FEE-FILE
               DISPLAY "FEESCHED.NEW written: " WS-CONVERTED-COUNT
                   " fee(s)."
           END-IF.

       CONVERT-ONE-FEE.
           MOVE OE-ID TO FEE-ID.
           MOVE OE-TYPE TO FEE-TYPE.
           MOVE OE-DESCRIPTION TO FEE-DESCRIPTION.
           MOVE OE-AMOUNT TO FEE-AMOUNT.
           MOVE OE-ACCT-TYPE TO FEE-ACCT-TYPE.
           MOVE OE-WAIVER-MIN-BALANCE TO FEE-WAIVER-MIN-BALANCE.
           MOVE OE-STATUS TO FEE-STATUS.
           WRITE FEE-SCHEDULE-RECORD
               INVALID KEY
                   DISPLAY "Unable to convert fee " OE-ID
           END-WRITE.
           ADD 1 TO WS-CONVERTED-COUNT.

       CONVERT-LOAN-FILE.
           OPEN INPUT OLD-LOAN-FILE.
           IF WS-OLD-LOAN-STATUS NOT = "00"
               DISPLAY "LOANS.DAT not opened (status "
                   WS-OLD-LOAN-STATUS "); skipped."
           ELSE
               OPEN OUTPUT NEW-LOAN-FILE
               MOVE 0 TO WS-CONVERTED-COUNT
               MOVE LOW-VALUES TO OLN-ID
               START OLD-LOAN-FILE KEY IS NOT LESS THAN OLN-ID
                   INVALID KEY
                       CONTINUE
               END-START
               MOVE "N" TO WS-EOF-FLAG
               IF WS-OLD-LOAN-STATUS NOT = "00"
                   MOVE "Y" TO WS-EOF-FLAG
               END-IF
               PERFORM UNTIL WS-EOF-FLAG = "Y"
                   READ OLD-LOAN-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-EOF-FLAG
                       NOT AT END
                           PERFORM CONVERT-ONE-LOAN
                   END-READ
               END-PERFORM
               CLOSE NEW-LOAN-FILE
               CLOSE OLD-LOAN-FILE
               DISPLAY "LOANS.NEW written: " WS-CONVERTED-COUNT
                   " loan(s)."
           END-IF.

       CONVERT-ONE-LOAN.
           MOVE OLN-ID TO LOAN-ID.
           MOVE OLN-CUST-ID TO LOAN-CUST-ID.
           MOVE OLN-ACCT-ID TO LOAN-ACCT-ID.
           MOVE OLN-PRINCIPAL TO LOAN-PRINCIPAL.
           MOVE OLN-ANNUAL-RATE TO LOAN-ANNUAL-RATE.
           MOVE OLN-TERM-MONTHS TO LOAN-TERM-MONTHS.
           MOVE OLN-INSTALMENT TO LOAN-INSTALMENT.
           MOVE OLN-OUTSTANDING TO LOAN-OUTSTANDING.
           MOVE OLN-BOOKED-DATE TO LOAN-BOOKED-DATE.
           MOVE OLN-DISBURSED-DATE TO LOAN-DISBURSED-DATE.
           MOVE OLN-PAYMENT-DAY TO LOAN-PAYMENT-DAY.
           MOVE OLN-INTEREST-FROM TO LOAN-INTEREST-FROM.
           MOVE OLN-NEXT-DUE-DATE TO LOAN-NEXT-DUE-DATE.
           MOVE OLN-INSTALMENTS-PAID TO LOAN-INSTALMENTS-PAID.
           MOVE OLN-DUE-COUNT TO LOAN-DUE-COUNT.
           MOVE OLN-DUE-INTEREST TO LOAN-DUE-INTEREST.
           MOVE OLN-DUE-PRINCIPAL TO LOAN-DUE-PRINCIPAL.
           MOVE OLN-ARREARS-SINCE TO LOAN-ARREARS-SINCE.
           MOVE OLN-STATUS TO LOAN-STATUS.
           MOVE OLN-CLOSED-DATE TO LOAN-CLOSED-DATE.
           WRITE LOAN-RECORD
               INVALID KEY
                   DISPLAY "Unable to convert loan " OLN-ID
           END-WRITE.
           ADD 1 TO WS-CONVERTED-COUNT.

       CONVERT-DRAWER-FILE.
           OPEN INPUT OLD-DRAWER-FILE.
           IF WS-OLD-DRAWER-STATUS NOT = "00"
               DISPLAY "DRAWER.DAT not opened (status "
                   WS-OLD-DRAWER-STATUS "); skipped."
           ELSE
               OPEN OUTPUT NEW-DRAWER-FILE
               MOVE 0 TO WS-CONVERTED-COUNT
               MOVE LOW-VALUES TO OD-ID
               START OLD-DRAWER-FILE KEY IS NOT LESS THAN OD-ID
                   INVALID KEY
                       CONTINUE
               END-START
               MOVE "N" TO WS-EOF-FLAG
               IF WS-OLD-DRAWER-STATUS NOT = "00"
                   MOVE "Y" TO WS-EOF-FLAG
               END-IF
               PERFORM UNTIL WS-EOF-FLAG = "Y"
                   READ OLD-DRAWER-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-EOF-FLAG
                       NOT AT END
                           PERFORM CONVERT-ONE-DRAWER
                   END-READ
               END-PERFORM
               CLOSE NEW-DRAWER-FILE
               CLOSE OLD-DRAWER-FILE
               DISPLAY "DRAWER.NEW written: " WS-CONVERTED-COUNT
                   " drawer session(s)."
           END-IF.

       CONVERT-ONE-DRAWER.
           MOVE OD-ID TO DRW-ID.
           MOVE OD-OPERATOR-ID TO DRW-OPERATOR-ID.
           MOVE OD-DATE TO DRW-DATE.
           MOVE OD-FLOAT TO DRW-FLOAT.
           MOVE OD-COUNTED TO DRW-COUNTED.
           MOVE OD-STATUS TO DRW-STATUS.
           MOVE "001" TO DRW-BRANCH.
           MOVE "EUR" TO DRW-CURRENCY.
           MOVE "N" TO DRW-VAULT-FLAG.
           WRITE DRAWER-RECORD
               INVALID KEY
                   DISPLAY "Unable to convert drawer session " OD-ID
           END-WRITE.
           ADD 1 TO WS-CONVERTED-COUNT.

       CONVERT-RATE-FILE.
           OPEN INPUT OLD-RATE-FILE.
           IF WS-OLD-RATE-STATUS NOT = "00"
               DISPLAY "RATETABL.DAT not opened (status "
                   WS-OLD-RATE-STATUS "); skipped."
           ELSE
               OPEN OUTPUT NEW-RATE-FILE
               MOVE 0 TO WS-CONVERTED-COUNT
               MOVE LOW-VALUES TO OIR-KEY
               START OLD-RATE-FILE KEY IS NOT LESS THAN OIR-KEY
                   INVALID KEY
                       CONTINUE
               END-START
               MOVE "N" TO WS-EOF-FLAG
               IF WS-OLD-RATE-STATUS NOT = "00"
                   MOVE "Y" TO WS-EOF-FLAG
               END-IF
               PERFORM UNTIL WS-EOF-FLAG = "Y"
                   READ OLD-RATE-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-EOF-FLAG
                       NOT AT END
                           PERFORM CONVERT-ONE-RATE
                   END-READ
               END-PERFORM
               CLOSE NEW-RATE-FILE
               CLOSE OLD-RATE-FILE
               DISPLAY "RATETABL.NEW written: " WS-CONVERTED-COUNT
                   " rate tier(s)."
           END-IF.

       CONVERT-ONE-RATE.
           MOVE OIR-ACCT-TYPE TO IR-ACCT-TYPE.
           MOVE OIR-TIER-MIN TO IR-TIER-MIN.
           MOVE OIR-EFFECTIVE-DATE TO IR-EFFECTIVE-DATE.
           MOVE OIR-ANNUAL-RATE TO IR-ANNUAL-RATE.
           WRITE INTEREST-RATE-RECORD
               INVALID KEY
                   DISPLAY "Unable to convert rate tier "
                       OIR-ACCT-TYPE
                       " " OIR-TIER-MIN
           END-WRITE.
           ADD 1 TO WS-CONVERTED-COUNT.

       CONVERT-DEBIT-RATE-FILE.
           OPEN INPUT OLD-DEBIT-RATE-FILE.
           IF WS-OLD-DEBIT-RATE-STATUS NOT = "00"
               DISPLAY "DEBRATE.DAT not opened (status "
                   WS-OLD-DEBIT-RATE-STATUS "); skipped."
           ELSE
               OPEN OUTPUT NEW-DEBIT-RATE-FILE
               MOVE 0 TO WS-CONVERTED-COUNT
               MOVE LOW-VALUES TO ODR-KEY
               START OLD-DEBIT-RATE-FILE KEY IS NOT LESS THAN ODR-KEY
                   INVALID KEY
                       CONTINUE
               END-START
               MOVE "N" TO WS-EOF-FLAG
               IF WS-OLD-DEBIT-RATE-STATUS NOT = "00"
                   MOVE "Y" TO WS-EOF-FLAG
               END-IF
               PERFORM UNTIL WS-EOF-FLAG = "Y"
                   READ OLD-DEBIT-RATE-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-EOF-FLAG
                       NOT AT END
                           PERFORM CONVERT-ONE-DEBIT-RATE
                   END-READ
               END-PERFORM
               CLOSE NEW-DEBIT-RATE-FILE
               CLOSE OLD-DEBIT-RATE-FILE
               DISPLAY "DEBRATE.NEW written: " WS-CONVERTED-COUNT
                   " debit rate tier(s)."
           END-IF.

       CONVERT-ONE-DEBIT-RATE.
           MOVE ODR-ACCT-TYPE TO DR-ACCT-TYPE.
           MOVE ODR-TIER-MIN TO DR-TIER-MIN.
           MOVE ODR-EFFECTIVE-DATE TO DR-EFFECTIVE-DATE.
           MOVE ODR-ANNUAL-RATE TO DR-ANNUAL-RATE.
           WRITE DEBIT-RATE-RECORD
               INVALID KEY
                   DISPLAY "Unable to convert debit rate tier "
                       ODR-ACCT-TYPE
                       " " ODR-TIER-MIN
           END-WRITE.
           ADD 1 TO WS-CONVERTED-COUNT.

       CONVERT-SHADOW-FILE.
           OPEN INPUT OLD-SHADOW-FILE.
           IF WS-OLD-SHADOW-STATUS NOT = "00"
               DISPLAY "LEDGERIX.DAT not opened (status "
                   WS-OLD-SHADOW-STATUS "); skipped."
           ELSE
               OPEN OUTPUT NEW-SHADOW-FILE
               MOVE 0 TO WS-CONVERTED-COUNT
               MOVE LOW-VALUES TO OX-KEY
               START OLD-SHADOW-FILE KEY IS NOT LESS THAN OX-KEY
                   INVALID KEY
                       CONTINUE
               END-START
               MOVE "N" TO WS-EOF-FLAG
               IF WS-OLD-SHADOW-STATUS NOT = "00"
                   MOVE "Y" TO WS-EOF-FLAG
               END-IF
               PERFORM UNTIL WS-EOF-FLAG = "Y"
                   READ OLD-SHADOW-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-EOF-FLAG
                       NOT AT END
                           PERFORM CONVERT-ONE-SHADOW
                   END-READ
               END-PERFORM
               CLOSE NEW-SHADOW-FILE
               CLOSE OLD-SHADOW-FILE
               DISPLAY "LEDGERIX.NEW written: " WS-CONVERTED-COUNT
                   " shadow entry(ies)."
           END-IF.

       CONVERT-ONE-SHADOW.
           MOVE OX-ACCT-ID TO LIX-ACCT-ID.
           MOVE OX-SEQUENCE TO LIX-SEQUENCE.
           MOVE OX-TXN-REF TO LIX-TXN-REF.
           MOVE OX-DATE TO LIX-DATE.
           MOVE OX-TIME TO LIX-TIME.
           MOVE OX-TXN-TYPE TO LIX-TXN-TYPE.
           MOVE OX-DIRECTION TO LIX-DIRECTION.
           MOVE OX-AMOUNT TO LIX-AMOUNT.
           MOVE OX-BALANCE TO LIX-BALANCE.
           MOVE OX-ORIG-CURRENCY TO LIX-ORIG-CURRENCY.
           MOVE OX-ORIG-AMOUNT TO LIX-ORIG-AMOUNT.
           MOVE OX-EXCHANGE-RATE TO LIX-EXCHANGE-RATE.
           MOVE OX-REVERSAL-FLAG TO LIX-REVERSAL-FLAG.
           MOVE OX-ORIG-REF TO LIX-ORIG-REF.
           MOVE OX-CATEGORY TO LIX-CATEGORY.
           WRITE LEDGER-SHADOW-RECORD
               INVALID KEY
                   DISPLAY "Unable to convert shadow entry "
                       OX-ACCT-ID
                       " " OX-SEQUENCE
           END-WRITE.
           ADD 1 TO WS-CONVERTED-COUNT.

       CONVERT-REJECT-LOG-FILE.
           OPEN INPUT OLD-REJECT-LOG-FILE.
           IF WS-OLD-REJECT-LOG-STATUS NOT = "00"
               DISPLAY "REJLOG.DAT not opened (status "
                   WS-OLD-REJECT-LOG-STATUS "); skipped."
           ELSE
               OPEN OUTPUT NEW-REJECT-LOG-FILE
               MOVE 0 TO WS-CONVERTED-COUNT
               MOVE "N" TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF-FLAG = "Y"
                   READ OLD-REJECT-LOG-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-FLAG
                       NOT AT END
                           PERFORM CONVERT-ONE-REJECT-LOG
                   END-READ
               END-PERFORM
               CLOSE NEW-REJECT-LOG-FILE
               CLOSE OLD-REJECT-LOG-FILE
               DISPLAY "REJLOG.NEW written: " WS-CONVERTED-COUNT
                   " rejection(s)."
           END-IF.

       CONVERT-ONE-REJECT-LOG.
           MOVE ORJ-DATE TO REJ-DATE.
           MOVE ORJ-TIME TO REJ-TIME.
           MOVE ORJ-PROGRAM TO REJ-PROGRAM.
           MOVE ORJ-ACCT-ID TO REJ-ACCT-ID.
           MOVE ORJ-AMOUNT TO REJ-AMOUNT.
           MOVE ORJ-REASON TO REJ-REASON.
           WRITE REJECT-LOG-RECORD.
           ADD 1 TO WS-CONVERTED-COUNT.

       CONVERT-DRAWER-TXN-FILE.
           OPEN INPUT OLD-DRAWER-TXN-FILE.
           IF WS-OLD-DRAWER-TXN-STATUS NOT = "00"
               DISPLAY "DRWTXN.DAT not opened (status "
                   WS-OLD-DRAWER-TXN-STATUS "); skipped."
           ELSE
               OPEN OUTPUT NEW-DRAWER-TXN-FILE
               MOVE 0 TO WS-CONVERTED-COUNT
               MOVE "N" TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF-FLAG = "Y"
                   READ OLD-DRAWER-TXN-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-FLAG
                       NOT AT END
                           PERFORM CONVERT-ONE-DRAWER-TXN
                   END-READ
               END-PERFORM
               CLOSE NEW-DRAWER-TXN-FILE
               CLOSE OLD-DRAWER-TXN-FILE
               DISPLAY "DRWTXN.NEW written: " WS-CONVERTED-COUNT
                   " drawer movement(s)."
           END-IF.

       CONVERT-ONE-DRAWER-TXN.
           MOVE ODT-DATE TO DTX-DATE.
           MOVE ODT-TIME TO DTX-TIME.
           MOVE ODT-DRAWER-ID TO DTX-DRAWER-ID.
           MOVE ODT-OPERATOR-ID TO DTX-OPERATOR-ID.
           MOVE ODT-DIRECTION TO DTX-DIRECTION.
           MOVE ODT-ACCT-ID TO DTX-ACCT-ID.
           MOVE ODT-AMOUNT TO DTX-AMOUNT.
           WRITE DRAWER-TXN-RECORD.
           ADD 1 TO WS-CONVERTED-COUNT.

       CONVERT-CHECKPOINT-FILE.
           OPEN INPUT OLD-CHECKPOINT-FILE.
           IF WS-OLD-CHECKPOINT-STATUS NOT = "00"
               DISPLAY "BATCHCKPT.DAT not opened (status "
                   WS-OLD-CHECKPOINT-STATUS "); skipped."
           ELSE
               OPEN OUTPUT NEW-CHECKPOINT-FILE
               MOVE 0 TO WS-CONVERTED-COUNT
               MOVE "N" TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF-FLAG = "Y"
                   READ OLD-CHECKPOINT-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-FLAG
                       NOT AT END
                           PERFORM CONVERT-ONE-CHECKPOINT
                   END-READ
               END-PERFORM
               CLOSE NEW-CHECKPOINT-FILE
               CLOSE OLD-CHECKPOINT-FILE
               DISPLAY "BATCHCKPT.NEW written: " WS-CONVERTED-COUNT
                   " checkpoint record(s)."
           END-IF.

       CONVERT-ONE-CHECKPOINT.
           MOVE OCK-LAST-COMPLETED TO CKPT-LAST-COMPLETED.
           MOVE OCK-PENDING-RECORD TO CKPT-PENDING-RECORD.
           MOVE OCK-PENDING-STAGE TO CKPT-PENDING-STAGE.
           MOVE OCK-PENDING-AMOUNT TO CKPT-PENDING-AMOUNT.
           WRITE CHECKPOINT-RECORD.
           ADD 1 TO WS-CONVERTED-COUNT.

       CONVERT-GL-SUMMARY-FILE.
           OPEN INPUT OLD-GL-SUMMARY-FILE.
           IF WS-OLD-GL-SUMMARY-STATUS NOT = "00"
               DISPLAY "GLSUMM.DAT not opened (status "
                   WS-OLD-GL-SUMMARY-STATUS "); skipped."
           ELSE
               OPEN OUTPUT NEW-GL-SUMMARY-FILE
               MOVE 0 TO WS-CONVERTED-COUNT
               MOVE "N" TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF-FLAG = "Y"
                   READ OLD-GL-SUMMARY-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-FLAG
                       NOT AT END
                           PERFORM CONVERT-ONE-GL-SUMMARY
                   END-READ
               END-PERFORM
               CLOSE NEW-GL-SUMMARY-FILE
               CLOSE OLD-GL-SUMMARY-FILE
               DISPLAY "GLSUMM.NEW written: " WS-CONVERTED-COUNT
                   " summary line(s)."
           END-IF.

       CONVERT-ONE-GL-SUMMARY.
           MOVE OG-DATE TO GLS-DATE.
           MOVE OG-TXN-TYPE TO GLS-TXN-TYPE.
           MOVE OG-CURRENCY TO GLS-CURRENCY.
           MOVE OG-DEBIT-TOTAL TO GLS-DEBIT-TOTAL.
           MOVE OG-CREDIT-TOTAL TO GLS-CREDIT-TOTAL.
           MOVE OG-BRANCH TO GLS-BRANCH.
           WRITE GL-SUMMARY-RECORD.
           ADD 1 TO WS-CONVERTED-COUNT.

       CONVERT-FX-POSITION-FILE.
           OPEN INPUT OLD-FX-POSITION-FILE.
           IF WS-OLD-FX-POSITION-STATUS NOT = "00"
               DISPLAY "FXPOS.DAT not opened (status "
                   WS-OLD-FX-POSITION-STATUS "); skipped."
           ELSE
               OPEN OUTPUT NEW-FX-POSITION-FILE
               MOVE 0 TO WS-CONVERTED-COUNT
               MOVE "N" TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF-FLAG = "Y"
                   READ OLD-FX-POSITION-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-FLAG
                       NOT AT END
                           PERFORM CONVERT-ONE-FX-POSITION
                   END-READ
               END-PERFORM
               CLOSE NEW-FX-POSITION-FILE
               CLOSE OLD-FX-POSITION-FILE
               DISPLAY "FXPOS.NEW written: " WS-CONVERTED-COUNT
                   " currency position(s)."
           END-IF.

       CONVERT-ONE-FX-POSITION.
           MOVE OFX-CURRENCY TO FXP-CURRENCY.
           MOVE OFX-POSITION TO FXP-POSITION.
           MOVE OFX-LAST-RATE TO FXP-LAST-RATE.
           MOVE OFX-LAST-DATE TO FXP-LAST-DATE.
           WRITE FX-POSITION-RECORD.
           ADD 1 TO WS-CONVERTED-COUNT.

       CONVERT-SETTLED-FILE.
           OPEN INPUT OLD-SETTLED-FILE.
           IF WS-OLD-SETTLED-STATUS NOT = "00"
               DISPLAY "SETTLDON.DAT not opened (status "
                   WS-OLD-SETTLED-STATUS "); skipped."
           ELSE
               OPEN OUTPUT NEW-SETTLED-FILE
               MOVE 0 TO WS-CONVERTED-COUNT
               MOVE "N" TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF-FLAG = "Y"
                   READ OLD-SETTLED-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-FLAG
                       NOT AT END
                           PERFORM CONVERT-ONE-SETTLED
                   END-READ
               END-PERFORM
               CLOSE NEW-SETTLED-FILE
               CLOSE OLD-SETTLED-FILE
               DISPLAY "SETTLDON.NEW written: " WS-CONVERTED-COUNT
                   " settled item(s)."
           END-IF.

       CONVERT-ONE-SETTLED.
           MOVE OSD-SETTLE-DATE TO SDONE-SETTLE-DATE.
           MOVE OSD-FROM-ACCT-ID TO SDONE-FROM-ACCT-ID.
           MOVE OSD-EXT-ACCT-ID TO SDONE-EXT-ACCT-ID.
           MOVE OSD-AMOUNT TO SDONE-AMOUNT.
           MOVE OSD-STATUS TO SDONE-STATUS.
           MOVE OSD-PROCESSED-DATE TO SDONE-PROCESSED-DATE.
           WRITE SETTLEMENT-DONE-RECORD.
           ADD 1 TO WS-CONVERTED-COUNT.
