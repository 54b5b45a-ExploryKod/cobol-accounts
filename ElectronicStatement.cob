       IDENTIFICATION DIVISION.
       PROGRAM-ID. ElectronicStatement.

      ******************************************************************
      * Nightly machine-readable bank statement run for business
      * customers. For every account opted in on STMTPROF.DAT whose
      * statement frequency falls due tonight, reads the account's
      * entries after the last one already statemented from the
      * keyed ledger LEDGERIX.DAT and writes one statement in the
      * MT940 layout to the run's statement file STMTyyyymmdd.DAT:
      *   :20:  statement reference (run date and account)
      *   :25:  account identification (branch/account)
      *   :28C: statement number
      *   :60F: opening balance
      *   :61:  one line per entry - value date, entry date,
      *         direction, amount, LEDG-TXN-REF and ledger sequence
      *   :86:  the entry's category and transaction type
      *   :62F: closing balance (the account balance tonight)
      *   :64:  available balance, net of active holds
      * Balances are C credit or D debit, amounts with a decimal
      * comma. The opening balance is worked back from the closing
      * balance through the period's entries, so the two always
      * tie. An account is never statemented twice on one date, and
      * a rerun after a failure appends to the night's file, so the
      * job is safe to rerun.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "StatementProfileFileControl.cpy".
           COPY "AccountFileControl.cpy".
           COPY "LedgerShadowFileControl.cpy".
           COPY "HoldFileControl.cpy".
           SELECT STATEMENT-FILE ASSIGN TO DYNAMIC
               WS-STATEMENT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATEMENT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  STATEMENT-PROFILE-FILE.
           COPY "StatementProfileRecord.cpy".
       FD  ACCOUNT-MASTER-FILE.
           COPY "AccountRecord.cpy".
       FD  LEDGER-SHADOW-FILE.
           COPY "LedgerShadowRecord.cpy".
       FD  HOLDS-FILE.
           COPY "HoldRecord.cpy".
       FD  STATEMENT-FILE.
       01 STATEMENT-LINE             PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-STATEMENT-PROFILE-STATUS PIC X(2).
       01 WS-ACCOUNT-FILE-STATUS    PIC X(2).
       01 WS-LEDGER-SHADOW-STATUS   PIC X(2).
       01 WS-HOLDS-FILE-STATUS      PIC X(2).
       01 WS-STATEMENT-FILE-STATUS  PIC X(2).
       01 WS-STATEMENT-FILE-NAME    PIC X(16).
       01 WS-SHADOW-OPEN            PIC X(1) VALUE "N".
       01 WS-EOF-PROFILES           PIC X(1) VALUE "N".
       01 WS-EOF-ENTRIES            PIC X(1).
       01 WS-EOF-HOLDS              PIC X(1).
       01 WS-TODAY                  PIC 9(8).
       01 WS-TODAY-INT              PIC 9(8).
       01 WS-LAST-INT               PIC 9(8).
       01 WS-DAYS-SINCE             PIC 9(5).
       01 WS-DAY-NUMBER             PIC 9(1).
       01 WS-TOMORROW               PIC 9(8).
       01 WS-STATEMENT-DUE          PIC X(1).
       01 WS-SCAN-MODE              PIC X(1).
       01 WS-PERIOD-START           PIC 9(8).
       01 WS-HIGH-SEQUENCE          PIC 9(9).
       01 WS-ENTRY-COUNT            PIC 9(5).
       01 WS-PERIOD-CREDITS         PIC 9(13)V99.
       01 WS-PERIOD-DEBITS          PIC 9(13)V99.
       01 WS-ACTIVE-HOLDS-TOTAL     PIC 9(11)V99.
       01 WS-OPENING-BALANCE        PIC S9(13)V99.
       01 WS-CLOSING-BALANCE        PIC S9(13)V99.
       01 WS-AVAILABLE-BALANCE      PIC S9(13)V99.
       01 WS-MT-SIGNED-AMOUNT       PIC S9(13)V99.
       01 WS-MT-MARK                PIC X(1).
       01 WS-MT-AMOUNT-EDIT         PIC Z(12)9.99.
       01 WS-MT-AMOUNT-TEXT         PIC X(16).
       01 WS-MT-TAG                 PIC X(5).
       01 WS-MT-DATE                PIC 9(8).
       01 WS-MT-TYPE-CODE           PIC X(3).
       01 WS-PROFILES-READ          PIC 9(5) VALUE 0.
       01 WS-STATEMENT-COUNT        PIC 9(5) VALUE 0.
       01 WS-LINE-COUNT             PIC 9(7) VALUE 0.
       01 WS-ALREADY-COUNT          PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.
       START-STATEMENTS.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE (WS-TODAY).
           MOVE SPACES TO WS-STATEMENT-FILE-NAME.
           STRING "STMT" WS-TODAY ".DAT"
               DELIMITED BY SIZE INTO WS-STATEMENT-FILE-NAME.
           DISPLAY "Electronic statement run for " WS-TODAY ".".
           OPEN I-O STATEMENT-PROFILE-FILE.
           IF WS-STATEMENT-PROFILE-STATUS = "35"
               DISPLAY "No statement profiles; no statements due."
               GOBACK
           END-IF.
           IF WS-STATEMENT-PROFILE-STATUS NOT = "00"
               DISPLAY "Unable to open the statement profiles, "
                   "status " WS-STATEMENT-PROFILE-STATUS
                   "; no statements written."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT ACCOUNT-MASTER-FILE.
           IF WS-ACCOUNT-FILE-STATUS NOT = "00"
               DISPLAY "Unable to open the account master, status "
                   WS-ACCOUNT-FILE-STATUS "; no statements written."
               CLOSE STATEMENT-PROFILE-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT LEDGER-SHADOW-FILE.
           IF WS-LEDGER-SHADOW-STATUS = "00"
               MOVE "Y" TO WS-SHADOW-OPEN
           END-IF.
      *    A rerun the same night adds to the statements the failed
      *    run already wrote.
           OPEN EXTEND STATEMENT-FILE.
           IF WS-STATEMENT-FILE-STATUS = "35"
               OPEN OUTPUT STATEMENT-FILE
           END-IF.
           PERFORM WORK-OUT-CALENDAR.
           MOVE LOW-VALUES TO SP-ACCT-ID.
           START STATEMENT-PROFILE-FILE KEY IS NOT LESS THAN SP-ACCT-ID
               INVALID KEY
                   MOVE "Y" TO WS-EOF-PROFILES
           END-START.
           PERFORM UNTIL WS-EOF-PROFILES = "Y"
               READ STATEMENT-PROFILE-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF-PROFILES
                   NOT AT END
                       IF SP-OPT-IN = "Y"
                           ADD 1 TO WS-PROFILES-READ
                           PERFORM STATEMENT-ONE-ACCOUNT
                               THRU STATEMENT-ONE-ACCOUNT-DONE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE STATEMENT-FILE.
           IF WS-SHADOW-OPEN = "Y"
               CLOSE LEDGER-SHADOW-FILE
           END-IF.
           CLOSE ACCOUNT-MASTER-FILE.
           CLOSE STATEMENT-PROFILE-FILE.
           DISPLAY "Electronic statements complete: "
               WS-PROFILES-READ " account(s) opted in, "
               WS-STATEMENT-COUNT " statement(s) with "
               WS-LINE-COUNT " entry line(s) written to "
               WS-STATEMENT-FILE-NAME ", " WS-ALREADY-COUNT
               " already produced today.".
           GOBACK.

      * Friday (day 5 of the integer date scheme, whose day 1 was a
      * Monday) is the weekly statement day; the last day of the
      * month, the monthly one.
       WORK-OUT-CALENDAR.
           COMPUTE WS-DAY-NUMBER = FUNCTION MOD (WS-TODAY-INT, 7).
           COMPUTE WS-TOMORROW =
               FUNCTION DATE-OF-INTEGER (WS-TODAY-INT + 1).

       STATEMENT-ONE-ACCOUNT.
           IF SP-LAST-STATEMENT-DATE = WS-TODAY
               ADD 1 TO WS-ALREADY-COUNT
               GO TO STATEMENT-ONE-ACCOUNT-DONE
           END-IF.
           PERFORM CHECK-STATEMENT-DUE.
           IF WS-STATEMENT-DUE NOT = "Y"
               GO TO STATEMENT-ONE-ACCOUNT-DONE
           END-IF.
           MOVE SP-ACCT-ID TO ACCT-ID.
           READ ACCOUNT-MASTER-FILE
               INVALID KEY
                   DISPLAY "Account " SP-ACCT-ID
                       " not on the account master; no statement."
                   GO TO STATEMENT-ONE-ACCOUNT-DONE
           END-READ.
           IF SP-LAST-STATEMENT-DATE > 0
               MOVE SP-LAST-STATEMENT-DATE TO WS-PERIOD-START
           ELSE
               MOVE SP-FROM-DATE TO WS-PERIOD-START
           END-IF.
           MOVE "S" TO WS-SCAN-MODE.
           PERFORM SCAN-PERIOD-ENTRIES THRU SCAN-PERIOD-ENTRIES-DONE.
           PERFORM SUM-ACTIVE-HOLDS.
           MOVE ACCT-BALANCE TO WS-CLOSING-BALANCE.
           COMPUTE WS-OPENING-BALANCE = WS-CLOSING-BALANCE
               - WS-PERIOD-CREDITS + WS-PERIOD-DEBITS.
           COMPUTE WS-AVAILABLE-BALANCE =
               WS-CLOSING-BALANCE - WS-ACTIVE-HOLDS-TOTAL.
           ADD 1 TO SP-STATEMENT-NO.
           IF SP-STATEMENT-NO = 0
               MOVE 1 TO SP-STATEMENT-NO
           END-IF.
           PERFORM WRITE-STATEMENT-HEADER.
           MOVE "W" TO WS-SCAN-MODE.
           PERFORM SCAN-PERIOD-ENTRIES THRU SCAN-PERIOD-ENTRIES-DONE.
           PERFORM WRITE-STATEMENT-TRAILER.
           MOVE WS-HIGH-SEQUENCE TO SP-LAST-SEQUENCE.
           MOVE WS-TODAY TO SP-LAST-STATEMENT-DATE.
           REWRITE STATEMENT-PROFILE-RECORD
               INVALID KEY
                   DISPLAY "Unable to update the statement profile "
                       "for account " SP-ACCT-ID
           END-REWRITE.
           ADD 1 TO WS-STATEMENT-COUNT.

       STATEMENT-ONE-ACCOUNT-DONE.
           EXIT.

      * Daily statements are always due. A weekly or monthly one is
      * due on its statement day, or whenever the last one is more
      * than a period old (the run missed its day, or the account
      * has just been opted in).
       CHECK-STATEMENT-DUE.
           MOVE "N" TO WS-STATEMENT-DUE.
           IF SP-LAST-STATEMENT-DATE > 0
               COMPUTE WS-LAST-INT = FUNCTION INTEGER-OF-DATE
                   (SP-LAST-STATEMENT-DATE)
           ELSE
               COMPUTE WS-LAST-INT = FUNCTION INTEGER-OF-DATE
                   (SP-FROM-DATE)
           END-IF.
           IF WS-TODAY-INT > WS-LAST-INT
               COMPUTE WS-DAYS-SINCE = WS-TODAY-INT - WS-LAST-INT
           ELSE
               MOVE 0 TO WS-DAYS-SINCE
           END-IF.
           EVALUATE SP-FREQUENCY
               WHEN "W"
                   IF WS-DAY-NUMBER = 5 OR WS-DAYS-SINCE > 7
                       MOVE "Y" TO WS-STATEMENT-DUE
                   END-IF
               WHEN "M"
                   IF WS-TOMORROW (7:2) = "01" OR WS-DAYS-SINCE > 31
                       MOVE "Y" TO WS-STATEMENT-DUE
                   END-IF
               WHEN OTHER
                   MOVE "Y" TO WS-STATEMENT-DUE
           END-EVALUATE.

      * One pass over the account's entries after the last one
      * statemented. Mode "S" sums the period and finds the highest
      * sequence; mode "W" writes the entry lines. Entries dated
      * before the opt-in date are passed over in both.
       SCAN-PERIOD-ENTRIES.
           IF WS-SCAN-MODE = "S"
               MOVE 0 TO WS-PERIOD-CREDITS
               MOVE 0 TO WS-PERIOD-DEBITS
               MOVE 0 TO WS-ENTRY-COUNT
               MOVE SP-LAST-SEQUENCE TO WS-HIGH-SEQUENCE
           END-IF.
           IF WS-SHADOW-OPEN NOT = "Y"
               GO TO SCAN-PERIOD-ENTRIES-DONE
           END-IF.
           MOVE SP-ACCT-ID TO LIX-ACCT-ID.
           COMPUTE LIX-SEQUENCE = SP-LAST-SEQUENCE + 1.
           MOVE "N" TO WS-EOF-ENTRIES.
           START LEDGER-SHADOW-FILE KEY IS NOT LESS THAN LIX-KEY
               INVALID KEY
                   MOVE "Y" TO WS-EOF-ENTRIES
           END-START.
           PERFORM UNTIL WS-EOF-ENTRIES = "Y"
               READ LEDGER-SHADOW-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF-ENTRIES
                   NOT AT END
                       IF LIX-ACCT-ID NOT = SP-ACCT-ID
                           MOVE "Y" TO WS-EOF-ENTRIES
                       ELSE
                           IF LIX-DATE NOT < SP-FROM-DATE
                               IF WS-SCAN-MODE = "S"
                                   PERFORM SUM-ONE-ENTRY
                               ELSE
                                   PERFORM WRITE-ENTRY-LINES
                               END-IF
                           END-IF
                           IF LIX-SEQUENCE > WS-HIGH-SEQUENCE
                               MOVE LIX-SEQUENCE TO WS-HIGH-SEQUENCE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       SCAN-PERIOD-ENTRIES-DONE.
           EXIT.

       SUM-ONE-ENTRY.
           ADD 1 TO WS-ENTRY-COUNT.
           IF LIX-DIRECTION = "DEBIT"
               ADD LIX-AMOUNT TO WS-PERIOD-DEBITS
           ELSE
               ADD LIX-AMOUNT TO WS-PERIOD-CREDITS
           END-IF.

       SUM-ACTIVE-HOLDS.
           MOVE 0 TO WS-ACTIVE-HOLDS-TOTAL.
           OPEN INPUT HOLDS-FILE.
           IF WS-HOLDS-FILE-STATUS = "00"
               MOVE LOW-VALUES TO HOLD-ID
               START HOLDS-FILE KEY IS NOT LESS THAN HOLD-ID
                   INVALID KEY
                       CONTINUE
               END-START
               MOVE "N" TO WS-EOF-HOLDS
               IF WS-HOLDS-FILE-STATUS NOT = "00"
                   MOVE "Y" TO WS-EOF-HOLDS
               END-IF
               PERFORM UNTIL WS-EOF-HOLDS = "Y"
                   READ HOLDS-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-EOF-HOLDS
                       NOT AT END
                           IF HOLD-ACCT-ID = ACCT-ID
                               AND HOLD-STATUS = "A"
                               AND (HOLD-EXPIRY-DATE = 0
                                   OR HOLD-EXPIRY-DATE >= WS-TODAY)
                               ADD HOLD-AMOUNT TO
                                   WS-ACTIVE-HOLDS-TOTAL
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HOLDS-FILE
           END-IF.

       WRITE-STATEMENT-HEADER.
           MOVE SPACES TO STATEMENT-LINE.
           STRING ":20:" WS-TODAY ACCT-ID
               DELIMITED BY SIZE INTO STATEMENT-LINE.
           WRITE STATEMENT-LINE.
           MOVE SPACES TO STATEMENT-LINE.
           STRING ":25:" ACCT-BRANCH "/" ACCT-ID
               DELIMITED BY SIZE INTO STATEMENT-LINE.
           WRITE STATEMENT-LINE.
           MOVE SPACES TO STATEMENT-LINE.
           STRING ":28C:" SP-STATEMENT-NO "/00001"
               DELIMITED BY SIZE INTO STATEMENT-LINE.
           WRITE STATEMENT-LINE.
           MOVE ":60F:" TO WS-MT-TAG.
           MOVE WS-PERIOD-START TO WS-MT-DATE.
           MOVE WS-OPENING-BALANCE TO WS-MT-SIGNED-AMOUNT.
           PERFORM WRITE-BALANCE-LINE.

       WRITE-STATEMENT-TRAILER.
           MOVE ":62F:" TO WS-MT-TAG.
           MOVE WS-TODAY TO WS-MT-DATE.
           MOVE WS-CLOSING-BALANCE TO WS-MT-SIGNED-AMOUNT.
           PERFORM WRITE-BALANCE-LINE.
           MOVE ":64:" TO WS-MT-TAG.
           MOVE WS-AVAILABLE-BALANCE TO WS-MT-SIGNED-AMOUNT.
           PERFORM WRITE-BALANCE-LINE.
           MOVE "-" TO STATEMENT-LINE.
           WRITE STATEMENT-LINE.

      * Balance field: tag, C or D mark, YYMMDD, currency, amount.
       WRITE-BALANCE-LINE.
           IF WS-MT-SIGNED-AMOUNT < 0
               MOVE "D" TO WS-MT-MARK
           ELSE
               MOVE "C" TO WS-MT-MARK
           END-IF.
           MOVE WS-MT-SIGNED-AMOUNT TO WS-MT-AMOUNT-EDIT.
           PERFORM FORMAT-MT-AMOUNT.
           MOVE SPACES TO STATEMENT-LINE.
           STRING WS-MT-TAG DELIMITED BY SPACE
               WS-MT-MARK WS-MT-DATE (3:6) ACCT-CURRENCY
               DELIMITED BY SIZE
               WS-MT-AMOUNT-TEXT DELIMITED BY SPACE
               INTO STATEMENT-LINE.
           WRITE STATEMENT-LINE.

      * Entry line: value date YYMMDD, entry date MMDD, C or D,
      * amount, N plus a three-letter type code, the transaction
      * reference, and after // the ledger sequence; then the
      * category and transaction type on the :86: line.
       WRITE-ENTRY-LINES.
           IF LIX-DIRECTION = "DEBIT"
               MOVE "D" TO WS-MT-MARK
           ELSE
               MOVE "C" TO WS-MT-MARK
           END-IF.
           EVALUATE LIX-TXN-TYPE
               WHEN "TRANSFER"
                   MOVE "TRF" TO WS-MT-TYPE-CODE
               WHEN "CLEARING"
                   MOVE "TRF" TO WS-MT-TYPE-CODE
               WHEN "FEE"
                   MOVE "CHG" TO WS-MT-TYPE-CODE
               WHEN "INTEREST"
               WHEN "ODINTEREST"
               WHEN "LOANINT"
                   MOVE "INT" TO WS-MT-TYPE-CODE
               WHEN "CARD"
               WHEN "CARDDISP"
                   MOVE "CCP" TO WS-MT-TYPE-CODE
               WHEN OTHER
                   MOVE "MSC" TO WS-MT-TYPE-CODE
           END-EVALUATE.
           MOVE LIX-AMOUNT TO WS-MT-AMOUNT-EDIT.
           PERFORM FORMAT-MT-AMOUNT.
           MOVE SPACES TO STATEMENT-LINE.
           STRING ":61:" LIX-DATE (3:6) LIX-DATE (5:4) WS-MT-MARK
               DELIMITED BY SIZE
               WS-MT-AMOUNT-TEXT DELIMITED BY SPACE
               "N" WS-MT-TYPE-CODE LIX-TXN-REF "//" LIX-SEQUENCE
               DELIMITED BY SIZE
               INTO STATEMENT-LINE.
           WRITE STATEMENT-LINE.
           MOVE SPACES TO STATEMENT-LINE.
           STRING ":86:/CAT/" LIX-CATEGORY "/TYP/" LIX-TXN-TYPE
               DELIMITED BY SIZE INTO STATEMENT-LINE.
           WRITE STATEMENT-LINE.
           ADD 1 TO WS-LINE-COUNT.

      * Amount without sign or leading blanks, decimal comma.
       FORMAT-MT-AMOUNT.
           INSPECT WS-MT-AMOUNT-EDIT REPLACING ALL "." BY ",".
           MOVE FUNCTION TRIM (WS-MT-AMOUNT-EDIT) TO WS-MT-AMOUNT-TEXT.
