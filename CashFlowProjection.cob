       IDENTIFICATION DIVISION.
       PROGRAM-ID. CashFlowProjection.

      ******************************************************************
      * Nightly 30-day projected cash flow per account. Everything
      * already known to be coming is laid out day by day from
      * tomorrow: standing orders as they fall due (rolled off
      * weekends and holidays the way the driver rolls them),
      * warehoused future payments on their execution dates, the
      * month's mandate collections expected to recur (see
      * CashFlowPolicy.cpy), holds coming back as they expire and
      * term deposits paying out at maturity. The projection starts
      * from tonight's balance less the active holds, is kept on
      * CASHPROJ.DAT for the web forecast page, and is listed for
      * staff on CASHFCST.RPT. A customer who asked for low-balance
      * alerts is warned on ALERTS.DAT before the money goes: when
      * an account is projected to fall beyond its overdraft limit,
      * or below its minimum balance, that it is not already under.
      * Runs after the day's postings, so items still due today are
      * failed retries and are projected for tomorrow.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "AccountFileControl.cpy".
           COPY "CustomerFileControl.cpy".
           COPY "StandingOrderFileControl.cpy".
           COPY "FuturePaymentFileControl.cpy".
           COPY "MandateFileControl.cpy".
           COPY "HoldFileControl.cpy".
           COPY "TermDepositFileControl.cpy".
           COPY "LedgerFileControl.cpy".
           COPY "LedgerArchiveFileControl.cpy".
           COPY "AlertFileControl.cpy".
           COPY "CashProjectionFileControl.cpy".
           SELECT FORECAST-REPORT ASSIGN TO "CASHFCST.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FORECAST-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCOUNT-MASTER-FILE.
           COPY "AccountRecord.cpy".
       FD  CUSTOMER-FILE.
           COPY "CustomerRecord.cpy".
       FD  STANDING-ORDER-FILE.
           COPY "StandingOrderRecord.cpy".
       FD  FUTURE-PAYMENT-FILE.
           COPY "FuturePaymentRecord.cpy".
       FD  MANDATE-FILE.
           COPY "MandateRecord.cpy".
       FD  HOLDS-FILE.
           COPY "HoldRecord.cpy".
       FD  TERM-DEPOSIT-FILE.
           COPY "TermDepositRecord.cpy".
       FD  TRANSACTION-LEDGER.
           COPY "LedgerRecord.cpy".
       FD  ARCHIVE-LEDGER.
           COPY "LedgerRecord.cpy"
               REPLACING LEADING ==LEDGER== BY ==ARCH-LEDGER==
                         LEADING ==LEDG== BY ==ARCH==.
       FD  ALERTS-FILE.
           COPY "AlertRecord.cpy".
       FD  CASH-PROJECTION-FILE.
           COPY "CashProjectionRecord.cpy".
       FD  FORECAST-REPORT.
       01 FORECAST-REPORT-LINE       PIC X(120).

       WORKING-STORAGE SECTION.
       COPY "CashFlowPolicy.cpy".
       01 WS-ACCOUNT-FILE-STATUS    PIC X(2).
       01 WS-CUSTOMER-FILE-STATUS   PIC X(2).
       01 WS-STANDING-ORDER-FILE-STATUS PIC X(2).
       01 WS-FUTURE-PAYMENT-FILE-STATUS PIC X(2).
       01 WS-MANDATE-FILE-STATUS    PIC X(2).
       01 WS-HOLDS-FILE-STATUS      PIC X(2).
       01 WS-TERM-DEPOSIT-FILE-STATUS PIC X(2).
       01 WS-LEDGER-FILE-STATUS     PIC X(2).
       01 WS-ARCHIVE-LEDGER-STATUS  PIC X(2).
       01 WS-ARCHIVE-LEDGER-NAME    PIC X(14).
       01 WS-ALERTS-FILE-STATUS     PIC X(2).
       01 WS-CASH-PROJECTION-STATUS PIC X(2).
       01 WS-FORECAST-REPORT-STATUS PIC X(2).
       01 WS-EOF-FLAG               PIC X(1).
       01 WS-TODAY                  PIC 9(8).
       01 WS-TODAY-INT              PIC 9(8).
       01 WS-HORIZON-INT            PIC 9(8).
       01 WS-LOOKBACK-INT           PIC 9(8).
       01 WS-EVENT-DATE             PIC 9(8).
       01 WS-EVENT-INT              PIC 9(8).
       01 WS-PRIOR-MONTH            PIC 9(6).
       01 WS-YEAR                   PIC 9(4).
       01 WS-MONTH                  PIC 9(2).
       01 WS-DAY                    PIC 9(2).
       01 WS-SO-RUN-DATE            PIC 9(8).
       01 WS-EFFECTIVE-DUE          PIC 9(8).
       01 WS-BUSINESS-DAY           PIC X(1).
       01 WS-ROLL-DATE-INT          PIC 9(8).
       01 WS-ROLL-STEPS             PIC 9(2).
       01 WS-SO-RUNS                PIC 9(2).
       01 WS-SO-DONE                PIC X(1).
       01 WS-TERM-INTEREST          PIC 9(9)V99.
       01 WS-NEW-ACCT-ID            PIC 9(5).
       01 WS-NEW-KIND               PIC X(1).
       01 WS-NEW-AMOUNT             PIC 9(9)V99.
       01 WS-NEW-DAY                PIC 9(2).
       01 WS-EVENT-OVERFLOW         PIC X(1) VALUE "N".
       01 WS-EVT-COUNT              PIC 9(4) VALUE 0.
       01 WS-EVT-IDX                PIC 9(4).
       01 WS-MAT-COUNT              PIC 9(4) VALUE 0.
       01 WS-MAT-IDX                PIC 9(4).
       01 WS-DAY-IDX                PIC 9(2).
       01 WS-SWEEP-COUNT            PIC 9(2).
       01 WS-SWEEP-IDX              PIC 9(2).
       01 WS-HOLDER-COUNT           PIC 9(2).
       01 WS-HOLDER-IDX             PIC 9(2).
       01 WS-HOLDER-TABLE.
           05 WS-HOLDER-ENTRY OCCURS 20 TIMES.
               10 WS-HOLDER-CUST-ID PIC 9(5).
               10 WS-HOLDER-ROLE    PIC X(1).
       01 WS-ALERT-IDX              PIC 9(4).
       01 WS-HELD-AMOUNT            PIC 9(9)V99.
       01 WS-RUNNING-BALANCE        PIC S9(11)V99.
       01 WS-LOW-BALANCE            PIC S9(11)V99.
       01 WS-START-AVAILABLE        PIC S9(11)V99.
       01 WS-MIN-FLOOR              PIC S9(11)V99.
       01 WS-OD-FLOOR               PIC S9(11)V99.
       01 WS-SWEEP-AMOUNT           PIC S9(11)V99.
       01 WS-TOTAL-IN               PIC 9(11)V99.
       01 WS-TOTAL-OUT              PIC 9(11)V99.
       01 WS-LOW-DATE               PIC 9(8).
       01 WS-BREACH                 PIC X(1).
       01 WS-BREACH-DATE            PIC 9(8).
       01 WS-OLD-BREACH             PIC X(1).
       01 WS-OLD-BREACH-DATE        PIC 9(8).
       01 WS-PROJECTION-FOUND       PIC X(1).
       01 WS-FLAG-TEXT              PIC X(10).
       01 WS-AVAILABLE-EDIT         PIC -(9)9.99.
       01 WS-LOW-EDIT               PIC -(9)9.99.
       01 WS-END-EDIT               PIC -(9)9.99.
       01 WS-IN-EDIT                PIC Z(9)9.99.
       01 WS-OUT-EDIT               PIC Z(9)9.99.
       01 WS-PROJECTED-COUNT        PIC 9(5) VALUE 0.
       01 WS-BELOW-MIN-COUNT        PIC 9(5) VALUE 0.
       01 WS-OVERDRAFT-COUNT        PIC 9(5) VALUE 0.
       01 WS-REMOVED-COUNT          PIC 9(5) VALUE 0.
       01 WS-ALERT-ACCT-COUNT       PIC 9(4) VALUE 0.
       01 WS-ALERT-COUNT            PIC 9(5) VALUE 0.

      *    Every dated movement found, whichever account it touches.
      *    EVT-KIND "D" money out, "C" money in, "H" an active hold
      *    (taken off the starting balance), "S" a sweep order that
      *    takes the balance down to EVT-AMOUNT when above it.
       01 EVENT-TABLE.
           05 EVT-ENTRY OCCURS 5000 TIMES.
               10 EVT-ACCT-ID        PIC 9(5).
               10 EVT-DAY            PIC 9(2).
               10 EVT-KIND           PIC X(1).
               10 EVT-AMOUNT         PIC 9(9)V99.

      *    Accounts with at least one active mandate, and the largest
      *    cap among them.
       01 MANDATE-ACCT-TABLE.
           05 MAT-ENTRY OCCURS 1000 TIMES.
               10 MAT-ACCT-ID        PIC 9(5).
               10 MAT-CAP-AMOUNT     PIC 9(9)V99.

      *    One account's movements summed by projected day.
       01 DAY-FLOW-TABLE.
           05 DAY-FLOW OCCURS 30 TIMES.
               10 DAY-IN             PIC 9(11)V99.
               10 DAY-OUT            PIC 9(11)V99.

       01 SWEEP-TABLE.
           05 SWEEP-ENTRY OCCURS 20 TIMES.
               10 SWEEP-DAY          PIC 9(2).
               10 SWEEP-TARGET       PIC 9(9)V99.

      *    Accounts to warn about tonight, for the customer pass.
       01 ALERT-ACCT-TABLE.
           05 ALT-ENTRY OCCURS 2000 TIMES.
               10 ALT-ACCT-ID        PIC 9(5).
               10 ALT-BREACH         PIC X(1).
               10 ALT-BREACH-DATE    PIC 9(8).

       PROCEDURE DIVISION.
       START-PROJECTION.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE (WS-TODAY).
           COMPUTE WS-HORIZON-INT = WS-TODAY-INT + 30.
           DISPLAY "Cash flow projection for the 30 days after "
               WS-TODAY ".".
           OPEN INPUT ACCOUNT-MASTER-FILE.
           IF WS-ACCOUNT-FILE-STATUS NOT = "00"
               DISPLAY "Unable to open the account master, status "
                   WS-ACCOUNT-FILE-STATUS "; nothing projected."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM LOAD-STANDING-ORDERS.
           PERFORM LOAD-FUTURE-PAYMENTS.
           PERFORM LOAD-MANDATE-ACCOUNTS.
           IF WS-MAT-COUNT > 0
               PERFORM LOAD-MANDATE-COLLECTIONS
           END-IF.
           PERFORM LOAD-HOLDS.
           PERFORM LOAD-TERM-DEPOSITS.
           IF WS-EVENT-OVERFLOW = "Y"
               DISPLAY "Error: more than 5000 projected movements; "
                   "later movements not projected."
           END-IF.
           OPEN I-O CASH-PROJECTION-FILE.
           IF WS-CASH-PROJECTION-STATUS = "35"
               OPEN OUTPUT CASH-PROJECTION-FILE
               CLOSE CASH-PROJECTION-FILE
               OPEN I-O CASH-PROJECTION-FILE
           END-IF.
           PERFORM OPEN-FORECAST-REPORT.
           MOVE LOW-VALUES TO ACCT-ID.
           MOVE "N" TO WS-EOF-FLAG.
           START ACCOUNT-MASTER-FILE KEY IS NOT LESS THAN ACCT-ID
               INVALID KEY
                   MOVE "Y" TO WS-EOF-FLAG
           END-START.
           PERFORM UNTIL WS-EOF-FLAG = "Y"
               READ ACCOUNT-MASTER-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       IF ACCT-STATUS = "C"
                           PERFORM REMOVE-CLOSED-PROJECTION
                       ELSE
                           PERFORM PROJECT-ONE-ACCOUNT
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CASH-PROJECTION-FILE.
           CLOSE ACCOUNT-MASTER-FILE.
           IF WS-ALERT-ACCT-COUNT > 0
               PERFORM WRITE-PROJECTION-ALERTS
                   THRU WRITE-PROJECTION-ALERTS-DONE
           END-IF.
           PERFORM CLOSE-FORECAST-REPORT.
           DISPLAY "Cash flow projection complete: "
               WS-PROJECTED-COUNT " account(s) projected, "
               WS-OVERDRAFT-COUNT " beyond overdraft, "
               WS-BELOW-MIN-COUNT " below minimum, " WS-ALERT-COUNT
               " alert(s) written, " WS-REMOVED-COUNT
               " closed account(s) dropped.".
           GOBACK.

      * Each active order is walked forward from its next run date
      * through the horizon. A sweep order's amount is only known on
      * the day, so its run is projected against the paying account
      * alone; the receiving account's projection leaves it out.
       LOAD-STANDING-ORDERS.
           OPEN INPUT STANDING-ORDER-FILE.
           IF WS-STANDING-ORDER-FILE-STATUS = "00"
               MOVE "N" TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF-FLAG = "Y"
                   READ STANDING-ORDER-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-EOF-FLAG
                       NOT AT END
                           IF SO-STATUS = "A"
                               AND FUNCTION TEST-DATE-YYYYMMDD
                                   (SO-NEXT-RUN-DATE) = 0
                               PERFORM PROJECT-ONE-ORDER
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE STANDING-ORDER-FILE
           END-IF.

       PROJECT-ONE-ORDER.
           MOVE SO-NEXT-RUN-DATE TO WS-SO-RUN-DATE.
           MOVE "N" TO WS-SO-DONE.
           MOVE 0 TO WS-SO-RUNS.
           PERFORM UNTIL WS-SO-DONE = "Y"
               PERFORM ROLL-DUE-DATE-TO-BUSINESS-DAY
               IF FUNCTION INTEGER-OF-DATE (WS-EFFECTIVE-DUE) >
                   WS-HORIZON-INT
                   MOVE "Y" TO WS-SO-DONE
               ELSE
                   MOVE WS-EFFECTIVE-DUE TO WS-EVENT-DATE
                   MOVE SO-FROM-ACCT-ID TO WS-NEW-ACCT-ID
                   IF SO-ORDER-TYPE = "S"
                       MOVE "S" TO WS-NEW-KIND
                       MOVE SO-TARGET-BALANCE TO WS-NEW-AMOUNT
                       PERFORM ADD-DATED-EVENT
                   ELSE
                       MOVE "D" TO WS-NEW-KIND
                       MOVE SO-AMOUNT TO WS-NEW-AMOUNT
                       PERFORM ADD-DATED-EVENT
                       MOVE SO-TO-ACCT-ID TO WS-NEW-ACCT-ID
                       MOVE "C" TO WS-NEW-KIND
                       PERFORM ADD-DATED-EVENT
                   END-IF
                   PERFORM ADVANCE-ORDER-RUN-DATE
                   ADD 1 TO WS-SO-RUNS
                   IF WS-SO-RUNS >= 31
                       MOVE "Y" TO WS-SO-DONE
                   END-IF
               END-IF
           END-PERFORM.

       ROLL-DUE-DATE-TO-BUSINESS-DAY.
           MOVE WS-SO-RUN-DATE TO WS-EFFECTIVE-DUE.
           COMPUTE WS-ROLL-DATE-INT =
               FUNCTION INTEGER-OF-DATE (WS-SO-RUN-DATE).
           CALL "BusinessDayCheck" USING WS-EFFECTIVE-DUE
               WS-BUSINESS-DAY.
           MOVE 0 TO WS-ROLL-STEPS.
           PERFORM UNTIL WS-BUSINESS-DAY = "Y"
               OR WS-ROLL-STEPS >= 10
               IF SO-ROLL-DIRECTION = "B"
                   SUBTRACT 1 FROM WS-ROLL-DATE-INT
               ELSE
                   ADD 1 TO WS-ROLL-DATE-INT
               END-IF
               COMPUTE WS-EFFECTIVE-DUE =
                   FUNCTION DATE-OF-INTEGER (WS-ROLL-DATE-INT)
               CALL "BusinessDayCheck" USING WS-EFFECTIVE-DUE
                   WS-BUSINESS-DAY
               ADD 1 TO WS-ROLL-STEPS
           END-PERFORM.

      * Same stepping as StandingOrderDriver: weekly adds 7 days,
      * monthly goes to SO-DAY-OF-MONTH of the following month.
       ADVANCE-ORDER-RUN-DATE.
           EVALUATE SO-FREQUENCY
               WHEN "W"
                   COMPUTE WS-ROLL-DATE-INT =
                       FUNCTION INTEGER-OF-DATE (WS-SO-RUN-DATE) + 7
                   COMPUTE WS-SO-RUN-DATE =
                       FUNCTION DATE-OF-INTEGER (WS-ROLL-DATE-INT)
               WHEN OTHER
                   MOVE WS-SO-RUN-DATE (1:4) TO WS-YEAR
                   MOVE WS-SO-RUN-DATE (5:2) TO WS-MONTH
                   ADD 1 TO WS-MONTH
                   IF WS-MONTH > 12
                       MOVE 1 TO WS-MONTH
                       ADD 1 TO WS-YEAR
                   END-IF
                   MOVE SO-DAY-OF-MONTH TO WS-DAY
                   PERFORM CLAMP-DAY-OF-MONTH
                   COMPUTE WS-SO-RUN-DATE =
                       WS-YEAR * 10000 + WS-MONTH * 100 + WS-DAY
           END-EVALUATE.

       CLAMP-DAY-OF-MONTH.
           IF WS-DAY < 1
               MOVE 1 TO WS-DAY
           END-IF.
           EVALUATE WS-MONTH
               WHEN 4 WHEN 6 WHEN 9 WHEN 11
                   IF WS-DAY > 30
                       MOVE 30 TO WS-DAY
                   END-IF
               WHEN 2
                   IF FUNCTION MOD(WS-YEAR, 4) = 0
                       AND (FUNCTION MOD(WS-YEAR, 100) NOT = 0
                           OR FUNCTION MOD(WS-YEAR, 400) = 0)
                       IF WS-DAY > 29
                           MOVE 29 TO WS-DAY
                       END-IF
                   ELSE
                       IF WS-DAY > 28
                           MOVE 28 TO WS-DAY
                       END-IF
                   END-IF
               WHEN OTHER
                   IF WS-DAY > 31
                       MOVE 31 TO WS-DAY
                   END-IF
           END-EVALUATE.

       LOAD-FUTURE-PAYMENTS.
           OPEN INPUT FUTURE-PAYMENT-FILE.
           IF WS-FUTURE-PAYMENT-FILE-STATUS = "00"
               MOVE "N" TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF-FLAG = "Y"
                   READ FUTURE-PAYMENT-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-EOF-FLAG
                       NOT AT END
                           IF FP-STATUS = "P"
                               AND FUNCTION TEST-DATE-YYYYMMDD
                                   (FP-EXEC-DATE) = 0
                               MOVE FP-EXEC-DATE TO WS-EVENT-DATE
                               MOVE FP-FROM-ACCT-ID TO WS-NEW-ACCT-ID
                               MOVE "D" TO WS-NEW-KIND
                               MOVE FP-AMOUNT TO WS-NEW-AMOUNT
                               PERFORM ADD-DATED-EVENT
                               IF FP-TXN-TYPE = "TRANSFER"
                                   AND FP-TO-ACCT-ID > 0
                                   MOVE FP-TO-ACCT-ID TO WS-NEW-ACCT-ID
                                   MOVE "C" TO WS-NEW-KIND
                                   PERFORM ADD-DATED-EVENT
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FUTURE-PAYMENT-FILE
           END-IF.

       LOAD-MANDATE-ACCOUNTS.
           OPEN INPUT MANDATE-FILE.
           IF WS-MANDATE-FILE-STATUS = "00"
               MOVE "N" TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF-FLAG = "Y"
                   READ MANDATE-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-EOF-FLAG
                       NOT AT END
                           IF MAND-STATUS = "A"
                               PERFORM NOTE-MANDATE-ACCOUNT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MANDATE-FILE
           END-IF.

       NOTE-MANDATE-ACCOUNT.
           PERFORM VARYING WS-MAT-IDX FROM 1 BY 1
                   UNTIL WS-MAT-IDX > WS-MAT-COUNT
                   OR MAT-ACCT-ID (WS-MAT-IDX) = MAND-ACCT-ID
               CONTINUE
           END-PERFORM.
           IF WS-MAT-IDX > WS-MAT-COUNT
               IF WS-MAT-COUNT < 1000
                   ADD 1 TO WS-MAT-COUNT
                   MOVE MAND-ACCT-ID TO MAT-ACCT-ID (WS-MAT-COUNT)
                   MOVE MAND-CAP-AMOUNT TO
                       MAT-CAP-AMOUNT (WS-MAT-COUNT)
               END-IF
           ELSE
               IF MAND-CAP-AMOUNT > MAT-CAP-AMOUNT (WS-MAT-IDX)
                   MOVE MAND-CAP-AMOUNT TO MAT-CAP-AMOUNT (WS-MAT-IDX)
               END-IF
           END-IF.

      * The lookback can reach into last month, which the month-end
      * rollover may already have moved to its archive file.
       LOAD-MANDATE-COLLECTIONS.
           COMPUTE WS-LOOKBACK-INT =
               WS-TODAY-INT - CFP-MANDATE-LOOKBACK-DAYS.
           MOVE WS-TODAY (1:4) TO WS-YEAR.
           MOVE WS-TODAY (5:2) TO WS-MONTH.
           SUBTRACT 1 FROM WS-MONTH.
           IF WS-MONTH = 0
               MOVE 12 TO WS-MONTH
               SUBTRACT 1 FROM WS-YEAR
           END-IF.
           COMPUTE WS-PRIOR-MONTH = WS-YEAR * 100 + WS-MONTH.
           MOVE SPACES TO WS-ARCHIVE-LEDGER-NAME.
           STRING "LEDG" WS-PRIOR-MONTH ".DAT"
               DELIMITED BY SIZE INTO WS-ARCHIVE-LEDGER-NAME.
           OPEN INPUT ARCHIVE-LEDGER.
           IF WS-ARCHIVE-LEDGER-STATUS = "00"
               MOVE "N" TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF-FLAG = "Y"
                   READ ARCHIVE-LEDGER
                       AT END
                           MOVE "Y" TO WS-EOF-FLAG
                       NOT AT END
                           MOVE ARCH-LEDGER-RECORD TO LEDGER-RECORD
                           PERFORM CONSIDER-COLLECTION
                   END-READ
               END-PERFORM
               CLOSE ARCHIVE-LEDGER
           END-IF.
           OPEN INPUT TRANSACTION-LEDGER.
           IF WS-LEDGER-FILE-STATUS = "00"
               MOVE "N" TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF-FLAG = "Y"
                   READ TRANSACTION-LEDGER
                       AT END
                           MOVE "Y" TO WS-EOF-FLAG
                       NOT AT END
                           PERFORM CONSIDER-COLLECTION
                   END-READ
               END-PERFORM
               CLOSE TRANSACTION-LEDGER
           END-IF.

       CONSIDER-COLLECTION.
           IF LEDG-TXN-TYPE = "CLEARING"
               AND LEDG-DIRECTION = "DEBIT"
               AND LEDG-REVERSAL-FLAG NOT = "R"
               AND FUNCTION TEST-DATE-YYYYMMDD (LEDG-DATE) = 0
               COMPUTE WS-EVENT-INT =
                   FUNCTION INTEGER-OF-DATE (LEDG-DATE)
               IF WS-EVENT-INT > WS-LOOKBACK-INT
                   AND WS-EVENT-INT <= WS-TODAY-INT
                   PERFORM VARYING WS-MAT-IDX FROM 1 BY 1
                           UNTIL WS-MAT-IDX > WS-MAT-COUNT
                           OR MAT-ACCT-ID (WS-MAT-IDX) = LEDG-ACCT-ID
                       CONTINUE
                   END-PERFORM
                   IF WS-MAT-IDX <= WS-MAT-COUNT
                       PERFORM PROJECT-NEXT-COLLECTION
                   END-IF
               END-IF
           END-IF.

       PROJECT-NEXT-COLLECTION.
           MOVE LEDG-DATE (1:4) TO WS-YEAR.
           MOVE LEDG-DATE (5:2) TO WS-MONTH.
           MOVE LEDG-DATE (7:2) TO WS-DAY.
           ADD 1 TO WS-MONTH.
           IF WS-MONTH > 12
               MOVE 1 TO WS-MONTH
               ADD 1 TO WS-YEAR
           END-IF.
           PERFORM CLAMP-DAY-OF-MONTH.
           COMPUTE WS-EVENT-DATE =
               WS-YEAR * 10000 + WS-MONTH * 100 + WS-DAY.
           MOVE LEDG-ACCT-ID TO WS-NEW-ACCT-ID.
           MOVE "D" TO WS-NEW-KIND.
           MOVE LEDG-AMOUNT TO WS-NEW-AMOUNT.
           IF WS-NEW-AMOUNT > MAT-CAP-AMOUNT (WS-MAT-IDX)
               MOVE MAT-CAP-AMOUNT (WS-MAT-IDX) TO WS-NEW-AMOUNT
           END-IF.
           PERFORM ADD-DATED-EVENT.

      * An active hold comes off the starting balance; one with an
      * expiry date comes back the day after it, when the nightly
      * expiry sweep lapses it.
       LOAD-HOLDS.
           OPEN INPUT HOLDS-FILE.
           IF WS-HOLDS-FILE-STATUS = "00"
               MOVE "N" TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF-FLAG = "Y"
                   READ HOLDS-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-EOF-FLAG
                       NOT AT END
                           IF HOLD-STATUS = "A"
                               PERFORM NOTE-ONE-HOLD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HOLDS-FILE
           END-IF.

       NOTE-ONE-HOLD.
           MOVE HOLD-ACCT-ID TO WS-NEW-ACCT-ID.
           MOVE "H" TO WS-NEW-KIND.
           MOVE HOLD-AMOUNT TO WS-NEW-AMOUNT.
           MOVE 0 TO WS-NEW-DAY.
           PERFORM STORE-EVENT.
           IF HOLD-EXPIRY-DATE > 0
               AND FUNCTION TEST-DATE-YYYYMMDD (HOLD-EXPIRY-DATE) = 0
               COMPUTE WS-EVENT-INT =
                   FUNCTION INTEGER-OF-DATE (HOLD-EXPIRY-DATE) + 1
               COMPUTE WS-EVENT-DATE =
                   FUNCTION DATE-OF-INTEGER (WS-EVENT-INT)
               MOVE "C" TO WS-NEW-KIND
               PERFORM ADD-DATED-EVENT
           END-IF.

      * Same payout TermDepositMaturity makes: principal and
      * interest, or the interest alone when the deposit rolls.
       LOAD-TERM-DEPOSITS.
           OPEN INPUT TERM-DEPOSIT-FILE.
           IF WS-TERM-DEPOSIT-FILE-STATUS = "00"
               MOVE "N" TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF-FLAG = "Y"
                   READ TERM-DEPOSIT-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-EOF-FLAG
                       NOT AT END
                           IF TD-STATUS = "A"
                               AND FUNCTION TEST-DATE-YYYYMMDD
                                   (TD-MATURITY-DATE) = 0
                               PERFORM NOTE-ONE-MATURITY
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TERM-DEPOSIT-FILE
           END-IF.

       NOTE-ONE-MATURITY.
           COMPUTE WS-TERM-INTEREST ROUNDED =
               TD-PRINCIPAL * TD-ANNUAL-RATE * TD-TERM-MONTHS / 12.
           IF TD-ROLLOVER = "Y"
               MOVE WS-TERM-INTEREST TO WS-NEW-AMOUNT
           ELSE
               COMPUTE WS-NEW-AMOUNT = TD-PRINCIPAL + WS-TERM-INTEREST
           END-IF.
           MOVE TD-MATURITY-DATE TO WS-EVENT-DATE.
           MOVE TD-ACCT-ID TO WS-NEW-ACCT-ID.
           MOVE "C" TO WS-NEW-KIND.
           PERFORM ADD-DATED-EVENT.

      * Day 1 is tomorrow. Anything dated today or earlier that is
      * still outstanding lands on day 1; anything past the horizon
      * is left out.
       ADD-DATED-EVENT.
           COMPUTE WS-EVENT-INT =
               FUNCTION INTEGER-OF-DATE (WS-EVENT-DATE).
           IF WS-EVENT-INT <= WS-HORIZON-INT
               IF WS-EVENT-INT <= WS-TODAY-INT
                   MOVE 1 TO WS-NEW-DAY
               ELSE
                   COMPUTE WS-NEW-DAY = WS-EVENT-INT - WS-TODAY-INT
               END-IF
               PERFORM STORE-EVENT
           END-IF.

       STORE-EVENT.
           IF WS-NEW-ACCT-ID > 0
               AND (WS-NEW-AMOUNT > 0 OR WS-NEW-KIND = "S")
               IF WS-EVT-COUNT >= 5000
                   MOVE "Y" TO WS-EVENT-OVERFLOW
               ELSE
                   ADD 1 TO WS-EVT-COUNT
                   MOVE WS-NEW-ACCT-ID TO EVT-ACCT-ID (WS-EVT-COUNT)
                   MOVE WS-NEW-DAY TO EVT-DAY (WS-EVT-COUNT)
                   MOVE WS-NEW-KIND TO EVT-KIND (WS-EVT-COUNT)
                   MOVE WS-NEW-AMOUNT TO EVT-AMOUNT (WS-EVT-COUNT)
               END-IF
           END-IF.

       REMOVE-CLOSED-PROJECTION.
           MOVE ACCT-ID TO PRJ-ACCT-ID.
           DELETE CASH-PROJECTION-FILE RECORD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1 TO WS-REMOVED-COUNT
           END-DELETE.

       PROJECT-ONE-ACCOUNT.
           ADD 1 TO WS-PROJECTED-COUNT.
           INITIALIZE DAY-FLOW-TABLE.
           MOVE 0 TO WS-HELD-AMOUNT WS-SWEEP-COUNT.
           PERFORM VARYING WS-EVT-IDX FROM 1 BY 1
                   UNTIL WS-EVT-IDX > WS-EVT-COUNT
               IF EVT-ACCT-ID (WS-EVT-IDX) = ACCT-ID
                   PERFORM APPLY-EVENT-TO-DAY
               END-IF
           END-PERFORM.
           MOVE ACCT-ID TO PRJ-ACCT-ID.
           MOVE "N" TO WS-PROJECTION-FOUND.
           MOVE SPACE TO WS-OLD-BREACH.
           MOVE 0 TO WS-OLD-BREACH-DATE.
           READ CASH-PROJECTION-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-PROJECTION-FOUND
                   MOVE PRJ-BREACH TO WS-OLD-BREACH
                   MOVE PRJ-BREACH-DATE TO WS-OLD-BREACH-DATE
           END-READ.
           INITIALIZE CASH-PROJECTION-RECORD.
           MOVE ACCT-ID TO PRJ-ACCT-ID.
           MOVE WS-TODAY TO PRJ-RUN-DATE.
           MOVE ACCT-CURRENCY TO PRJ-CURRENCY.
           MOVE ACCT-BALANCE TO PRJ-START-BALANCE.
           MOVE WS-HELD-AMOUNT TO PRJ-HELD-AMOUNT.
           MOVE ACCT-MIN-BALANCE TO PRJ-MIN-BALANCE.
           MOVE ACCT-OVERDRAFT-LIMIT TO PRJ-OVERDRAFT-LIMIT.
           MOVE ACCT-MIN-BALANCE TO WS-MIN-FLOOR.
           COMPUTE WS-OD-FLOOR =
               ACCT-MIN-BALANCE - ACCT-OVERDRAFT-LIMIT.
           COMPUTE WS-START-AVAILABLE = ACCT-BALANCE - WS-HELD-AMOUNT.
           MOVE WS-START-AVAILABLE TO WS-RUNNING-BALANCE.
           MOVE WS-START-AVAILABLE TO WS-LOW-BALANCE.
           MOVE WS-TODAY TO WS-LOW-DATE.
           MOVE SPACE TO WS-BREACH.
           MOVE 0 TO WS-BREACH-DATE WS-TOTAL-IN WS-TOTAL-OUT.
           PERFORM VARYING WS-DAY-IDX FROM 1 BY 1
                   UNTIL WS-DAY-IDX > 30
               PERFORM PROJECT-ONE-DAY
           END-PERFORM.
           IF WS-LOW-BALANCE < 0
               MOVE "-" TO PRJ-LOW-SIGN
               COMPUTE PRJ-LOW-BALANCE = 0 - WS-LOW-BALANCE
           ELSE
               MOVE SPACE TO PRJ-LOW-SIGN
               MOVE WS-LOW-BALANCE TO PRJ-LOW-BALANCE
           END-IF.
           MOVE WS-LOW-DATE TO PRJ-LOW-DATE.
           MOVE WS-BREACH TO PRJ-BREACH.
           MOVE WS-BREACH-DATE TO PRJ-BREACH-DATE.
           IF WS-PROJECTION-FOUND = "Y"
               REWRITE CASH-PROJECTION-RECORD
                   INVALID KEY
                       DISPLAY "Unable to rewrite projection for "
                           "account " ACCT-ID
               END-REWRITE
           ELSE
               WRITE CASH-PROJECTION-RECORD
                   INVALID KEY
                       DISPLAY "Unable to write projection for "
                           "account " ACCT-ID
               END-WRITE
           END-IF.
           EVALUATE WS-BREACH
               WHEN "O"
                   ADD 1 TO WS-OVERDRAFT-COUNT
               WHEN "M"
                   ADD 1 TO WS-BELOW-MIN-COUNT
           END-EVALUATE.
           PERFORM DECIDE-PROJECTION-ALERT
               THRU DECIDE-PROJECTION-ALERT-DONE.
           IF WS-BREACH NOT = SPACE OR WS-TOTAL-IN > 0
               OR WS-TOTAL-OUT > 0 OR WS-HELD-AMOUNT > 0
               PERFORM WRITE-FORECAST-LINE
           END-IF.

       APPLY-EVENT-TO-DAY.
           MOVE EVT-DAY (WS-EVT-IDX) TO WS-DAY-IDX.
           EVALUATE EVT-KIND (WS-EVT-IDX)
               WHEN "H"
                   ADD EVT-AMOUNT (WS-EVT-IDX) TO WS-HELD-AMOUNT
               WHEN "D"
                   ADD EVT-AMOUNT (WS-EVT-IDX) TO DAY-OUT (WS-DAY-IDX)
               WHEN "C"
                   ADD EVT-AMOUNT (WS-EVT-IDX) TO DAY-IN (WS-DAY-IDX)
               WHEN "S"
                   IF WS-SWEEP-COUNT < 20
                       ADD 1 TO WS-SWEEP-COUNT
                       MOVE WS-DAY-IDX TO SWEEP-DAY (WS-SWEEP-COUNT)
                       MOVE EVT-AMOUNT (WS-EVT-IDX) TO
                           SWEEP-TARGET (WS-SWEEP-COUNT)
                   END-IF
           END-EVALUATE.

      * The day's known movements first; a sweep due that day then
      * takes whatever stands above its target. The worst floor
      * crossed, and the first day it is crossed, are kept.
       PROJECT-ONE-DAY.
           COMPUTE WS-RUNNING-BALANCE = WS-RUNNING-BALANCE
               + DAY-IN (WS-DAY-IDX) - DAY-OUT (WS-DAY-IDX).
           PERFORM VARYING WS-SWEEP-IDX FROM 1 BY 1
                   UNTIL WS-SWEEP-IDX > WS-SWEEP-COUNT
               IF SWEEP-DAY (WS-SWEEP-IDX) = WS-DAY-IDX
                   AND WS-RUNNING-BALANCE >
                       SWEEP-TARGET (WS-SWEEP-IDX)
                   COMPUTE WS-SWEEP-AMOUNT = WS-RUNNING-BALANCE
                       - SWEEP-TARGET (WS-SWEEP-IDX)
                   ADD WS-SWEEP-AMOUNT TO DAY-OUT (WS-DAY-IDX)
                   SUBTRACT WS-SWEEP-AMOUNT FROM WS-RUNNING-BALANCE
               END-IF
           END-PERFORM.
           ADD DAY-IN (WS-DAY-IDX) TO WS-TOTAL-IN.
           ADD DAY-OUT (WS-DAY-IDX) TO WS-TOTAL-OUT.
           COMPUTE WS-EVENT-INT = WS-TODAY-INT + WS-DAY-IDX.
           COMPUTE PRJ-DAY-DATE (WS-DAY-IDX) =
               FUNCTION DATE-OF-INTEGER (WS-EVENT-INT).
           MOVE DAY-IN (WS-DAY-IDX) TO PRJ-DAY-IN (WS-DAY-IDX).
           MOVE DAY-OUT (WS-DAY-IDX) TO PRJ-DAY-OUT (WS-DAY-IDX).
           IF WS-RUNNING-BALANCE < 0
               MOVE "-" TO PRJ-DAY-SIGN (WS-DAY-IDX)
               COMPUTE PRJ-DAY-BALANCE (WS-DAY-IDX) =
                   0 - WS-RUNNING-BALANCE
           ELSE
               MOVE SPACE TO PRJ-DAY-SIGN (WS-DAY-IDX)
               MOVE WS-RUNNING-BALANCE TO
                   PRJ-DAY-BALANCE (WS-DAY-IDX)
           END-IF.
           IF WS-RUNNING-BALANCE < WS-LOW-BALANCE
               MOVE WS-RUNNING-BALANCE TO WS-LOW-BALANCE
               MOVE PRJ-DAY-DATE (WS-DAY-IDX) TO WS-LOW-DATE
           END-IF.
           IF WS-RUNNING-BALANCE < WS-OD-FLOOR
               IF WS-BREACH NOT = "O"
                   MOVE "O" TO WS-BREACH
                   MOVE PRJ-DAY-DATE (WS-DAY-IDX) TO WS-BREACH-DATE
               END-IF
           ELSE
               IF WS-RUNNING-BALANCE < WS-MIN-FLOOR
                   AND WS-BREACH = SPACE
                   MOVE "M" TO WS-BREACH
                   MOVE PRJ-DAY-DATE (WS-DAY-IDX) TO WS-BREACH-DATE
               END-IF
           END-IF.

      * Only a breach still to come is worth a warning - an account
      * already under the floor tonight hears about it from the
      * ordinary low-balance alert - and only once: not again while
      * the same breach stays projected for the same day.
       DECIDE-PROJECTION-ALERT.
           IF WS-BREACH = SPACE
               OR (WS-BREACH = WS-OLD-BREACH
                   AND WS-BREACH-DATE = WS-OLD-BREACH-DATE)
               GO TO DECIDE-PROJECTION-ALERT-DONE
           END-IF.
           IF WS-BREACH = "O" AND WS-START-AVAILABLE < WS-OD-FLOOR
               GO TO DECIDE-PROJECTION-ALERT-DONE
           END-IF.
           IF WS-BREACH = "M"
               AND (CFP-ALERT-MIN-BALANCE NOT = "Y"
                   OR WS-START-AVAILABLE < WS-MIN-FLOOR)
               GO TO DECIDE-PROJECTION-ALERT-DONE
           END-IF.
           IF WS-ALERT-ACCT-COUNT >= 2000
               DISPLAY "Error: more than 2000 accounts to alert; "
                   "account " ACCT-ID " not alerted."
           ELSE
               ADD 1 TO WS-ALERT-ACCT-COUNT
               MOVE ACCT-ID TO ALT-ACCT-ID (WS-ALERT-ACCT-COUNT)
               MOVE WS-BREACH TO ALT-BREACH (WS-ALERT-ACCT-COUNT)
               MOVE WS-BREACH-DATE TO
                   ALT-BREACH-DATE (WS-ALERT-ACCT-COUNT)
           END-IF.

       DECIDE-PROJECTION-ALERT-DONE.
           EXIT.

      * Every customer linked to a warned account who asked for
      * low-balance alerts is told, as NotificationSweep does for
      * the balance as it stands. The holders of each warned
      * account come from AccountHolders and are read by key.
       WRITE-PROJECTION-ALERTS.
           OPEN INPUT CUSTOMER-FILE.
           IF WS-CUSTOMER-FILE-STATUS NOT = "00"
               DISPLAY "No customer file; projection alerts not sent."
               GO TO WRITE-PROJECTION-ALERTS-DONE
           END-IF.
           OPEN EXTEND ALERTS-FILE.
           IF WS-ALERTS-FILE-STATUS = "35"
               OPEN OUTPUT ALERTS-FILE
           END-IF.
           PERFORM VARYING WS-ALERT-IDX FROM 1 BY 1
                   UNTIL WS-ALERT-IDX > WS-ALERT-ACCT-COUNT
               CALL "AccountHolders" USING ALT-ACCT-ID (WS-ALERT-IDX)
                   WS-HOLDER-COUNT WS-HOLDER-TABLE
               PERFORM VARYING WS-HOLDER-IDX FROM 1 BY 1
                       UNTIL WS-HOLDER-IDX > WS-HOLDER-COUNT
                   MOVE WS-HOLDER-CUST-ID (WS-HOLDER-IDX) TO CUST-ID
                   READ CUSTOMER-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF CUST-ALERT-LOW-BALANCE = "Y"
                               PERFORM ALERT-LINKED-ACCOUNT
                           END-IF
                   END-READ
               END-PERFORM
           END-PERFORM.
           CLOSE ALERTS-FILE.
           CLOSE CUSTOMER-FILE.

       WRITE-PROJECTION-ALERTS-DONE.
           EXIT.

       ALERT-LINKED-ACCOUNT.
           MOVE SPACES TO ALERT-TEXT.
           IF ALT-BREACH (WS-ALERT-IDX) = "O"
               STRING "Account " ALT-ACCT-ID (WS-ALERT-IDX)
                   " is forecast to go beyond its overdraft"
                   " limit on " ALT-BREACH-DATE (WS-ALERT-IDX)
                   DELIMITED BY SIZE INTO ALERT-TEXT
           ELSE
               STRING "Account " ALT-ACCT-ID (WS-ALERT-IDX)
                   " is forecast to fall below its minimum"
                   " balance on " ALT-BREACH-DATE (WS-ALERT-IDX)
                   DELIMITED BY SIZE INTO ALERT-TEXT
           END-IF.
           MOVE WS-TODAY TO ALERT-DATE.
           MOVE CUST-ID TO ALERT-CUST-ID.
           MOVE CUST-CONTACT TO ALERT-CONTACT.
           WRITE ALERT-RECORD.
           ADD 1 TO WS-ALERT-COUNT.

      * One line per account with anything projected or held; the
      * amounts are available balances (ledger balance less holds).
       OPEN-FORECAST-REPORT.
           OPEN OUTPUT FORECAST-REPORT.
           MOVE SPACES TO FORECAST-REPORT-LINE.
           STRING "30-DAY CASH FLOW FORECAST FROM " WS-TODAY
               DELIMITED BY SIZE INTO FORECAST-REPORT-LINE.
           WRITE FORECAST-REPORT-LINE.
           MOVE SPACES TO FORECAST-REPORT-LINE.
           STRING "ACCT  CCY   AVAILABLE NOW    PROJECTED IN   "
               "PROJECTED OUT          LOWEST  ON DATE         "
               "DAY 30  FLAG"
               DELIMITED BY SIZE INTO FORECAST-REPORT-LINE.
           WRITE FORECAST-REPORT-LINE.

       WRITE-FORECAST-LINE.
           MOVE WS-START-AVAILABLE TO WS-AVAILABLE-EDIT.
           MOVE WS-TOTAL-IN TO WS-IN-EDIT.
           MOVE WS-TOTAL-OUT TO WS-OUT-EDIT.
           MOVE WS-LOW-BALANCE TO WS-LOW-EDIT.
           MOVE WS-RUNNING-BALANCE TO WS-END-EDIT.
           EVALUATE WS-BREACH
               WHEN "O"
                   MOVE "OVERDRAFT" TO WS-FLAG-TEXT
               WHEN "M"
                   MOVE "BELOW MIN" TO WS-FLAG-TEXT
               WHEN OTHER
                   MOVE SPACES TO WS-FLAG-TEXT
           END-EVALUATE.
           MOVE SPACES TO FORECAST-REPORT-LINE.
           STRING ACCT-ID " " ACCT-CURRENCY "  " WS-AVAILABLE-EDIT
               "  " WS-IN-EDIT "  " WS-OUT-EDIT "  " WS-LOW-EDIT
               " " WS-LOW-DATE "  " WS-END-EDIT "  " WS-FLAG-TEXT
               DELIMITED BY SIZE INTO FORECAST-REPORT-LINE.
           WRITE FORECAST-REPORT-LINE.
           IF WS-BREACH NOT = SPACE
               MOVE SPACES TO FORECAST-REPORT-LINE
               STRING "      floor crossed first on " WS-BREACH-DATE
                   DELIMITED BY SIZE INTO FORECAST-REPORT-LINE
               WRITE FORECAST-REPORT-LINE
           END-IF.

       CLOSE-FORECAST-REPORT.
           MOVE SPACES TO FORECAST-REPORT-LINE.
           STRING "TOTAL " WS-PROJECTED-COUNT " account(s) projected, "
               WS-OVERDRAFT-COUNT " beyond overdraft, "
               WS-BELOW-MIN-COUNT " below minimum, " WS-ALERT-COUNT
               " alert(s) sent"
               DELIMITED BY SIZE INTO FORECAST-REPORT-LINE.
           WRITE FORECAST-REPORT-LINE.
           IF WS-EVENT-OVERFLOW = "Y"
               MOVE "INCOMPLETE: movement table full, later movements"
                   & " not projected" TO FORECAST-REPORT-LINE
               WRITE FORECAST-REPORT-LINE
           END-IF.
           CLOSE FORECAST-REPORT.
