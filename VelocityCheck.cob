       IDENTIFICATION DIVISION.
       PROGRAM-ID. VelocityCheck.

      ******************************************************************
      * The one fraud velocity check every capture point uses before
      * it posts: withdrawals, transfers, external payments and card
      * authorizations. The event is tested against each active rule
      * in VELRULE.DAT using the account's recent activity on
      * VELOCLOG.DAT. Returns "Y" when the event may go ahead (and
      * logs it), "N" on a breach: the account is then frozen, a
      * case is opened on FRAUDCAS.DAT for the fraud team to work
      * through FraudCaseMaintenance, and the customer gets an
      * ALERTS.DAT record. A PIN unlock (kind "U") is only logged,
      * for the rules that watch what follows one.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "VelocityRuleFileControl.cpy".
           COPY "VelocityLogFileControl.cpy".
           COPY "FraudCaseFileControl.cpy".
           COPY "AccountFileControl.cpy".
           COPY "CustomerFileControl.cpy".
           COPY "AlertFileControl.cpy".

       DATA DIVISION.
       FILE SECTION.
       FD  VELOCITY-RULE-FILE.
           COPY "VelocityRuleRecord.cpy".
       FD  VELOCITY-LOG-FILE.
           COPY "VelocityLogRecord.cpy".
       FD  FRAUD-CASE-FILE.
           COPY "FraudCaseRecord.cpy".
       FD  ACCOUNT-MASTER-FILE.
           COPY "AccountRecord.cpy".
       FD  CUSTOMER-FILE.
           COPY "CustomerRecord.cpy".
       FD  ALERTS-FILE.
           COPY "AlertRecord.cpy".

       WORKING-STORAGE SECTION.
       01 WS-VELOCITY-RULE-STATUS   PIC X(2).
       01 WS-VELOCITY-LOG-STATUS    PIC X(2).
       01 WS-FRAUD-CASE-STATUS      PIC X(2).
       01 WS-ACCOUNT-FILE-STATUS    PIC X(2).
       01 WS-CUSTOMER-FILE-STATUS   PIC X(2).
       01 WS-ALERTS-FILE-STATUS     PIC X(2).
       01 WS-EOF-RULES              PIC X(1).
       01 WS-EOF-LOG                PIC X(1).
       01 WS-HOLDER-COUNT           PIC 9(2).
       01 WS-HOLDER-TABLE.
           05 WS-HOLDER-ENTRY OCCURS 20 TIMES.
               10 WS-HOLDER-CUST-ID PIC 9(5).
               10 WS-HOLDER-ROLE    PIC X(1).
       01 WS-CUST-FOUND             PIC X(1).
       01 WS-TODAY                  PIC 9(8).
       01 WS-TIME-NOW               PIC 9(8).
       01 WS-EVENT-DATE             PIC 9(8).
       01 WS-EVENT-TIME             PIC 9(6).
       01 WS-EVENT-TIME-PARTS REDEFINES WS-EVENT-TIME.
           05 WS-EVENT-HH           PIC 9(2).
           05 WS-EVENT-MM           PIC 9(2).
           05 WS-EVENT-SS           PIC 9(2).
       01 WS-LOG-TIME               PIC 9(6).
       01 WS-LOG-TIME-PARTS REDEFINES WS-LOG-TIME.
           05 WS-LOG-HH             PIC 9(2).
           05 WS-LOG-MM             PIC 9(2).
           05 WS-LOG-SS             PIC 9(2).
       01 WS-EVENT-MINUTE           PIC 9(11).
       01 WS-LOG-MINUTE             PIC 9(11).
       01 WS-WINDOW-START           PIC 9(11).
       01 WS-START-DAY              PIC 9(8).
       01 WS-START-REMAINDER        PIC 9(4).
       01 WS-START-HH               PIC 9(2).
       01 WS-START-MM               PIC 9(2).
       01 WS-RULE-BREACHED          PIC X(1).
       01 WS-WINDOW-COUNT           PIC 9(5).
       01 WS-WINDOW-AMOUNT          PIC 9(11)V99.
       01 WS-UNLOCK-SEEN            PIC X(1).
       01 WS-PRIOR-EXTERNAL         PIC X(1).
       01 WS-CURRENCY-TABLE.
           05 WS-SEEN-CURRENCY      PIC X(3) OCCURS 10 TIMES.
       01 WS-CURRENCY-COUNT         PIC 9(2).
       01 WS-CURRENCY-LIMIT         PIC 9(3).
       01 WS-CUR-IDX                PIC 9(2).
       01 WS-CUR-FOUND              PIC X(1).
       01 WS-CHECK-CURRENCY         PIC X(3).
       01 WS-BREACH-DESCRIPTION     PIC X(30).
       01 WS-LOG-RETRY-COUNT        PIC 9(2).
       01 WS-LOG-WRITE-OK           PIC X(1).
       01 WS-CASE-RETRY-COUNT       PIC 9(2).
       01 WS-CASE-WRITE-OK          PIC X(1).
       01 WS-FREEZE-APPLIED         PIC X(1).
       01 WS-JOURNAL-PROGRAM PIC X(25) VALUE "VelocityCheck".
       01 WS-JOURNAL-BEFORE  PIC X(250).
       01 WS-JOURNAL-AFTER   PIC X(250).

       LINKAGE SECTION.
       01 VEL-ACCT-ID         PIC 9(5).
       01 VEL-KIND            PIC X(1).
      *    "W" withdrawal, "T" transfer, "X" external payment,
      *    "C" card authorization, "U" PIN unlock (logged only).
       01 VEL-AMOUNT          PIC 9(9)V99.
       01 VEL-CURRENCY        PIC X(3).
       01 VEL-CHANNEL         PIC X(25).
      *    Name of the calling program, kept on the log and case.
       01 VEL-EVENT-DATE      PIC 9(8).
       01 VEL-EVENT-TIME      PIC 9(6).
      *    When the event happened; zero date means now. The card
      *    feed passes the authorization's own date and time.
       01 VEL-RESULT          PIC X(1).
       01 VEL-RULE-ID         PIC X(4).
      *    Rule breached when VEL-RESULT is "N".

       PROCEDURE DIVISION USING VEL-ACCT-ID VEL-KIND VEL-AMOUNT
           VEL-CURRENCY VEL-CHANNEL VEL-EVENT-DATE VEL-EVENT-TIME
           VEL-RESULT VEL-RULE-ID.
           MOVE "Y" TO VEL-RESULT.
           MOVE SPACES TO VEL-RULE-ID.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           IF VEL-EVENT-DATE IS NUMERIC AND VEL-EVENT-DATE > 0
               AND VEL-EVENT-TIME IS NUMERIC
               MOVE VEL-EVENT-DATE TO WS-EVENT-DATE
               MOVE VEL-EVENT-TIME TO WS-EVENT-TIME
           ELSE
               MOVE WS-TODAY TO WS-EVENT-DATE
               ACCEPT WS-TIME-NOW FROM TIME
               MOVE WS-TIME-NOW (1:6) TO WS-EVENT-TIME
           END-IF.
           COMPUTE WS-EVENT-MINUTE =
               FUNCTION INTEGER-OF-DATE (WS-EVENT-DATE) * 1440
               + WS-EVENT-HH * 60 + WS-EVENT-MM.
           OPEN I-O VELOCITY-LOG-FILE.
           IF WS-VELOCITY-LOG-STATUS = "35"
               OPEN OUTPUT VELOCITY-LOG-FILE
               CLOSE VELOCITY-LOG-FILE
               OPEN I-O VELOCITY-LOG-FILE
           END-IF.
           IF VEL-KIND NOT = "U"
               PERFORM APPLY-VELOCITY-RULES
                   THRU APPLY-VELOCITY-RULES-DONE
           END-IF.
           IF VEL-RESULT = "Y"
               PERFORM WRITE-VELOCITY-LOG
           END-IF.
           CLOSE VELOCITY-LOG-FILE.
           IF VEL-RESULT = "N"
               DISPLAY "Velocity rule " VEL-RULE-ID " ("
                   FUNCTION TRIM (WS-BREACH-DESCRIPTION)
                   ") breached on account " VEL-ACCT-ID "."
               PERFORM FREEZE-ACCOUNT
               PERFORM OPEN-FRAUD-CASE
               PERFORM WRITE-FREEZE-ALERT
           END-IF.
           GOBACK.

      * No rule table means no rules: every event goes ahead.
       APPLY-VELOCITY-RULES.
           OPEN INPUT VELOCITY-RULE-FILE.
           IF WS-VELOCITY-RULE-STATUS NOT = "00"
               GO TO APPLY-VELOCITY-RULES-DONE
           END-IF.
           MOVE "N" TO WS-EOF-RULES.
           MOVE LOW-VALUES TO VR-RULE-ID.
           START VELOCITY-RULE-FILE KEY IS NOT LESS THAN VR-RULE-ID
               INVALID KEY
                   MOVE "Y" TO WS-EOF-RULES
           END-START.
           PERFORM UNTIL WS-EOF-RULES = "Y" OR VEL-RESULT = "N"
               READ VELOCITY-RULE-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF-RULES
                   NOT AT END
                       IF VR-STATUS = "A"
                           PERFORM TEST-ONE-RULE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE VELOCITY-RULE-FILE.
       APPLY-VELOCITY-RULES-DONE.
           EXIT.

       TEST-ONE-RULE.
           MOVE "N" TO WS-RULE-BREACHED.
           EVALUATE VR-TYPE
               WHEN "C"
                   IF VR-EVENT-KIND = VEL-KIND
                       OR VR-EVENT-KIND = "*"
                       PERFORM TEST-COUNT-RULE
                   END-IF
               WHEN "U"
                   IF VEL-KIND = "X"
                       PERFORM TEST-UNLOCK-RULE
                   END-IF
               WHEN "M"
                   IF VEL-KIND = "C"
                       PERFORM TEST-CURRENCY-RULE
                   END-IF
           END-EVALUATE.
           IF WS-RULE-BREACHED = "Y"
               MOVE "N" TO VEL-RESULT
               MOVE VR-RULE-ID TO VEL-RULE-ID
               MOVE VR-DESCRIPTION TO WS-BREACH-DESCRIPTION
           END-IF.

      * This event counts towards its own rule, so a limit of ten
      * refuses the eleventh.
       TEST-COUNT-RULE.
           MOVE 1 TO WS-WINDOW-COUNT.
           MOVE VEL-AMOUNT TO WS-WINDOW-AMOUNT.
           PERFORM SET-WINDOW-START.
           PERFORM SCAN-ACCOUNT-LOG.
           IF VR-MAX-COUNT > 0 AND WS-WINDOW-COUNT > VR-MAX-COUNT
               MOVE "Y" TO WS-RULE-BREACHED
           END-IF.
           IF VR-MAX-AMOUNT > 0 AND WS-WINDOW-AMOUNT > VR-MAX-AMOUNT
               MOVE "Y" TO WS-RULE-BREACHED
           END-IF.

      * "First ever" needs the whole history, so this scan starts at
      * the account's oldest log record rather than the window.
       TEST-UNLOCK-RULE.
           MOVE "N" TO WS-UNLOCK-SEEN.
           MOVE "N" TO WS-PRIOR-EXTERNAL.
           PERFORM SET-WINDOW-START.
           MOVE 0 TO WS-START-DAY.
           PERFORM SCAN-ACCOUNT-LOG.
           IF WS-UNLOCK-SEEN = "Y" AND WS-PRIOR-EXTERNAL = "N"
               IF VR-MAX-AMOUNT = 0 OR VEL-AMOUNT > VR-MAX-AMOUNT
                   MOVE "Y" TO WS-RULE-BREACHED
               END-IF
           END-IF.

       TEST-CURRENCY-RULE.
           MOVE SPACES TO WS-CURRENCY-TABLE.
           MOVE 0 TO WS-CURRENCY-COUNT.
           MOVE VEL-CURRENCY TO WS-CHECK-CURRENCY.
           PERFORM NOTE-CURRENCY.
           PERFORM SET-WINDOW-START.
           PERFORM SCAN-ACCOUNT-LOG.
           MOVE VR-MAX-COUNT TO WS-CURRENCY-LIMIT.
           IF WS-CURRENCY-LIMIT = 0
               MOVE 1 TO WS-CURRENCY-LIMIT
           END-IF.
           IF WS-CURRENCY-COUNT > WS-CURRENCY-LIMIT
               MOVE "Y" TO WS-RULE-BREACHED
           END-IF.

       SET-WINDOW-START.
           IF VR-WINDOW-MINUTES > WS-EVENT-MINUTE
               MOVE 0 TO WS-WINDOW-START
           ELSE
               COMPUTE WS-WINDOW-START =
                   WS-EVENT-MINUTE - VR-WINDOW-MINUTES
           END-IF.
           DIVIDE WS-WINDOW-START BY 1440 GIVING WS-START-DAY
               REMAINDER WS-START-REMAINDER.
           DIVIDE WS-START-REMAINDER BY 60 GIVING WS-START-HH
               REMAINDER WS-START-MM.

      * Reads the account's log records forward from the window
      * start (or from the beginning when WS-START-DAY is zero).
       SCAN-ACCOUNT-LOG.
           MOVE VEL-ACCT-ID TO VL-ACCT-ID.
           IF WS-START-DAY = 0
               MOVE 0 TO VL-DATE
               MOVE 0 TO VL-TIME
           ELSE
               COMPUTE VL-DATE =
                   FUNCTION DATE-OF-INTEGER (WS-START-DAY)
               COMPUTE VL-TIME = WS-START-HH * 10000
                   + WS-START-MM * 100
           END-IF.
           MOVE 0 TO VL-SEQ.
           MOVE "N" TO WS-EOF-LOG.
           START VELOCITY-LOG-FILE KEY IS NOT LESS THAN VL-KEY
               INVALID KEY
                   MOVE "Y" TO WS-EOF-LOG
           END-START.
           PERFORM UNTIL WS-EOF-LOG = "Y"
               READ VELOCITY-LOG-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF-LOG
                   NOT AT END
                       IF VL-ACCT-ID NOT = VEL-ACCT-ID
                           MOVE "Y" TO WS-EOF-LOG
                       ELSE
                           PERFORM COUNT-LOG-RECORD
                       END-IF
               END-READ
           END-PERFORM.

       COUNT-LOG-RECORD.
           IF VR-TYPE = "U" AND VL-KIND = "X"
               MOVE "Y" TO WS-PRIOR-EXTERNAL
           END-IF.
           MOVE VL-TIME TO WS-LOG-TIME.
           COMPUTE WS-LOG-MINUTE =
               FUNCTION INTEGER-OF-DATE (VL-DATE) * 1440
               + WS-LOG-HH * 60 + WS-LOG-MM.
           IF WS-LOG-MINUTE >= WS-WINDOW-START
               AND WS-LOG-MINUTE <= WS-EVENT-MINUTE
               EVALUATE VR-TYPE
                   WHEN "C"
                       IF VL-KIND = VR-EVENT-KIND
                           OR (VR-EVENT-KIND = "*"
                               AND VL-KIND NOT = "U")
                           ADD 1 TO WS-WINDOW-COUNT
                           ADD VL-AMOUNT TO WS-WINDOW-AMOUNT
                       END-IF
                   WHEN "U"
                       IF VL-KIND = "U"
                           MOVE "Y" TO WS-UNLOCK-SEEN
                       END-IF
                   WHEN "M"
                       IF VL-KIND = "C"
                           MOVE VL-CURRENCY TO WS-CHECK-CURRENCY
                           PERFORM NOTE-CURRENCY
                       END-IF
               END-EVALUATE
           END-IF.

       NOTE-CURRENCY.
           MOVE "N" TO WS-CUR-FOUND.
           PERFORM VARYING WS-CUR-IDX FROM 1 BY 1
                   UNTIL WS-CUR-IDX > WS-CURRENCY-COUNT
               IF WS-SEEN-CURRENCY (WS-CUR-IDX) = WS-CHECK-CURRENCY
                   MOVE "Y" TO WS-CUR-FOUND
               END-IF
           END-PERFORM.
           IF WS-CUR-FOUND = "N" AND WS-CURRENCY-COUNT < 10
               ADD 1 TO WS-CURRENCY-COUNT
               MOVE WS-CHECK-CURRENCY TO
                   WS-SEEN-CURRENCY (WS-CURRENCY-COUNT)
           END-IF.

      * Two events on one account in the same second take the next
      * free sequence number.
       WRITE-VELOCITY-LOG.
           MOVE VEL-ACCT-ID TO VL-ACCT-ID.
           MOVE WS-EVENT-DATE TO VL-DATE.
           MOVE WS-EVENT-TIME TO VL-TIME.
           MOVE 0 TO VL-SEQ.
           MOVE VEL-KIND TO VL-KIND.
           MOVE VEL-AMOUNT TO VL-AMOUNT.
           MOVE VEL-CURRENCY TO VL-CURRENCY.
           MOVE VEL-CHANNEL TO VL-CHANNEL.
           MOVE 0 TO WS-LOG-RETRY-COUNT.
           MOVE "N" TO WS-LOG-WRITE-OK.
           PERFORM UNTIL WS-LOG-WRITE-OK = "Y"
               OR WS-LOG-RETRY-COUNT >= 99
               WRITE VELOCITY-LOG-RECORD
                   INVALID KEY
                       ADD 1 TO WS-LOG-RETRY-COUNT
                       ADD 1 TO VL-SEQ
                   NOT INVALID KEY
                       MOVE "Y" TO WS-LOG-WRITE-OK
               END-WRITE
           END-PERFORM.

      * Opened I-O here, like PinVerify, so the freeze lands on the
      * master whichever program made the call; callers that hold
      * the record re-read it or fail their version check.
       FREEZE-ACCOUNT.
           MOVE "N" TO WS-FREEZE-APPLIED.
           OPEN I-O ACCOUNT-MASTER-FILE.
           IF WS-ACCOUNT-FILE-STATUS NOT = "00"
               DISPLAY "Unable to open the account master to freeze "
                   "account " VEL-ACCT-ID "."
           ELSE
               MOVE VEL-ACCT-ID TO ACCT-ID
               READ ACCOUNT-MASTER-FILE
                   INVALID KEY
                       CONTINUE
               END-READ
               IF WS-ACCOUNT-FILE-STATUS = "00"
                   AND ACCT-STATUS NOT = "C"
                   AND ACCT-STATUS NOT = "F"
                   MOVE ACCOUNT-RECORD TO WS-JOURNAL-BEFORE
                   MOVE "F" TO ACCT-STATUS
                   ADD 1 TO ACCT-VERSION
                   REWRITE ACCOUNT-RECORD
                       INVALID KEY
                           DISPLAY "Unable to freeze account "
                               ACCT-ID
                       NOT INVALID KEY
                           MOVE "Y" TO WS-FREEZE-APPLIED
                           DISPLAY "Account " ACCT-ID " frozen "
                               "pending fraud review."
                           MOVE ACCOUNT-RECORD TO WS-JOURNAL-AFTER
                           CALL "AccountJournal" USING
                               WS-JOURNAL-PROGRAM WS-JOURNAL-BEFORE
                               WS-JOURNAL-AFTER
                   END-REWRITE
               END-IF
               CLOSE ACCOUNT-MASTER-FILE
           END-IF.

      * Case ids come from the time of day, walking forward over any
      * collision, as the card feed does for hold ids.
       OPEN-FRAUD-CASE.
           OPEN I-O FRAUD-CASE-FILE.
           IF WS-FRAUD-CASE-STATUS = "35"
               OPEN OUTPUT FRAUD-CASE-FILE
               CLOSE FRAUD-CASE-FILE
               OPEN I-O FRAUD-CASE-FILE
           END-IF.
           MOVE VEL-ACCT-ID TO FC-ACCT-ID.
           MOVE VEL-RULE-ID TO FC-RULE-ID.
           MOVE WS-BREACH-DESCRIPTION TO FC-RULE-DESCRIPTION.
           MOVE WS-EVENT-DATE TO FC-OPENED-DATE.
           MOVE WS-EVENT-TIME TO FC-OPENED-TIME.
           MOVE VEL-CHANNEL TO FC-CHANNEL.
           MOVE VEL-KIND TO FC-KIND.
           MOVE VEL-AMOUNT TO FC-AMOUNT.
           MOVE VEL-CURRENCY TO FC-CURRENCY.
           MOVE "O" TO FC-STATUS.
           MOVE SPACE TO FC-CUSTOMER-CONFIRMED.
           MOVE WS-FREEZE-APPLIED TO FC-FREEZE-APPLIED.
           MOVE "N" TO FC-FREEZE-RELEASED.
           MOVE "N" TO FC-CARD-BLOCKED.
           MOVE 0 TO FC-CLOSED-DATE.
           MOVE SPACES TO FC-CLOSED-BY.
           MOVE SPACES TO FC-NOTE.
           ACCEPT FC-ID FROM TIME.
           MOVE 0 TO WS-CASE-RETRY-COUNT.
           MOVE "N" TO WS-CASE-WRITE-OK.
           PERFORM UNTIL WS-CASE-WRITE-OK = "Y"
               OR WS-CASE-RETRY-COUNT >= 10
               WRITE FRAUD-CASE-RECORD
                   INVALID KEY
                       ADD 1 TO WS-CASE-RETRY-COUNT
                       ADD 1 TO FC-ID
                   NOT INVALID KEY
                       MOVE "Y" TO WS-CASE-WRITE-OK
               END-WRITE
           END-PERFORM.
           IF WS-CASE-WRITE-OK = "Y"
               DISPLAY "Fraud case " FC-ID " opened for account "
                   VEL-ACCT-ID "."
           ELSE
               DISPLAY "Unable to open a fraud case for account "
                   VEL-ACCT-ID "."
           END-IF.
           CLOSE FRAUD-CASE-FILE.

      * The alert goes to whichever customer links the account, as
      * PinVerify does for a lockout.
       WRITE-FREEZE-ALERT.
           MOVE "N" TO WS-CUST-FOUND.
           CALL "AccountHolders" USING VEL-ACCT-ID
               WS-HOLDER-COUNT WS-HOLDER-TABLE.
           IF WS-HOLDER-COUNT > 0
               OPEN INPUT CUSTOMER-FILE
               IF WS-CUSTOMER-FILE-STATUS = "00"
                   MOVE WS-HOLDER-CUST-ID (1) TO CUST-ID
                   READ CUSTOMER-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE "Y" TO WS-CUST-FOUND
                   END-READ
                   CLOSE CUSTOMER-FILE
               END-IF
           END-IF.
           IF WS-CUST-FOUND = "Y"
               OPEN EXTEND ALERTS-FILE
               IF WS-ALERTS-FILE-STATUS = "35"
                   OPEN OUTPUT ALERTS-FILE
               END-IF
               MOVE WS-TODAY TO ALERT-DATE
               MOVE CUST-ID TO ALERT-CUST-ID
               MOVE CUST-CONTACT TO ALERT-CONTACT
               MOVE SPACES TO ALERT-TEXT
               STRING "Unusual activity froze account " VEL-ACCT-ID
                   "; please call the office to confirm it"
                   DELIMITED BY SIZE INTO ALERT-TEXT
               WRITE ALERT-RECORD
               CLOSE ALERTS-FILE
           END-IF.
