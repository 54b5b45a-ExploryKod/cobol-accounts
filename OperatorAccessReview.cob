       IDENTIFICATION DIVISION.
       PROGRAM-ID. OperatorAccessReview.

      ******************************************************************
      * Quarterly operator access recertification. Every active
      * operator on OPERATOR.DAT is listed on ACCESSRV.RPT, grouped
      * by branch with a sign-off line for the branch manager,
      * showing level, last sign-on, last recorded activity and
      * password age, and flagged INACTIVE when nothing has been
      * seen of them for ARV-INACTIVE-DAYS. Ahead of the listing,
      * the maintenance audit trail (MAINTLOG.DAT) and the teller
      * cash movements (DRWTXN.DAT) for the review period are
      * searched for activity that needs explaining:
      *   - maintenance of an account domiciled outside the
      *     operator's own branch, and drawer work at another
      *     branch;
      *   - activity outside business hours or on a non-business
      *     day;
      *   - segregation-of-duties conflicts: maintaining an account
      *     the same operator opened, supervising an override of
      *     one's own teller transaction, and changing an account's
      *     limits and putting a transaction through on it the same
      *     day (cash at the drawer, or an override on either side).
      * Accounts opened before the review period still count for
      * the first conflict; the trail is read from the start.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "OperatorFileControl.cpy".
           COPY "MaintAuditFileControl.cpy".
           COPY "DrawerTxnFileControl.cpy".
           COPY "DrawerFileControl.cpy".
           COPY "AccountFileControl.cpy".
           SELECT ACCESS-REVIEW-REPORT ASSIGN TO "ACCESSRV.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACCESS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  OPERATOR-FILE.
           COPY "OperatorRecord.cpy".
       FD  MAINT-AUDIT-FILE.
           COPY "MaintAuditRecord.cpy".
       FD  DRAWER-TXN-FILE.
           COPY "DrawerTxnRecord.cpy".
       FD  TELLER-DRAWER-FILE.
           COPY "DrawerRecord.cpy".
       FD  ACCOUNT-MASTER-FILE.
           COPY "AccountRecord.cpy".
       FD  ACCESS-REVIEW-REPORT.
       01 ACCESS-REPORT-LINE         PIC X(132).

       WORKING-STORAGE SECTION.
       COPY "AccessReviewPolicy.cpy".
       01 WS-OPERATOR-FILE-STATUS   PIC X(2).
       01 WS-MAINT-AUDIT-FILE-STATUS PIC X(2).
       01 WS-DRAWER-TXN-STATUS      PIC X(2).
       01 WS-DRAWER-FILE-STATUS     PIC X(2).
       01 WS-ACCOUNT-FILE-STATUS    PIC X(2).
       01 WS-ACCESS-REPORT-STATUS   PIC X(2).
       01 WS-EOF-OPERATORS          PIC X(1) VALUE "N".
       01 WS-EOF-AUDIT              PIC X(1) VALUE "N".
       01 WS-EOF-DRAWER-TXNS        PIC X(1) VALUE "N".
       01 WS-ACCOUNTS-OPEN          PIC X(1) VALUE "N".
       01 WS-DRAWERS-OPEN           PIC X(1) VALUE "N".
       01 WS-TODAY                  PIC 9(8).
       01 WS-TODAY-INT              PIC 9(8).
       01 WS-PERIOD-START           PIC 9(8).
       01 WS-PERIOD-YEAR            PIC 9(4).
       01 WS-PERIOD-MONTH           PIC S9(3).
       01 WS-CHECKED-DATE           PIC 9(8) VALUE 0.
       01 WS-BUSINESS-DAY           PIC X(1).
       01 WS-DAYS-SINCE             PIC 9(5).
       01 WS-PWD-AGE-TEXT           PIC X(5).
       01 WS-PWD-AGE-DAYS           PIC 9(5).
       01 WS-LAST-SIGNON-TEXT       PIC X(8).
       01 WS-LAST-ACTIVITY-TEXT     PIC X(8).
       01 WS-LEVEL-TEXT             PIC X(10).
       01 WS-FLAG-TEXT              PIC X(8).

      *    The activity being looked at, from either file.
       01 WS-ACT-DATE               PIC 9(8).
       01 WS-ACT-TIME               PIC 9(6).
       01 WS-ACT-OPERATOR           PIC X(8).
       01 WS-ACT-ACTION             PIC X(20).
       01 WS-ACT-KEY                PIC X(8).
       01 WS-ACT-BRANCH             PIC X(3).
       01 WS-IN-PERIOD              PIC X(1).
       01 WS-OVR-TELLER             PIC X(8).
       01 WS-OVR-AMOUNT-TEXT        PIC X(32).
       01 WS-EXC-TYPE               PIC X(18).
       01 WS-EXC-DETAIL             PIC X(70).

       01 WS-OPERATOR-COUNT         PIC 9(3) VALUE 0.
       01 WS-OP-IDX                 PIC 9(3).
       01 WS-FOUND-OP               PIC 9(3).
       01 WS-PRINT-IDX              PIC 9(3).
       01 WS-BRANCH-NOW             PIC X(3).
       01 OPERATOR-TABLE.
           05 OPT-ENTRY OCCURS 200 TIMES.
               10 OPT-ID                PIC X(8).
               10 OPT-LEVEL             PIC 9(1).
               10 OPT-BRANCH            PIC X(3).
               10 OPT-PWD-DATE          PIC 9(8).
               10 OPT-LAST-SIGNON       PIC 9(8).
               10 OPT-LAST-ACTIVITY     PIC 9(8).
               10 OPT-ACTIONS           PIC 9(5).
               10 OPT-OFF-BRANCH        PIC 9(5).
               10 OPT-OFF-HOURS         PIC 9(5).
               10 OPT-CONFLICTS         PIC 9(5).
               10 OPT-PRINTED           PIC X(1).

      *    Accounts opened by an operator still active, from the
      *    whole trail.
       01 WS-OPENING-COUNT          PIC 9(4) VALUE 0.
       01 WS-OPN-IDX                PIC 9(4).
       01 OPENING-TABLE.
           05 OPN-ENTRY OCCURS 5000 TIMES.
               10 OPN-KEY               PIC X(8).
               10 OPN-OPERATOR          PIC X(8).

      *    Limit changes and overrides in the review period.
       01 WS-LIMIT-COUNT            PIC 9(4) VALUE 0.
       01 WS-LCH-IDX                PIC 9(4).
       01 LIMIT-CHANGE-TABLE.
           05 LCH-ENTRY OCCURS 1000 TIMES.
               10 LCH-DATE              PIC 9(8).
               10 LCH-KEY               PIC X(8).
               10 LCH-OPERATOR          PIC X(8).
       01 WS-OVERRIDE-COUNT         PIC 9(4) VALUE 0.
       01 WS-OVT-IDX                PIC 9(4).
       01 OVERRIDE-TABLE.
           05 OVT-ENTRY OCCURS 1000 TIMES.
               10 OVT-DATE              PIC 9(8).
               10 OVT-TIME              PIC 9(6).
               10 OVT-KEY               PIC X(8).
               10 OVT-SUPERVISOR        PIC X(8).
               10 OVT-TELLER            PIC X(8).
       01 WS-TABLE-FULL             PIC X(1) VALUE "N".

       01 WS-EXCEPTION-COUNT        PIC 9(5) VALUE 0.
       01 WS-OFF-BRANCH-TOTAL       PIC 9(5) VALUE 0.
       01 WS-OFF-HOURS-TOTAL        PIC 9(5) VALUE 0.
       01 WS-CONFLICT-TOTAL         PIC 9(5) VALUE 0.
       01 WS-INACTIVE-TOTAL         PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.
       START-ACCESS-REVIEW.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE (WS-TODAY).
           PERFORM COMPUTE-REVIEW-PERIOD.
           DISPLAY "Operator access review for " WS-PERIOD-START
               " to " WS-TODAY ".".
           OPEN INPUT OPERATOR-FILE.
           IF WS-OPERATOR-FILE-STATUS = "35"
               DISPLAY "No operator file on this system; nothing to "
                   "review."
               PERFORM OPEN-REVIEW-REPORT
               PERFORM CLOSE-REVIEW-REPORT
               GOBACK
           END-IF.
           IF WS-OPERATOR-FILE-STATUS NOT = "00"
               DISPLAY "Unable to open the operator file, status "
                   WS-OPERATOR-FILE-STATUS "."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM LOAD-OPERATORS.
           CLOSE OPERATOR-FILE.
           OPEN INPUT ACCOUNT-MASTER-FILE.
           IF WS-ACCOUNT-FILE-STATUS = "00"
               MOVE "Y" TO WS-ACCOUNTS-OPEN
           END-IF.
           OPEN INPUT TELLER-DRAWER-FILE.
           IF WS-DRAWER-FILE-STATUS = "00"
               MOVE "Y" TO WS-DRAWERS-OPEN
           END-IF.
           PERFORM OPEN-REVIEW-REPORT.
           PERFORM SCAN-AUDIT-TRAIL.
           PERFORM SCAN-DRAWER-TXNS.
           PERFORM CHECK-OVERRIDE-LIMITS.
           IF WS-EXCEPTION-COUNT = 0
               MOVE SPACES TO ACCESS-REPORT-LINE
               MOVE "  none" TO ACCESS-REPORT-LINE
               WRITE ACCESS-REPORT-LINE
           END-IF.
           PERFORM WRITE-OPERATOR-SECTION.
           PERFORM CLOSE-REVIEW-REPORT.
           IF WS-ACCOUNTS-OPEN = "Y"
               CLOSE ACCOUNT-MASTER-FILE
           END-IF.
           IF WS-DRAWERS-OPEN = "Y"
               CLOSE TELLER-DRAWER-FILE
           END-IF.
           DISPLAY "Access review complete: " WS-OPERATOR-COUNT
               " operator(s), " WS-INACTIVE-TOTAL " inactive, "
               WS-OFF-BRANCH-TOTAL " out of branch, "
               WS-OFF-HOURS-TOTAL " out of hours, "
               WS-CONFLICT-TOTAL " duties conflict(s).".
           GOBACK.

      * The period runs from the first of the month
      * ARV-REVIEW-MONTHS - 1 months back through today, so the
      * quarter-end run covers the whole calendar quarter.
       COMPUTE-REVIEW-PERIOD.
           MOVE WS-TODAY (1:4) TO WS-PERIOD-YEAR.
           MOVE WS-TODAY (5:2) TO WS-PERIOD-MONTH.
           SUBTRACT ARV-REVIEW-MONTHS FROM WS-PERIOD-MONTH.
           ADD 1 TO WS-PERIOD-MONTH.
           PERFORM UNTIL WS-PERIOD-MONTH > 0
               ADD 12 TO WS-PERIOD-MONTH
               SUBTRACT 1 FROM WS-PERIOD-YEAR
           END-PERFORM.
           COMPUTE WS-PERIOD-START = WS-PERIOD-YEAR * 10000
               + WS-PERIOD-MONTH * 100 + 1.

       LOAD-OPERATORS.
           MOVE LOW-VALUES TO OP-ID.
           START OPERATOR-FILE KEY IS NOT LESS THAN OP-ID
               INVALID KEY
                   MOVE "Y" TO WS-EOF-OPERATORS
           END-START.
           PERFORM UNTIL WS-EOF-OPERATORS = "Y"
               READ OPERATOR-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF-OPERATORS
                   NOT AT END
                       IF OP-STATUS = "A"
                           PERFORM ADD-OPERATOR-ENTRY
                       END-IF
               END-READ
           END-PERFORM.

       ADD-OPERATOR-ENTRY.
           IF WS-OPERATOR-COUNT >= 200
               DISPLAY "Operator table full; " OP-ID
                   " not reviewed."
               MOVE "Y" TO WS-TABLE-FULL
           ELSE
               ADD 1 TO WS-OPERATOR-COUNT
               MOVE WS-OPERATOR-COUNT TO WS-OP-IDX
               MOVE OP-ID TO OPT-ID (WS-OP-IDX)
               MOVE OP-LEVEL TO OPT-LEVEL (WS-OP-IDX)
               MOVE OP-BRANCH TO OPT-BRANCH (WS-OP-IDX)
               IF OPT-BRANCH (WS-OP-IDX) = SPACES
                   MOVE "001" TO OPT-BRANCH (WS-OP-IDX)
               END-IF
               MOVE OP-PWD-CHANGED-DATE TO OPT-PWD-DATE (WS-OP-IDX)
               IF OPT-PWD-DATE (WS-OP-IDX) IS NOT NUMERIC
                   MOVE 0 TO OPT-PWD-DATE (WS-OP-IDX)
               END-IF
               MOVE 0 TO OPT-LAST-SIGNON (WS-OP-IDX)
                   OPT-LAST-ACTIVITY (WS-OP-IDX)
                   OPT-ACTIONS (WS-OP-IDX)
                   OPT-OFF-BRANCH (WS-OP-IDX)
                   OPT-OFF-HOURS (WS-OP-IDX)
                   OPT-CONFLICTS (WS-OP-IDX)
               MOVE "N" TO OPT-PRINTED (WS-OP-IDX)
           END-IF.

      ******************************************************************
      * Maintenance audit trail, oldest first.
      ******************************************************************
       SCAN-AUDIT-TRAIL.
           OPEN INPUT MAINT-AUDIT-FILE.
           IF WS-MAINT-AUDIT-FILE-STATUS NOT = "00"
               DISPLAY "No maintenance audit trail on file."
           ELSE
               PERFORM UNTIL WS-EOF-AUDIT = "Y"
                   READ MAINT-AUDIT-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-AUDIT
                       NOT AT END
                           PERFORM REVIEW-AUDIT-RECORD
                               THRU REVIEW-AUDIT-RECORD-DONE
                   END-READ
               END-PERFORM
               CLOSE MAINT-AUDIT-FILE
           END-IF.

       REVIEW-AUDIT-RECORD.
           MOVE AUD-DATE TO WS-ACT-DATE.
           MOVE AUD-TIME TO WS-ACT-TIME.
           MOVE AUD-OPERATOR-ID TO WS-ACT-OPERATOR.
           MOVE AUD-ACTION TO WS-ACT-ACTION.
           MOVE AUD-KEY TO WS-ACT-KEY.
           PERFORM FIND-OPERATOR.
           IF WS-FOUND-OP = 0
               GO TO REVIEW-AUDIT-RECORD-DONE
           END-IF.
           PERFORM NOTE-ACTIVITY.
           IF AUD-ACTION = "SIGN ON"
               AND AUD-DATE > OPT-LAST-SIGNON (WS-FOUND-OP)
               MOVE AUD-DATE TO OPT-LAST-SIGNON (WS-FOUND-OP)
           END-IF.
           IF AUD-PROGRAM = "AccountMaintenance"
               AND AUD-ACTION = "OPEN ACCOUNT"
               PERFORM RECORD-ACCOUNT-OPENING
           END-IF.
           IF WS-IN-PERIOD NOT = "Y"
               GO TO REVIEW-AUDIT-RECORD-DONE
           END-IF.
           PERFORM CHECK-ACTIVITY-HOURS.
           IF (AUD-PROGRAM = "AccountMaintenance"
               OR AUD-PROGRAM = "AccountMainManagement")
               AND AUD-KEY (1:5) IS NUMERIC
               AND AUD-KEY (6:3) = SPACES
               PERFORM CHECK-ACCOUNT-BRANCH
           END-IF.
           IF AUD-PROGRAM = "AccountMaintenance"
               AND AUD-ACTION NOT = "OPEN ACCOUNT"
               AND AUD-KEY (1:5) IS NUMERIC
               PERFORM CHECK-OWN-OPENING
           END-IF.
           IF AUD-PROGRAM = "AccountMaintenance"
               AND AUD-ACTION = "CHANGE LIMITS"
               PERFORM RECORD-LIMIT-CHANGE
           END-IF.
           IF AUD-ACTION = "OVERRIDE"
               PERFORM RECORD-OVERRIDE
           END-IF.
       REVIEW-AUDIT-RECORD-DONE.
           EXIT.

      ******************************************************************
      * Teller cash movements, oldest first.
      ******************************************************************
       SCAN-DRAWER-TXNS.
           OPEN INPUT DRAWER-TXN-FILE.
           IF WS-DRAWER-TXN-STATUS NOT = "00"
               DISPLAY "No drawer cash movements on file."
           ELSE
               PERFORM UNTIL WS-EOF-DRAWER-TXNS = "Y"
                   READ DRAWER-TXN-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-DRAWER-TXNS
                       NOT AT END
                           PERFORM REVIEW-DRAWER-TXN
                               THRU REVIEW-DRAWER-TXN-DONE
                   END-READ
               END-PERFORM
               CLOSE DRAWER-TXN-FILE
           END-IF.

       REVIEW-DRAWER-TXN.
           MOVE DTX-DATE TO WS-ACT-DATE.
           MOVE DTX-TIME TO WS-ACT-TIME.
           MOVE DTX-OPERATOR-ID TO WS-ACT-OPERATOR.
           MOVE SPACES TO WS-ACT-ACTION.
           STRING "CASH " DTX-DIRECTION
               DELIMITED BY SIZE INTO WS-ACT-ACTION.
           MOVE DTX-ACCT-ID TO WS-ACT-KEY.
           PERFORM FIND-OPERATOR.
           IF WS-FOUND-OP = 0
               GO TO REVIEW-DRAWER-TXN-DONE
           END-IF.
           PERFORM NOTE-ACTIVITY.
           IF WS-IN-PERIOD NOT = "Y"
               GO TO REVIEW-DRAWER-TXN-DONE
           END-IF.
           PERFORM CHECK-ACTIVITY-HOURS.
           IF WS-DRAWERS-OPEN = "Y"
               MOVE DTX-DRAWER-ID TO DRW-ID
               READ TELLER-DRAWER-FILE
                   INVALID KEY
                       CONTINUE
               END-READ
               IF WS-DRAWER-FILE-STATUS = "00"
                   MOVE DRW-BRANCH TO WS-ACT-BRANCH
                   IF WS-ACT-BRANCH = SPACES
                       MOVE "001" TO WS-ACT-BRANCH
                   END-IF
                   IF WS-ACT-BRANCH NOT = OPT-BRANCH (WS-FOUND-OP)
                       MOVE SPACES TO WS-EXC-DETAIL
                       STRING "DRAWER " DTX-DRAWER-ID " AT BRANCH "
                           WS-ACT-BRANCH ", " WS-ACT-ACTION
                           " ACCOUNT " WS-ACT-KEY
                           DELIMITED BY SIZE INTO WS-EXC-DETAIL
                       PERFORM NOTE-OFF-BRANCH
                   END-IF
               END-IF
           END-IF.
           MOVE SPACES TO WS-EXC-DETAIL.
           STRING "LIMITS CHANGED AND " WS-ACT-ACTION
               " ON ACCOUNT " WS-ACT-KEY " SAME DAY"
               DELIMITED BY SIZE INTO WS-EXC-DETAIL.
           PERFORM CHECK-LIMIT-SAME-DAY.
       REVIEW-DRAWER-TXN-DONE.
           EXIT.

      * An override counts against the limit change when either the
      * supervisor or the teller it was raised for is the operator
      * who changed the account's limits that day.
       CHECK-OVERRIDE-LIMITS.
           PERFORM VARYING WS-OVT-IDX FROM 1 BY 1
                   UNTIL WS-OVT-IDX > WS-OVERRIDE-COUNT
               MOVE OVT-DATE (WS-OVT-IDX) TO WS-ACT-DATE
               MOVE OVT-TIME (WS-OVT-IDX) TO WS-ACT-TIME
               MOVE OVT-KEY (WS-OVT-IDX) TO WS-ACT-KEY
               MOVE SPACES TO WS-EXC-DETAIL
               STRING "LIMITS CHANGED AND OVERRIDE ON ACCOUNT "
                   WS-ACT-KEY " SAME DAY"
                   DELIMITED BY SIZE INTO WS-EXC-DETAIL
               MOVE OVT-SUPERVISOR (WS-OVT-IDX) TO WS-ACT-OPERATOR
               PERFORM FIND-OPERATOR
               IF WS-FOUND-OP > 0
                   PERFORM CHECK-LIMIT-SAME-DAY
               END-IF
               IF OVT-TELLER (WS-OVT-IDX) NOT =
                   OVT-SUPERVISOR (WS-OVT-IDX)
                   MOVE OVT-TELLER (WS-OVT-IDX) TO WS-ACT-OPERATOR
                   PERFORM FIND-OPERATOR
                   IF WS-FOUND-OP > 0
                       PERFORM CHECK-LIMIT-SAME-DAY
                   END-IF
               END-IF
           END-PERFORM.

      ******************************************************************
      * Per-activity checks. WS-ACT-* describe the activity and
      * WS-FOUND-OP the operator's table entry.
      ******************************************************************
       FIND-OPERATOR.
           MOVE 0 TO WS-FOUND-OP.
           PERFORM VARYING WS-OP-IDX FROM 1 BY 1
                   UNTIL WS-OP-IDX > WS-OPERATOR-COUNT
                   OR WS-FOUND-OP > 0
               IF OPT-ID (WS-OP-IDX) = WS-ACT-OPERATOR
                   MOVE WS-OP-IDX TO WS-FOUND-OP
               END-IF
           END-PERFORM.

       NOTE-ACTIVITY.
           IF WS-ACT-DATE > OPT-LAST-ACTIVITY (WS-FOUND-OP)
               MOVE WS-ACT-DATE TO OPT-LAST-ACTIVITY (WS-FOUND-OP)
           END-IF.
           MOVE "N" TO WS-IN-PERIOD.
           IF WS-ACT-DATE >= WS-PERIOD-START
               AND WS-ACT-DATE <= WS-TODAY
               MOVE "Y" TO WS-IN-PERIOD
               ADD 1 TO OPT-ACTIONS (WS-FOUND-OP)
           END-IF.

       CHECK-ACTIVITY-HOURS.
           IF WS-ACT-DATE NOT = WS-CHECKED-DATE
               CALL "BusinessDayCheck" USING WS-ACT-DATE
                   WS-BUSINESS-DAY
               MOVE WS-ACT-DATE TO WS-CHECKED-DATE
           END-IF.
           IF WS-BUSINESS-DAY NOT = "Y"
               OR WS-ACT-TIME < ARV-DAY-START
               OR WS-ACT-TIME > ARV-DAY-END
               MOVE "OUT OF HOURS" TO WS-EXC-TYPE
               MOVE SPACES TO WS-EXC-DETAIL
               IF WS-BUSINESS-DAY NOT = "Y"
                   STRING WS-ACT-ACTION " " WS-ACT-KEY
                       " ON A NON-BUSINESS DAY"
                       DELIMITED BY SIZE INTO WS-EXC-DETAIL
               ELSE
                   STRING WS-ACT-ACTION " " WS-ACT-KEY
                       DELIMITED BY SIZE INTO WS-EXC-DETAIL
               END-IF
               ADD 1 TO OPT-OFF-HOURS (WS-FOUND-OP)
               ADD 1 TO WS-OFF-HOURS-TOTAL
               PERFORM WRITE-EXCEPTION
           END-IF.

       CHECK-ACCOUNT-BRANCH.
           IF WS-ACCOUNTS-OPEN = "Y"
               MOVE WS-ACT-KEY (1:5) TO ACCT-ID
               READ ACCOUNT-MASTER-FILE
                   INVALID KEY
                       CONTINUE
               END-READ
               IF WS-ACCOUNT-FILE-STATUS = "00"
                   MOVE ACCT-BRANCH TO WS-ACT-BRANCH
                   IF WS-ACT-BRANCH = SPACES
                       MOVE "001" TO WS-ACT-BRANCH
                   END-IF
                   IF WS-ACT-BRANCH NOT = OPT-BRANCH (WS-FOUND-OP)
                       MOVE SPACES TO WS-EXC-DETAIL
                       STRING WS-ACT-ACTION " ACCOUNT "
                           WS-ACT-KEY (1:5) " OF BRANCH "
                           WS-ACT-BRANCH
                           DELIMITED BY SIZE INTO WS-EXC-DETAIL
                       PERFORM NOTE-OFF-BRANCH
                   END-IF
               END-IF
           END-IF.

       NOTE-OFF-BRANCH.
           MOVE "OUT OF BRANCH" TO WS-EXC-TYPE.
           ADD 1 TO OPT-OFF-BRANCH (WS-FOUND-OP).
           ADD 1 TO WS-OFF-BRANCH-TOTAL.
           PERFORM WRITE-EXCEPTION.

       RECORD-ACCOUNT-OPENING.
           IF WS-OPENING-COUNT >= 5000
               MOVE "Y" TO WS-TABLE-FULL
           ELSE
               ADD 1 TO WS-OPENING-COUNT
               MOVE WS-ACT-KEY TO OPN-KEY (WS-OPENING-COUNT)
               MOVE WS-ACT-OPERATOR TO OPN-OPERATOR (WS-OPENING-COUNT)
           END-IF.

       CHECK-OWN-OPENING.
           PERFORM VARYING WS-OPN-IDX FROM 1 BY 1
                   UNTIL WS-OPN-IDX > WS-OPENING-COUNT
               IF OPN-KEY (WS-OPN-IDX) = WS-ACT-KEY
                   AND OPN-OPERATOR (WS-OPN-IDX) = WS-ACT-OPERATOR
                   MOVE SPACES TO WS-EXC-DETAIL
                   STRING "OPENED ACCOUNT " WS-ACT-KEY (1:5)
                       " AND LATER " WS-ACT-ACTION
                       DELIMITED BY SIZE INTO WS-EXC-DETAIL
                   PERFORM NOTE-CONFLICT
               END-IF
           END-PERFORM.

       RECORD-LIMIT-CHANGE.
           IF WS-LIMIT-COUNT >= 1000
               MOVE "Y" TO WS-TABLE-FULL
           ELSE
               ADD 1 TO WS-LIMIT-COUNT
               MOVE WS-ACT-DATE TO LCH-DATE (WS-LIMIT-COUNT)
               MOVE WS-ACT-KEY TO LCH-KEY (WS-LIMIT-COUNT)
               MOVE WS-ACT-OPERATOR TO LCH-OPERATOR (WS-LIMIT-COUNT)
           END-IF.

      * The override record is stamped with the supervisor; the
      * teller the refusal was raised for is carried in the after
      * image as TELLER=.
       RECORD-OVERRIDE.
           MOVE SPACES TO WS-OVR-TELLER.
           UNSTRING AUD-AFTER DELIMITED BY "TELLER="
               INTO WS-OVR-AMOUNT-TEXT WS-OVR-TELLER
           END-UNSTRING.
           IF WS-OVR-TELLER NOT = SPACES
               AND WS-OVR-TELLER = WS-ACT-OPERATOR
               MOVE SPACES TO WS-EXC-DETAIL
               STRING "SUPERVISED OWN OVERRIDE ON ACCOUNT "
                   WS-ACT-KEY " " AUD-BEFORE
                   DELIMITED BY SIZE INTO WS-EXC-DETAIL
               PERFORM NOTE-CONFLICT
           END-IF.
           IF WS-OVERRIDE-COUNT >= 1000
               MOVE "Y" TO WS-TABLE-FULL
           ELSE
               ADD 1 TO WS-OVERRIDE-COUNT
               MOVE WS-ACT-DATE TO OVT-DATE (WS-OVERRIDE-COUNT)
               MOVE WS-ACT-TIME TO OVT-TIME (WS-OVERRIDE-COUNT)
               MOVE WS-ACT-KEY TO OVT-KEY (WS-OVERRIDE-COUNT)
               MOVE WS-ACT-OPERATOR TO
                   OVT-SUPERVISOR (WS-OVERRIDE-COUNT)
               MOVE WS-OVR-TELLER TO OVT-TELLER (WS-OVERRIDE-COUNT)
           END-IF.

      * WS-EXC-DETAIL is set by the caller.
       CHECK-LIMIT-SAME-DAY.
           PERFORM VARYING WS-LCH-IDX FROM 1 BY 1
                   UNTIL WS-LCH-IDX > WS-LIMIT-COUNT
               IF LCH-DATE (WS-LCH-IDX) = WS-ACT-DATE
                   AND LCH-KEY (WS-LCH-IDX) = WS-ACT-KEY
                   AND LCH-OPERATOR (WS-LCH-IDX) = WS-ACT-OPERATOR
                   PERFORM NOTE-CONFLICT
               END-IF
           END-PERFORM.

       NOTE-CONFLICT.
           MOVE "DUTIES CONFLICT" TO WS-EXC-TYPE.
           ADD 1 TO OPT-CONFLICTS (WS-FOUND-OP).
           ADD 1 TO WS-CONFLICT-TOTAL.
           PERFORM WRITE-EXCEPTION.

       WRITE-EXCEPTION.
           ADD 1 TO WS-EXCEPTION-COUNT.
           MOVE SPACES TO ACCESS-REPORT-LINE.
           STRING "  " WS-ACT-DATE " " WS-ACT-TIME " "
               WS-ACT-OPERATOR " " WS-EXC-TYPE " " WS-EXC-DETAIL
               DELIMITED BY SIZE INTO ACCESS-REPORT-LINE.
           WRITE ACCESS-REPORT-LINE.

      ******************************************************************
      * Operator listing, one block per branch.
      ******************************************************************
       WRITE-OPERATOR-SECTION.
           MOVE SPACES TO ACCESS-REPORT-LINE.
           WRITE ACCESS-REPORT-LINE.
           MOVE "ACTIVE OPERATORS" TO ACCESS-REPORT-LINE.
           WRITE ACCESS-REPORT-LINE.
           PERFORM VARYING WS-OP-IDX FROM 1 BY 1
                   UNTIL WS-OP-IDX > WS-OPERATOR-COUNT
               IF OPT-PRINTED (WS-OP-IDX) = "N"
                   MOVE OPT-BRANCH (WS-OP-IDX) TO WS-BRANCH-NOW
                   PERFORM WRITE-BRANCH-BLOCK
               END-IF
           END-PERFORM.

       WRITE-BRANCH-BLOCK.
           MOVE SPACES TO ACCESS-REPORT-LINE.
           WRITE ACCESS-REPORT-LINE.
           MOVE SPACES TO ACCESS-REPORT-LINE.
           STRING "BRANCH " WS-BRANCH-NOW
               DELIMITED BY SIZE INTO ACCESS-REPORT-LINE.
           WRITE ACCESS-REPORT-LINE.
           MOVE SPACES TO ACCESS-REPORT-LINE.
           STRING "  OPERATOR LEVEL      SIGN ON  LAST ACT PWD   "
               "ACTNS OFFBR OFFHR CONFL FLAG"
               DELIMITED BY SIZE INTO ACCESS-REPORT-LINE.
           WRITE ACCESS-REPORT-LINE.
           PERFORM VARYING WS-PRINT-IDX FROM WS-OP-IDX BY 1
                   UNTIL WS-PRINT-IDX > WS-OPERATOR-COUNT
               IF OPT-PRINTED (WS-PRINT-IDX) = "N"
                   AND OPT-BRANCH (WS-PRINT-IDX) = WS-BRANCH-NOW
                   PERFORM LIST-ONE-OPERATOR
               END-IF
           END-PERFORM.
           MOVE SPACES TO ACCESS-REPORT-LINE.
           STRING "  Access confirmed for branch " WS-BRANCH-NOW
               ": ______________________  date ________"
               DELIMITED BY SIZE INTO ACCESS-REPORT-LINE.
           WRITE ACCESS-REPORT-LINE.

       LIST-ONE-OPERATOR.
           MOVE "Y" TO OPT-PRINTED (WS-PRINT-IDX).
           IF OPT-LEVEL (WS-PRINT-IDX) >= 2
               MOVE "SUPERVISOR" TO WS-LEVEL-TEXT
           ELSE
               MOVE "CLERK" TO WS-LEVEL-TEXT
           END-IF.
           IF OPT-LAST-SIGNON (WS-PRINT-IDX) = 0
               MOVE "NONE" TO WS-LAST-SIGNON-TEXT
           ELSE
               MOVE OPT-LAST-SIGNON (WS-PRINT-IDX) TO
                   WS-LAST-SIGNON-TEXT
           END-IF.
           MOVE SPACES TO WS-FLAG-TEXT.
           IF OPT-LAST-ACTIVITY (WS-PRINT-IDX) = 0
               MOVE "NONE" TO WS-LAST-ACTIVITY-TEXT
               MOVE "INACTIVE" TO WS-FLAG-TEXT
           ELSE
               MOVE OPT-LAST-ACTIVITY (WS-PRINT-IDX) TO
                   WS-LAST-ACTIVITY-TEXT
               COMPUTE WS-DAYS-SINCE = WS-TODAY-INT
                   - FUNCTION INTEGER-OF-DATE
                       (OPT-LAST-ACTIVITY (WS-PRINT-IDX))
               IF WS-DAYS-SINCE > ARV-INACTIVE-DAYS
                   MOVE "INACTIVE" TO WS-FLAG-TEXT
               END-IF
           END-IF.
           IF WS-FLAG-TEXT = "INACTIVE"
               ADD 1 TO WS-INACTIVE-TOTAL
           END-IF.
      *    A zero changed date means a reset awaiting first use.
           IF OPT-PWD-DATE (WS-PRINT-IDX) = 0
               MOVE "RESET" TO WS-PWD-AGE-TEXT
           ELSE
               COMPUTE WS-PWD-AGE-DAYS = WS-TODAY-INT
                   - FUNCTION INTEGER-OF-DATE
                       (OPT-PWD-DATE (WS-PRINT-IDX))
               MOVE WS-PWD-AGE-DAYS TO WS-PWD-AGE-TEXT
           END-IF.
           MOVE SPACES TO ACCESS-REPORT-LINE.
           STRING "  " OPT-ID (WS-PRINT-IDX) " " WS-LEVEL-TEXT " "
               WS-LAST-SIGNON-TEXT " " WS-LAST-ACTIVITY-TEXT " "
               WS-PWD-AGE-TEXT " " OPT-ACTIONS (WS-PRINT-IDX) " "
               OPT-OFF-BRANCH (WS-PRINT-IDX) " "
               OPT-OFF-HOURS (WS-PRINT-IDX) " "
               OPT-CONFLICTS (WS-PRINT-IDX) " " WS-FLAG-TEXT
               DELIMITED BY SIZE INTO ACCESS-REPORT-LINE.
           WRITE ACCESS-REPORT-LINE.

      * PWD is the password age in days; ACTNS, OFFBR, OFFHR and
      * CONFL count the period's actions, out-of-branch and
      * out-of-hours activity and duties conflicts.
       OPEN-REVIEW-REPORT.
           OPEN OUTPUT ACCESS-REVIEW-REPORT.
           MOVE SPACES TO ACCESS-REPORT-LINE.
           STRING "OPERATOR ACCESS REVIEW FOR " WS-PERIOD-START
               " TO " WS-TODAY
               DELIMITED BY SIZE INTO ACCESS-REPORT-LINE.
           WRITE ACCESS-REPORT-LINE.
           MOVE SPACES TO ACCESS-REPORT-LINE.
           WRITE ACCESS-REPORT-LINE.
           MOVE "ACTIVITY TO EXPLAIN" TO ACCESS-REPORT-LINE.
           WRITE ACCESS-REPORT-LINE.

       CLOSE-REVIEW-REPORT.
           MOVE SPACES TO ACCESS-REPORT-LINE.
           WRITE ACCESS-REPORT-LINE.
           MOVE SPACES TO ACCESS-REPORT-LINE.
           STRING "TOTAL " WS-OPERATOR-COUNT " active operator(s), "
               WS-INACTIVE-TOTAL " inactive over "
               ARV-INACTIVE-DAYS " days, " WS-OFF-BRANCH-TOTAL
               " out of branch, " WS-OFF-HOURS-TOTAL
               " out of hours, " WS-CONFLICT-TOTAL
               " duties conflict(s)"
               DELIMITED BY SIZE INTO ACCESS-REPORT-LINE.
           WRITE ACCESS-REPORT-LINE.
           IF WS-TABLE-FULL = "Y"
               MOVE SPACES TO ACCESS-REPORT-LINE
               STRING "WARNING: review tables full; some activity "
                   "was not checked"
                   DELIMITED BY SIZE INTO ACCESS-REPORT-LINE
               WRITE ACCESS-REPORT-LINE
           END-IF.
           CLOSE ACCESS-REVIEW-REPORT.
