       IDENTIFICATION DIVISION.
       PROGRAM-ID. DueDiligenceCheck.

      ******************************************************************
      * Judges one customer's due-diligence profile as at a given
      * date. The next periodic review falls due the policy number
      * of months after the last identity check, by risk rating; the
      * identity document is overdue from the day after its expiry.
      * Returns the state - "C" current, "D" overdue but still in
      * the grace period, "X" overdue beyond it, "N" no usable
      * profile - what is overdue ("R" review, "I" identity
      * document, "B" both), the review date, the days the older of
      * the two is overdue, and RC-DUE-DILIGENCE-OVERDUE in
      * ERROR-CODE for "X" and "N", when no new account may be
      * opened. The caller reads the profile; one not on file is
      * passed as spaces and judged "N".
      ******************************************************************
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       COPY "ReasonCodes.cpy".
       COPY "DueDiligencePolicy.cpy".
       01 WS-REVIEW-MONTHS        PIC 9(2).
       01 WS-YEAR                 PIC 9(4).
       01 WS-MONTH                PIC 9(3).
       01 WS-DAY                  PIC 9(2).
       01 WS-TODAY-INT            PIC 9(8).
       01 WS-DUE-INT              PIC 9(8).
       01 WS-OVERDUE-DAYS         PIC 9(5).

       LINKAGE SECTION.
       COPY "DueDiligenceRecord.cpy".
       01 DDC-TODAY               PIC 9(8).
       01 DDC-STATE               PIC X(1).
       01 DDC-REASON              PIC X(1).
       01 DDC-REVIEW-DATE         PIC 9(8).
       01 DDC-DAYS-OVERDUE        PIC 9(5).
       01 ERROR-CODE              PIC 9(2).

       PROCEDURE DIVISION USING DUE-DILIGENCE-RECORD DDC-TODAY
           DDC-STATE DDC-REASON DDC-REVIEW-DATE DDC-DAYS-OVERDUE
           ERROR-CODE.
       JUDGE-PROFILE.
           MOVE "C" TO DDC-STATE.
           MOVE SPACE TO DDC-REASON.
           MOVE 0 TO DDC-REVIEW-DATE.
           MOVE 0 TO DDC-DAYS-OVERDUE.
           MOVE RC-SUCCESS TO ERROR-CODE.
           EVALUATE DD-RISK-RATING
               WHEN "L"
                   MOVE DD-REVIEW-MONTHS-LOW TO WS-REVIEW-MONTHS
               WHEN "M"
                   MOVE DD-REVIEW-MONTHS-MEDIUM TO WS-REVIEW-MONTHS
               WHEN "H"
                   MOVE DD-REVIEW-MONTHS-HIGH TO WS-REVIEW-MONTHS
               WHEN OTHER
                   MOVE 0 TO WS-REVIEW-MONTHS
           END-EVALUATE.
           IF WS-REVIEW-MONTHS = 0
               OR DD-LAST-CHECK-DATE IS NOT NUMERIC
               OR DD-LAST-CHECK-DATE = 0
               OR DD-ID-EXPIRY IS NOT NUMERIC
               OR DD-ID-NUMBER = SPACES
               MOVE "N" TO DDC-STATE
               MOVE RC-DUE-DILIGENCE-OVERDUE TO ERROR-CODE
               GOBACK
           END-IF.
           COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE (DDC-TODAY).
           PERFORM WORK-OUT-REVIEW-DATE.
           IF DDC-REVIEW-DATE < DDC-TODAY
               MOVE "R" TO DDC-REASON
               COMPUTE WS-DUE-INT =
                   FUNCTION INTEGER-OF-DATE (DDC-REVIEW-DATE)
               COMPUTE DDC-DAYS-OVERDUE = WS-TODAY-INT - WS-DUE-INT
           END-IF.
           IF DD-ID-EXPIRY NOT = 0
               AND DD-ID-EXPIRY < DDC-TODAY
               IF DDC-REASON = "R"
                   MOVE "B" TO DDC-REASON
               ELSE
                   MOVE "I" TO DDC-REASON
               END-IF
               COMPUTE WS-DUE-INT =
                   FUNCTION INTEGER-OF-DATE (DD-ID-EXPIRY)
               COMPUTE WS-OVERDUE-DAYS = WS-TODAY-INT - WS-DUE-INT
               IF WS-OVERDUE-DAYS > DDC-DAYS-OVERDUE
                   MOVE WS-OVERDUE-DAYS TO DDC-DAYS-OVERDUE
               END-IF
           END-IF.
           IF DDC-REASON NOT = SPACE
               IF DDC-DAYS-OVERDUE > DD-GRACE-DAYS
                   MOVE "X" TO DDC-STATE
                   MOVE RC-DUE-DILIGENCE-OVERDUE TO ERROR-CODE
               ELSE
                   MOVE "D" TO DDC-STATE
               END-IF
           END-IF.
           GOBACK.

      * Review date: the last check moved on by the interval for the
      * risk rating, on the same day of the month, clamped to the
      * end of short months.
       WORK-OUT-REVIEW-DATE.
           MOVE DD-LAST-CHECK-DATE (1:4) TO WS-YEAR.
           MOVE DD-LAST-CHECK-DATE (5:2) TO WS-MONTH.
           MOVE DD-LAST-CHECK-DATE (7:2) TO WS-DAY.
           ADD WS-REVIEW-MONTHS TO WS-MONTH.
           PERFORM UNTIL WS-MONTH NOT > 12
               SUBTRACT 12 FROM WS-MONTH
               ADD 1 TO WS-YEAR
           END-PERFORM.
           PERFORM CLAMP-DAY-OF-MONTH.
           COMPUTE DDC-REVIEW-DATE =
               WS-YEAR * 10000 + WS-MONTH * 100 + WS-DAY.

       CLAMP-DAY-OF-MONTH.
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
