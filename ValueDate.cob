       IDENTIFICATION DIVISION.
       PROGRAM-ID. ValueDate.

      ******************************************************************
      * Works out the value date of an outbound payment - the day it
      * is actually made and, for an external payment, the day it
      * goes out on the settlement file. A payment asked for on or
      * before the day it is captured takes the capture day, unless
      * it was captured at or after the cut-off for its payment type
      * and currency (CUTOFF.DAT, CutoffMaintenance), in which case
      * it takes the day after. A payment asked for a later day
      * takes that day. Whichever day that gives is then moved on to
      * the next business day per BusinessDayCheck. VD-REASON tells
      * the caller why the value date is later than VD-REQUEST-DATE:
      * "C" after the cut-off, "H" not a business day, space when it
      * is not later.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "CutoffFileControl.cpy".

       DATA DIVISION.
       FILE SECTION.
       FD  CUTOFF-FILE.
           COPY "CutoffRecord.cpy".

       WORKING-STORAGE SECTION.
       COPY "CutoffPolicy.cpy".
       01 WS-CUTOFF-FILE-STATUS   PIC X(2).
       01 WS-CUTOFF-TIME          PIC 9(4).
       01 WS-CAPTURE-HHMM         PIC 9(4).
       01 WS-DATE-INT             PIC 9(8).
       01 WS-ROLL-STEPS           PIC 9(2).
       01 WS-BUSINESS-DAY         PIC X(1).

       LINKAGE SECTION.
       01 VD-PAYMENT-TYPE         PIC X(10).
       01 VD-CURRENCY             PIC X(3).
       01 VD-CAPTURE-DATE         PIC 9(8).
       01 VD-CAPTURE-TIME         PIC 9(6).
       01 VD-REQUEST-DATE         PIC 9(8).
       01 VD-VALUE-DATE           PIC 9(8).
       01 VD-REASON               PIC X(1).

       PROCEDURE DIVISION USING VD-PAYMENT-TYPE VD-CURRENCY
               VD-CAPTURE-DATE VD-CAPTURE-TIME VD-REQUEST-DATE
               VD-VALUE-DATE VD-REASON.
           MOVE SPACE TO VD-REASON.
           IF VD-REQUEST-DATE > VD-CAPTURE-DATE
               MOVE VD-REQUEST-DATE TO VD-VALUE-DATE
           ELSE
               MOVE VD-CAPTURE-DATE TO VD-VALUE-DATE
               PERFORM FIND-CUTOFF-TIME THRU FIND-CUTOFF-TIME-DONE
               MOVE VD-CAPTURE-TIME (1:4) TO WS-CAPTURE-HHMM
               IF WS-CAPTURE-HHMM >= WS-CUTOFF-TIME
                   COMPUTE WS-DATE-INT =
                       FUNCTION INTEGER-OF-DATE (VD-VALUE-DATE) + 1
                   COMPUTE VD-VALUE-DATE =
                       FUNCTION DATE-OF-INTEGER (WS-DATE-INT)
                   MOVE "C" TO VD-REASON
               END-IF
           END-IF.
           PERFORM ROLL-TO-BUSINESS-DAY.
           IF VD-VALUE-DATE <= VD-REQUEST-DATE
               MOVE SPACE TO VD-REASON
           END-IF.
           GOBACK.

      * The entry for the payment's own currency wins; then the
      * type's blank-currency entry; then the policy default.
       FIND-CUTOFF-TIME.
           MOVE CUT-DEFAULT-TIME TO WS-CUTOFF-TIME.
           OPEN INPUT CUTOFF-FILE.
           IF WS-CUTOFF-FILE-STATUS NOT = "00"
               GO TO FIND-CUTOFF-TIME-DONE
           END-IF.
           MOVE VD-PAYMENT-TYPE TO CUT-PAYMENT-TYPE.
           MOVE VD-CURRENCY TO CUT-CURRENCY.
           READ CUTOFF-FILE
               INVALID KEY
                   CONTINUE
           END-READ.
           IF WS-CUTOFF-FILE-STATUS NOT = "00"
               AND VD-CURRENCY NOT = SPACES
               MOVE VD-PAYMENT-TYPE TO CUT-PAYMENT-TYPE
               MOVE SPACES TO CUT-CURRENCY
               READ CUTOFF-FILE
                   INVALID KEY
                       CONTINUE
               END-READ
           END-IF.
           IF WS-CUTOFF-FILE-STATUS = "00"
               MOVE CUT-TIME TO WS-CUTOFF-TIME
           END-IF.
           CLOSE CUTOFF-FILE.

       FIND-CUTOFF-TIME-DONE.
           EXIT.

       ROLL-TO-BUSINESS-DAY.
           CALL "BusinessDayCheck" USING VD-VALUE-DATE
               WS-BUSINESS-DAY.
           MOVE 0 TO WS-ROLL-STEPS.
           PERFORM UNTIL WS-BUSINESS-DAY = "Y"
               OR WS-ROLL-STEPS >= CUT-MAX-ROLL-DAYS
               COMPUTE WS-DATE-INT =
                   FUNCTION INTEGER-OF-DATE (VD-VALUE-DATE) + 1
               COMPUTE VD-VALUE-DATE =
                   FUNCTION DATE-OF-INTEGER (WS-DATE-INT)
               IF VD-REASON = SPACE
                   MOVE "H" TO VD-REASON
               END-IF
               CALL "BusinessDayCheck" USING VD-VALUE-DATE
                   WS-BUSINESS-DAY
               ADD 1 TO WS-ROLL-STEPS
           END-PERFORM.
