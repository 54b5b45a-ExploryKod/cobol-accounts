       IDENTIFICATION DIVISION.
       PROGRAM-ID. DisputeAgeingReport.

      ******************************************************************
      * Nightly aged listing of open card dispute cases. Every case
      * on CARDDISP.DAT not yet won or lost goes on DISPAGE.RPT with
      * its age and the deadline it is working to: the scheme's
      * chargeback deadline while the case is still to be sent, the
      * scheme's decision date once it has been. A case past its
      * deadline is flagged OVERDUE, one within DSP-WARNING-DAYS of
      * it DUE SOON, so no dispute slips past the scheme unnoticed.
      * The total shows the provisional credit still at risk.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "CardDisputeFileControl.cpy".
           SELECT AGEING-REPORT ASSIGN TO "DISPAGE.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AGEING-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CARD-DISPUTE-FILE.
           COPY "CardDisputeRecord.cpy".
       FD  AGEING-REPORT.
       01 AGEING-REPORT-LINE         PIC X(120).

       WORKING-STORAGE SECTION.
       COPY "CardDisputePolicy.cpy".
       01 WS-CARD-DISPUTE-STATUS    PIC X(2).
       01 WS-AGEING-REPORT-STATUS   PIC X(2).
       01 WS-EOF-DISPUTES           PIC X(1) VALUE "N".
       01 WS-TODAY                  PIC 9(8).
       01 WS-TODAY-INT              PIC 9(8).
       01 WS-DEADLINE               PIC 9(8).
       01 WS-DEADLINE-INT           PIC 9(8).
       01 WS-AGE-DAYS               PIC 9(5).
       01 WS-DAYS-LEFT              PIC 9(5).
       01 WS-STAGE-TEXT             PIC X(4).
       01 WS-FLAG-TEXT              PIC X(8).
       01 WS-OPEN-COUNT             PIC 9(5) VALUE 0.
       01 WS-SENT-COUNT             PIC 9(5) VALUE 0.
       01 WS-OVERDUE-COUNT          PIC 9(5) VALUE 0.
       01 WS-DUE-SOON-COUNT         PIC 9(5) VALUE 0.
       01 WS-AT-RISK-TOTAL          PIC 9(11)V99 VALUE 0.

       PROCEDURE DIVISION.
       START-AGEING.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE (WS-TODAY).
           DISPLAY "Open card dispute ageing for " WS-TODAY ".".
           OPEN INPUT CARD-DISPUTE-FILE.
           IF WS-CARD-DISPUTE-STATUS = "35"
               DISPLAY "No dispute cases on file."
               PERFORM OPEN-AGEING-REPORT
               PERFORM CLOSE-AGEING-REPORT
               GOBACK
           END-IF.
           IF WS-CARD-DISPUTE-STATUS NOT = "00"
               DISPLAY "Unable to open the dispute file, status "
                   WS-CARD-DISPUTE-STATUS "; nothing listed."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM OPEN-AGEING-REPORT.
           MOVE LOW-VALUES TO DSP-AUTH-REF.
           START CARD-DISPUTE-FILE KEY IS NOT LESS THAN DSP-AUTH-REF
               INVALID KEY
                   MOVE "Y" TO WS-EOF-DISPUTES
           END-START.
           PERFORM UNTIL WS-EOF-DISPUTES = "Y"
               READ CARD-DISPUTE-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF-DISPUTES
                   NOT AT END
                       IF DSP-STATUS = "O" OR DSP-STATUS = "S"
                           PERFORM AGE-ONE-DISPUTE
                       END-IF
               END-READ
           END-PERFORM.
           PERFORM CLOSE-AGEING-REPORT.
           CLOSE CARD-DISPUTE-FILE.
           DISPLAY "Dispute ageing complete: " WS-OPEN-COUNT
               " to send, " WS-SENT-COUNT " with the scheme, "
               WS-OVERDUE-COUNT " overdue, " WS-DUE-SOON-COUNT
               " due soon.".
           GOBACK.

       AGE-ONE-DISPUTE.
           IF DSP-STATUS = "O"
               ADD 1 TO WS-OPEN-COUNT
               MOVE "SEND" TO WS-STAGE-TEXT
               MOVE DSP-FILING-DEADLINE TO WS-DEADLINE
           ELSE
               ADD 1 TO WS-SENT-COUNT
               MOVE "SENT" TO WS-STAGE-TEXT
               MOVE DSP-DECISION-DUE TO WS-DEADLINE
           END-IF.
           ADD DSP-AMOUNT TO WS-AT-RISK-TOTAL.
           COMPUTE WS-AGE-DAYS = WS-TODAY-INT
               - FUNCTION INTEGER-OF-DATE (DSP-OPENED-DATE).
           COMPUTE WS-DEADLINE-INT =
               FUNCTION INTEGER-OF-DATE (WS-DEADLINE).
           MOVE SPACES TO WS-FLAG-TEXT.
           IF WS-TODAY-INT > WS-DEADLINE-INT
               COMPUTE WS-DAYS-LEFT = WS-TODAY-INT - WS-DEADLINE-INT
               MOVE "OVERDUE" TO WS-FLAG-TEXT
               ADD 1 TO WS-OVERDUE-COUNT
           ELSE
               COMPUTE WS-DAYS-LEFT = WS-DEADLINE-INT - WS-TODAY-INT
               IF WS-DAYS-LEFT NOT > DSP-WARNING-DAYS
                   MOVE "DUE SOON" TO WS-FLAG-TEXT
                   ADD 1 TO WS-DUE-SOON-COUNT
               END-IF
           END-IF.
           MOVE SPACES TO AGEING-REPORT-LINE.
           STRING DSP-AUTH-REF " " DSP-ACCT-ID " " DSP-AMOUNT " "
               DSP-OPENED-DATE " " WS-AGE-DAYS " " WS-STAGE-TEXT
               "  " WS-DEADLINE " " WS-DAYS-LEFT " " WS-FLAG-TEXT
               DELIMITED BY SIZE INTO AGEING-REPORT-LINE.
           WRITE AGEING-REPORT-LINE.

      * DAYS is the days left to the deadline, or the days past it
      * on an OVERDUE line.
       OPEN-AGEING-REPORT.
           OPEN OUTPUT AGEING-REPORT.
           MOVE SPACES TO AGEING-REPORT-LINE.
           STRING "OPEN CARD DISPUTES AS AT " WS-TODAY
               DELIMITED BY SIZE INTO AGEING-REPORT-LINE.
           WRITE AGEING-REPORT-LINE.
           MOVE SPACES TO AGEING-REPORT-LINE.
           STRING "AUTH REF     ACCT  AMOUNT      OPENED   AGE   "
               "STAGE DEADLINE DAYS  FLAG"
               DELIMITED BY SIZE INTO AGEING-REPORT-LINE.
           WRITE AGEING-REPORT-LINE.

       CLOSE-AGEING-REPORT.
           MOVE SPACES TO AGEING-REPORT-LINE.
           STRING "TOTAL " WS-OPEN-COUNT " to send, " WS-SENT-COUNT
               " with the scheme, " WS-OVERDUE-COUNT " overdue, "
               WS-DUE-SOON-COUNT " due soon; provisional credit "
               WS-AT-RISK-TOTAL
               DELIMITED BY SIZE INTO AGEING-REPORT-LINE.
           WRITE AGEING-REPORT-LINE.
           CLOSE AGEING-REPORT.
