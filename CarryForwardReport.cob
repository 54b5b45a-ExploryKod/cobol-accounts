       IDENTIFICATION DIVISION.
       PROGRAM-ID. CarryForwardReport.

      ******************************************************************
      * Nightly list of the payments carried forward today - every
      * record CarryForwardLog wrote to CARRYFWD.DAT with today's
      * date, whether from the batch driver holding an EXTERNAL
      * record over, the future-payment release leaving an item
      * for its value date, or a teller or web capture whose
      * payment or first standing-order run was moved on. Each line
      * shows the day the payment asked for, the value date it got
      * and why: CUTOFF (captured at or after the cut-off for its
      * type and currency) or NON-BUS (not a business day). Output
      * goes to CARRYFWD.RPT.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "CarryForwardFileControl.cpy".
           SELECT CARRY-REPORT ASSIGN TO "CARRYFWD.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CARRY-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CARRY-FORWARD-FILE.
           COPY "CarryForwardRecord.cpy".
       FD  CARRY-REPORT.
       01 CARRY-REPORT-LINE          PIC X(140).

       WORKING-STORAGE SECTION.
       01 WS-CARRY-FORWARD-STATUS   PIC X(2).
       01 WS-CARRY-REPORT-STATUS    PIC X(2).
       01 WS-EOF-CARRIED            PIC X(1) VALUE "N".
       01 WS-TODAY                  PIC 9(8).
       01 WS-REASON-TEXT            PIC X(7).
       01 WS-CARRIED-COUNT          PIC 9(5) VALUE 0.
       01 WS-CUTOFF-COUNT           PIC 9(5) VALUE 0.
       01 WS-NON-BUSINESS-COUNT     PIC 9(5) VALUE 0.
       01 WS-AMOUNT-EDIT            PIC Z(8)9.99.

       PROCEDURE DIVISION.
       START-CARRY-REPORT.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           DISPLAY "Payments carried forward on " WS-TODAY ".".
           PERFORM OPEN-CARRY-REPORT.
           OPEN INPUT CARRY-FORWARD-FILE.
           IF WS-CARRY-FORWARD-STATUS = "35"
               DISPLAY "No payments have been carried forward."
               PERFORM CLOSE-CARRY-REPORT
               GOBACK
           END-IF.
           IF WS-CARRY-FORWARD-STATUS NOT = "00"
               DISPLAY "Unable to open the carried-forward log, "
                   "status " WS-CARRY-FORWARD-STATUS
                   "; nothing listed."
               PERFORM CLOSE-CARRY-REPORT
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM UNTIL WS-EOF-CARRIED = "Y"
               READ CARRY-FORWARD-FILE
                   AT END
                       MOVE "Y" TO WS-EOF-CARRIED
                   NOT AT END
                       IF CFW-LOG-DATE = WS-TODAY
                           PERFORM LIST-ONE-PAYMENT
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CARRY-FORWARD-FILE.
           PERFORM CLOSE-CARRY-REPORT.
           DISPLAY "Carried-forward report complete: "
               WS-CARRIED-COUNT " payment(s), " WS-CUTOFF-COUNT
               " after cut-off, " WS-NON-BUSINESS-COUNT
               " non-business day.".
           GOBACK.

       LIST-ONE-PAYMENT.
           ADD 1 TO WS-CARRIED-COUNT.
           IF CFW-REASON = "C"
               MOVE "CUTOFF" TO WS-REASON-TEXT
               ADD 1 TO WS-CUTOFF-COUNT
           ELSE
               MOVE "NON-BUS" TO WS-REASON-TEXT
               ADD 1 TO WS-NON-BUSINESS-COUNT
           END-IF.
           MOVE CFW-AMOUNT TO WS-AMOUNT-EDIT.
           MOVE SPACES TO CARRY-REPORT-LINE.
           STRING CFW-LOG-TIME " " CFW-PAYMENT-TYPE " "
               CFW-REFERENCE " " CFW-FROM-ACCT-ID " " CFW-PAYEE " "
               WS-AMOUNT-EDIT " " CFW-CURRENCY " "
               CFW-REQUEST-DATE " " CFW-VALUE-DATE " "
               WS-REASON-TEXT " " CFW-PROGRAM
               DELIMITED BY SIZE INTO CARRY-REPORT-LINE.
           WRITE CARRY-REPORT-LINE.

       OPEN-CARRY-REPORT.
           OPEN OUTPUT CARRY-REPORT.
           MOVE SPACES TO CARRY-REPORT-LINE.
           STRING "PAYMENTS CARRIED FORWARD ON " WS-TODAY
               DELIMITED BY SIZE INTO CARRY-REPORT-LINE.
           WRITE CARRY-REPORT-LINE.
           MOVE SPACES TO CARRY-REPORT-LINE.
           STRING "TIME   TYPE       REF      FROM  PAYEE"
               "                      AMOUNT CUR ASKED    VALUE"
               "    REASON  BY"
               DELIMITED BY SIZE INTO CARRY-REPORT-LINE.
           WRITE CARRY-REPORT-LINE.

       CLOSE-CARRY-REPORT.
           MOVE SPACES TO CARRY-REPORT-LINE.
           STRING "TOTAL " WS-CARRIED-COUNT " carried forward, "
               WS-CUTOFF-COUNT " after cut-off, "
               WS-NON-BUSINESS-COUNT " non-business day"
               DELIMITED BY SIZE INTO CARRY-REPORT-LINE.
           WRITE CARRY-REPORT-LINE.
           CLOSE CARRY-REPORT.
