       IDENTIFICATION DIVISION.
       PROGRAM-ID. DueDiligenceReview.

      ******************************************************************
      * Nightly customer due-diligence review listing. Walks
      * CUSTOMER.DAT and judges each customer's profile on
      * CUSTCDD.DAT through DueDiligenceCheck. Every customer whose
      * periodic review or identity document is overdue, and every
      * customer with no usable profile, goes on CDDREVW.RPT with
      * what is overdue, by how many days, and whether they are
      * still in the grace period or already barred from new
      * accounts, so the branches can call them in.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "CustomerFileControl.cpy".
           COPY "DueDiligenceFileControl.cpy".
           SELECT REVIEW-REPORT ASSIGN TO "CDDREVW.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REVIEW-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-FILE.
           COPY "CustomerRecord.cpy".
       FD  DUE-DILIGENCE-FILE.
           COPY "DueDiligenceRecord.cpy".
       FD  REVIEW-REPORT.
       01 REVIEW-REPORT-LINE         PIC X(120).

       WORKING-STORAGE SECTION.
       COPY "ReasonCodes.cpy".
       01 WS-CUSTOMER-FILE-STATUS   PIC X(2).
       01 WS-DUE-DILIGENCE-FILE-STATUS PIC X(2).
       01 WS-REVIEW-REPORT-STATUS   PIC X(2).
       01 WS-DD-FILE-OPEN           PIC X(1).
       01 WS-EOF-CUSTOMERS          PIC X(1) VALUE "N".
       01 WS-TODAY                  PIC 9(8).
       01 ERROR-CODE                PIC 9(2).
       01 WS-DD-STATE               PIC X(1).
       01 WS-DD-REASON              PIC X(1).
       01 WS-DD-REVIEW-DATE         PIC 9(8).
       01 WS-DD-DAYS-OVERDUE        PIC 9(5).
       01 WS-OVERDUE-TEXT           PIC X(10).
       01 WS-STANDING-TEXT          PIC X(10).
       01 WS-CUSTOMERS-READ         PIC 9(5) VALUE 0.
       01 WS-IN-GRACE-COUNT         PIC 9(5) VALUE 0.
       01 WS-BARRED-COUNT           PIC 9(5) VALUE 0.
       01 WS-NO-PROFILE-COUNT       PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.
       START-REVIEW.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           DISPLAY "Due diligence review for " WS-TODAY ".".
           OPEN INPUT CUSTOMER-FILE.
           IF WS-CUSTOMER-FILE-STATUS = "35"
               DISPLAY "No customer file; nothing to review."
               PERFORM OPEN-REVIEW-REPORT
               PERFORM CLOSE-REVIEW-REPORT
               GOBACK
           END-IF.
           IF WS-CUSTOMER-FILE-STATUS NOT = "00"
               DISPLAY "Unable to open the customer file, status "
                   WS-CUSTOMER-FILE-STATUS "; nothing reviewed."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT DUE-DILIGENCE-FILE.
           IF WS-DUE-DILIGENCE-FILE-STATUS = "00"
               MOVE "Y" TO WS-DD-FILE-OPEN
           ELSE
               IF WS-DUE-DILIGENCE-FILE-STATUS NOT = "35"
                   DISPLAY "Unable to open the due diligence file, "
                       "status " WS-DUE-DILIGENCE-FILE-STATUS
                       "; nothing reviewed."
                   CLOSE CUSTOMER-FILE
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF
               MOVE "N" TO WS-DD-FILE-OPEN
           END-IF.
           PERFORM OPEN-REVIEW-REPORT.
           MOVE LOW-VALUES TO CUST-ID.
           START CUSTOMER-FILE KEY IS NOT LESS THAN CUST-ID
               INVALID KEY
                   MOVE "Y" TO WS-EOF-CUSTOMERS
           END-START.
           PERFORM UNTIL WS-EOF-CUSTOMERS = "Y"
               READ CUSTOMER-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF-CUSTOMERS
                   NOT AT END
                       ADD 1 TO WS-CUSTOMERS-READ
                       PERFORM REVIEW-ONE-CUSTOMER
               END-READ
           END-PERFORM.
           PERFORM CLOSE-REVIEW-REPORT.
           IF WS-DD-FILE-OPEN = "Y"
               CLOSE DUE-DILIGENCE-FILE
           END-IF.
           CLOSE CUSTOMER-FILE.
           DISPLAY "Due diligence review complete: "
               WS-CUSTOMERS-READ " customer(s), "
               WS-IN-GRACE-COUNT " overdue in grace, "
               WS-BARRED-COUNT " overdue beyond grace, "
               WS-NO-PROFILE-COUNT " without a profile.".
           GOBACK.

       REVIEW-ONE-CUSTOMER.
           MOVE SPACES TO DUE-DILIGENCE-RECORD.
           IF WS-DD-FILE-OPEN = "Y"
               MOVE CUST-ID TO DD-CUST-ID
               READ DUE-DILIGENCE-FILE
                   INVALID KEY
                       MOVE SPACES TO DUE-DILIGENCE-RECORD
               END-READ
           END-IF.
           CALL "DueDiligenceCheck" USING DUE-DILIGENCE-RECORD
               WS-TODAY WS-DD-STATE WS-DD-REASON WS-DD-REVIEW-DATE
               WS-DD-DAYS-OVERDUE ERROR-CODE.
           EVALUATE WS-DD-STATE
               WHEN "C"
                   CONTINUE
               WHEN "D"
                   ADD 1 TO WS-IN-GRACE-COUNT
                   MOVE "IN GRACE" TO WS-STANDING-TEXT
                   PERFORM WRITE-OVERDUE-LINE
               WHEN "X"
                   ADD 1 TO WS-BARRED-COUNT
                   MOVE "BARRED" TO WS-STANDING-TEXT
                   PERFORM WRITE-OVERDUE-LINE
               WHEN OTHER
                   ADD 1 TO WS-NO-PROFILE-COUNT
                   PERFORM WRITE-NO-PROFILE-LINE
           END-EVALUATE.

       OPEN-REVIEW-REPORT.
           OPEN OUTPUT REVIEW-REPORT.
           MOVE SPACES TO REVIEW-REPORT-LINE.
           STRING "CUSTOMER DUE DILIGENCE OVERDUE AS AT " WS-TODAY
               DELIMITED BY SIZE INTO REVIEW-REPORT-LINE.
           WRITE REVIEW-REPORT-LINE.
           MOVE SPACES TO REVIEW-REPORT-LINE.
           STRING "CUST  NAME                           RISK "
               "CHECKED  REVIEW   ID EXPIRY OVERDUE    DAYS  STANDING"
               DELIMITED BY SIZE INTO REVIEW-REPORT-LINE.
           WRITE REVIEW-REPORT-LINE.

       WRITE-OVERDUE-LINE.
           EVALUATE WS-DD-REASON
               WHEN "R"
                   MOVE "REVIEW" TO WS-OVERDUE-TEXT
               WHEN "I"
                   MOVE "ID DOC" TO WS-OVERDUE-TEXT
               WHEN OTHER
                   MOVE "BOTH" TO WS-OVERDUE-TEXT
           END-EVALUATE.
           MOVE SPACES TO REVIEW-REPORT-LINE.
           STRING CUST-ID " " CUST-NAME " " DD-RISK-RATING "    "
               DD-LAST-CHECK-DATE " " WS-DD-REVIEW-DATE " "
               DD-ID-EXPIRY "  " WS-OVERDUE-TEXT " "
               WS-DD-DAYS-OVERDUE " " WS-STANDING-TEXT
               DELIMITED BY SIZE INTO REVIEW-REPORT-LINE.
           WRITE REVIEW-REPORT-LINE.

       WRITE-NO-PROFILE-LINE.
           MOVE SPACES TO REVIEW-REPORT-LINE.
           STRING CUST-ID " " CUST-NAME
               " NO COMPLETE PROFILE ON FILE"
               "                       BARRED"
               DELIMITED BY SIZE INTO REVIEW-REPORT-LINE.
           WRITE REVIEW-REPORT-LINE.

       CLOSE-REVIEW-REPORT.
           MOVE SPACES TO REVIEW-REPORT-LINE.
           STRING "TOTAL " WS-CUSTOMERS-READ " customer(s): "
               WS-IN-GRACE-COUNT " overdue in grace, "
               WS-BARRED-COUNT " overdue beyond grace, "
               WS-NO-PROFILE-COUNT " without a profile"
               DELIMITED BY SIZE INTO REVIEW-REPORT-LINE.
           WRITE REVIEW-REPORT-LINE.
           CLOSE REVIEW-REPORT.
