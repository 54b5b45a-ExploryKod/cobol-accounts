       IDENTIFICATION DIVISION.
       PROGRAM-ID. LetterPrintRun.

      ******************************************************************
      * Nightly customer letter print. Every request on LETTERRQ.DAT
      * is addressed to the account's primary holder (any linked
      * holder when none is primary), merged into the template of its
      * letter type (LETTERTP.DAT, maintained through
      * LetterTemplateMaintenance) and printed on the dated mail-house
      * file LETTyyyymmdd.PRT, each letter starting on a new page and
      * running onto continuation pages past LP-PAGE-LINES lines. A
      * request whose type has no template yet is kept on the request
      * file for a later night; one whose account has no holder is
      * listed and dropped. The control listing (LETTCTL.RPT) shows
      * how many letters of each type were printed, held and
      * rejected.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "LetterRequestFileControl.cpy".
           COPY "LetterTemplateFileControl.cpy".
           COPY "AccountFileControl.cpy".
           COPY "CustomerFileControl.cpy".
           SELECT LETTER-PRINT-FILE ASSIGN TO DYNAMIC
               WS-LETTER-PRINT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LETTER-PRINT-STATUS.
           SELECT LETTER-CONTROL-REPORT ASSIGN TO "LETTCTL.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LETTER-CONTROL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LETTER-REQUEST-FILE.
           COPY "LetterRequestRecord.cpy".
       FD  LETTER-TEMPLATE-FILE.
           COPY "LetterTemplateRecord.cpy".
       FD  ACCOUNT-MASTER-FILE.
           COPY "AccountRecord.cpy".
       FD  CUSTOMER-FILE.
           COPY "CustomerRecord.cpy".
       FD  LETTER-PRINT-FILE.
       01 LETTER-PRINT-LINE          PIC X(80).
       FD  LETTER-CONTROL-REPORT.
       01 LETTER-CONTROL-LINE        PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-LETTER-REQUEST-STATUS  PIC X(2).
       01 WS-LETTER-TEMPLATE-STATUS PIC X(2).
       01 WS-ACCOUNT-FILE-STATUS    PIC X(2).
       01 WS-CUSTOMER-FILE-STATUS   PIC X(2).
       01 WS-LETTER-PRINT-STATUS    PIC X(2).
       01 WS-LETTER-CONTROL-STATUS  PIC X(2).
       01 WS-LETTER-PRINT-FILE-NAME PIC X(16).
       01 WS-EOF-REQUESTS           PIC X(1) VALUE "N".
       01 WS-EOF-TEMPLATE           PIC X(1).
       01 WS-TODAY                  PIC 9(8).
       01 WS-TEMPLATES-OPEN         PIC X(1) VALUE "N".
       01 WS-CUSTOMERS-OPEN         PIC X(1) VALUE "N".
       01 WS-ACCOUNTS-OPEN          PIC X(1) VALUE "N".
       01 LP-PAGE-LINES             PIC 9(3) VALUE 60.
      *    Lines on a mail-house page; a longer letter carries on
      *    onto a continuation page.
       01 WS-PAGE-LINE-COUNT        PIC 9(3).
       01 WS-PAGE-NUMBER            PIC 9(3).
       01 WS-LETTER-NUMBER          PIC 9(6) VALUE 0.
       01 WS-TITLE                  PIC X(70).
       01 WS-HOLDER-FOUND           PIC X(1).
       01 WS-PRIMARY-FOUND          PIC X(1).
       01 WS-HOLDER-COUNT           PIC 9(2).
       01 WS-HOLDER-IDX             PIC 9(2).
       01 WS-HOLDER-TABLE.
           05 WS-HOLDER-ENTRY OCCURS 20 TIMES.
               10 WS-HOLDER-CUST-ID PIC 9(5).
               10 WS-HOLDER-ROLE    PIC X(1).
       01 WS-LETTER-CUST-ID         PIC 9(5).
       01 WS-LETTER-NAME            PIC X(30).
       01 WS-LETTER-CONTACT         PIC X(30).
       01 WS-LETTER-CURRENCY        PIC X(3).
       01 WS-FORMAT-IN-DATE         PIC 9(8).
       01 WS-FORMAT-OUT-DATE        PIC X(10).
       01 WS-AMOUNT-EDIT            PIC Z(8)9.99.
       01 WS-PRINT-TEXT             PIC X(80).
       01 WS-IN-POS                 PIC 9(3).
       01 WS-OUT-POS                PIC 9(3).
       01 WS-REST-POS               PIC 9(3).
       01 WS-FIELD-NAME             PIC X(12).
       01 WS-FIELD-LEN              PIC 9(3).
       01 WS-FIELD-DELIM            PIC X(1).
       01 WS-FIELD-KNOWN            PIC X(1).
       01 WS-MERGE-VALUE            PIC X(40).
       01 WS-REJECT-REASON          PIC X(30).
       01 WS-REQUEST-COUNT          PIC 9(5) VALUE 0.
       01 WS-PRINTED-COUNT          PIC 9(5) VALUE 0.
       01 WS-HELD-COUNT             PIC 9(5) VALUE 0.
       01 WS-REJECTED-COUNT         PIC 9(5) VALUE 0.
       01 WS-HOLD-IDX               PIC 9(5).
       01 WS-TYPE-IDX               PIC 9(3).

       01 HOLD-TABLE.
           05 HOLD-ENTRY OCCURS 2000 TIMES   PIC X(105).

       01 WS-TYPE-COUNT             PIC 9(3) VALUE 0.
       01 TYPE-TABLE.
           05 TYPE-ENTRY OCCURS 50 TIMES.
               10 TYP-CODE             PIC X(8).
               10 TYP-TITLE            PIC X(30).
               10 TYP-PRINTED          PIC 9(5).
               10 TYP-HELD             PIC 9(5).
               10 TYP-REJECTED         PIC 9(5).

       PROCEDURE DIVISION.
       START-LETTER-PRINT.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           DISPLAY "Customer letter print for " WS-TODAY ".".
           OPEN INPUT LETTER-REQUEST-FILE.
           IF WS-LETTER-REQUEST-STATUS = "35"
               DISPLAY "No letter requests on file; nothing printed."
               GOBACK
           END-IF.
           IF WS-LETTER-REQUEST-STATUS NOT = "00"
               DISPLAY "Unable to open the letter requests, status "
                   WS-LETTER-REQUEST-STATUS "; nothing printed."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT LETTER-TEMPLATE-FILE.
           IF WS-LETTER-TEMPLATE-STATUS = "00"
               MOVE "Y" TO WS-TEMPLATES-OPEN
           ELSE
               DISPLAY "No letter templates on file; every request "
                   "is held."
           END-IF.
           OPEN INPUT CUSTOMER-FILE.
           IF WS-CUSTOMER-FILE-STATUS = "00"
               MOVE "Y" TO WS-CUSTOMERS-OPEN
           END-IF.
           OPEN INPUT ACCOUNT-MASTER-FILE.
           IF WS-ACCOUNT-FILE-STATUS = "00"
               MOVE "Y" TO WS-ACCOUNTS-OPEN
           END-IF.
           MOVE SPACES TO WS-LETTER-PRINT-FILE-NAME.
           STRING "LETT" WS-TODAY ".PRT"
               DELIMITED BY SIZE INTO WS-LETTER-PRINT-FILE-NAME.
      *    A second run on the same day adds to the day's print file
      *    rather than replacing letters already printed on it.
           OPEN EXTEND LETTER-PRINT-FILE.
           IF WS-LETTER-PRINT-STATUS = "35"
               OPEN OUTPUT LETTER-PRINT-FILE
           END-IF.
           PERFORM OPEN-CONTROL-REPORT.
           PERFORM UNTIL WS-EOF-REQUESTS = "Y"
               READ LETTER-REQUEST-FILE
                   AT END
                       MOVE "Y" TO WS-EOF-REQUESTS
                   NOT AT END
                       ADD 1 TO WS-REQUEST-COUNT
                       PERFORM PROCESS-ONE-REQUEST
                           THRU PROCESS-ONE-REQUEST-DONE
               END-READ
           END-PERFORM.
           CLOSE LETTER-REQUEST-FILE.
           PERFORM KEEP-HELD-REQUESTS.
           PERFORM CLOSE-CONTROL-REPORT.
           CLOSE LETTER-PRINT-FILE.
           IF WS-TEMPLATES-OPEN = "Y"
               CLOSE LETTER-TEMPLATE-FILE
           END-IF.
           IF WS-CUSTOMERS-OPEN = "Y"
               CLOSE CUSTOMER-FILE
           END-IF.
           IF WS-ACCOUNTS-OPEN = "Y"
               CLOSE ACCOUNT-MASTER-FILE
           END-IF.
           DISPLAY "Letter print complete: " WS-PRINTED-COUNT
               " printed on " WS-LETTER-PRINT-FILE-NAME ", "
               WS-HELD-COUNT " held, " WS-REJECTED-COUNT
               " rejected.".
           GOBACK.

       PROCESS-ONE-REQUEST.
           PERFORM FIND-TYPE-ENTRY.
           MOVE "N" TO WS-HOLDER-FOUND.
           IF WS-TEMPLATES-OPEN = "Y"
               MOVE LRQ-TYPE TO LTP-TYPE
               MOVE 0 TO LTP-LINE-NO
               READ LETTER-TEMPLATE-FILE
                   INVALID KEY
                       CONTINUE
               END-READ
           END-IF.
           IF WS-TEMPLATES-OPEN NOT = "Y"
               OR WS-LETTER-TEMPLATE-STATUS NOT = "00"
               PERFORM HOLD-REQUEST
               GO TO PROCESS-ONE-REQUEST-DONE
           END-IF.
           MOVE LTP-TEXT TO WS-TITLE.
           IF TYP-TITLE (WS-TYPE-IDX) = SPACES
               MOVE LTP-TEXT TO TYP-TITLE (WS-TYPE-IDX)
           END-IF.
           IF WS-CUSTOMERS-OPEN = "Y"
               PERFORM FIND-ACCOUNT-HOLDER
           END-IF.
           IF WS-HOLDER-FOUND NOT = "Y"
               MOVE "no customer holds the account" TO
                   WS-REJECT-REASON
               PERFORM REJECT-REQUEST
               GO TO PROCESS-ONE-REQUEST-DONE
           END-IF.
           MOVE SPACES TO WS-LETTER-CURRENCY.
           IF WS-ACCOUNTS-OPEN = "Y"
               MOVE LRQ-ACCT-ID TO ACCT-ID
               READ ACCOUNT-MASTER-FILE
                   INVALID KEY
                       CONTINUE
               END-READ
               IF WS-ACCOUNT-FILE-STATUS = "00"
                   MOVE ACCT-CURRENCY TO WS-LETTER-CURRENCY
               END-IF
           END-IF.
           PERFORM PRINT-LETTER.
           ADD 1 TO WS-PRINTED-COUNT.
           ADD 1 TO TYP-PRINTED (WS-TYPE-IDX).

       PROCESS-ONE-REQUEST-DONE.
           EXIT.

      * Types past the table's size are all counted on its last
      * entry rather than lost from the totals.
       FIND-TYPE-ENTRY.
           PERFORM VARYING WS-TYPE-IDX FROM 1 BY 1
                   UNTIL WS-TYPE-IDX > WS-TYPE-COUNT
                   OR TYP-CODE (WS-TYPE-IDX) = LRQ-TYPE
               CONTINUE
           END-PERFORM.
           IF WS-TYPE-IDX > WS-TYPE-COUNT
               IF WS-TYPE-COUNT >= 50
                   MOVE 50 TO WS-TYPE-IDX
               ELSE
                   ADD 1 TO WS-TYPE-COUNT
                   MOVE LRQ-TYPE TO TYP-CODE (WS-TYPE-IDX)
                   MOVE SPACES TO TYP-TITLE (WS-TYPE-IDX)
                   MOVE 0 TO TYP-PRINTED (WS-TYPE-IDX)
                   MOVE 0 TO TYP-HELD (WS-TYPE-IDX)
                   MOVE 0 TO TYP-REJECTED (WS-TYPE-IDX)
               END-IF
           END-IF.

       HOLD-REQUEST.
           IF WS-HELD-COUNT >= 2000
               MOVE "request file full, not held" TO WS-REJECT-REASON
               PERFORM REJECT-REQUEST
           ELSE
               ADD 1 TO WS-HELD-COUNT
               MOVE LETTER-REQUEST-RECORD TO HOLD-ENTRY (WS-HELD-COUNT)
               ADD 1 TO TYP-HELD (WS-TYPE-IDX)
           END-IF.

       REJECT-REQUEST.
           ADD 1 TO WS-REJECTED-COUNT.
           ADD 1 TO TYP-REJECTED (WS-TYPE-IDX).
           MOVE SPACES TO LETTER-CONTROL-LINE.
           STRING "REJECTED " LRQ-TYPE " account " LRQ-ACCT-ID
               " requested " LRQ-REQUEST-DATE " by " LRQ-PROGRAM
               " - " WS-REJECT-REASON
               DELIMITED BY SIZE INTO LETTER-CONTROL-LINE.
           WRITE LETTER-CONTROL-LINE.

      * The request file is emptied of everything printed or
      * rejected; held requests go back on it for the next run.
       KEEP-HELD-REQUESTS.
           OPEN OUTPUT LETTER-REQUEST-FILE.
           PERFORM VARYING WS-HOLD-IDX FROM 1 BY 1
                   UNTIL WS-HOLD-IDX > WS-HELD-COUNT
               MOVE HOLD-ENTRY (WS-HOLD-IDX) TO LETTER-REQUEST-RECORD
               WRITE LETTER-REQUEST-RECORD
           END-PERFORM.
           CLOSE LETTER-REQUEST-FILE.

      * The primary holder is preferred; a joint or view-only link is
      * used only when nobody holds the account as primary.
       FIND-ACCOUNT-HOLDER.
           MOVE "N" TO WS-PRIMARY-FOUND.
           CALL "AccountHolders" USING LRQ-ACCT-ID
               WS-HOLDER-COUNT WS-HOLDER-TABLE.
           PERFORM VARYING WS-HOLDER-IDX FROM 1 BY 1
                   UNTIL WS-HOLDER-IDX > WS-HOLDER-COUNT
                       OR WS-PRIMARY-FOUND = "Y"
               MOVE WS-HOLDER-CUST-ID (WS-HOLDER-IDX) TO CUST-ID
               READ CUSTOMER-FILE
                   INVALID KEY
                       CONTINUE
               END-READ
               IF WS-CUSTOMER-FILE-STATUS = "00"
                   PERFORM NOTE-ACCOUNT-HOLDER
               END-IF
           END-PERFORM.

       NOTE-ACCOUNT-HOLDER.
           IF WS-HOLDER-ROLE (WS-HOLDER-IDX) = "P"
               MOVE "Y" TO WS-PRIMARY-FOUND
           END-IF.
           IF WS-PRIMARY-FOUND = "Y" OR WS-HOLDER-FOUND NOT = "Y"
               MOVE "Y" TO WS-HOLDER-FOUND
               MOVE CUST-ID TO WS-LETTER-CUST-ID
               MOVE CUST-NAME TO WS-LETTER-NAME
               MOVE CUST-CONTACT TO WS-LETTER-CONTACT
           END-IF.

       PRINT-LETTER.
           ADD 1 TO WS-LETTER-NUMBER.
           MOVE 1 TO WS-PAGE-NUMBER.
           MOVE SPACES TO LETTER-PRINT-LINE.
           STRING "LETTER " WS-LETTER-NUMBER " REF " WS-TODAY "/"
               LRQ-TYPE "/" LRQ-ACCT-ID " CUSTOMER " WS-LETTER-CUST-ID
               DELIMITED BY SIZE INTO LETTER-PRINT-LINE.
           WRITE LETTER-PRINT-LINE AFTER ADVANCING PAGE.
           MOVE 1 TO WS-PAGE-LINE-COUNT.
           MOVE SPACES TO WS-PRINT-TEXT.
           PERFORM PRINT-TEXT-LINE.
           MOVE WS-LETTER-NAME TO WS-PRINT-TEXT.
           PERFORM PRINT-TEXT-LINE.
           MOVE WS-LETTER-CONTACT TO WS-PRINT-TEXT.
           PERFORM PRINT-TEXT-LINE.
           MOVE SPACES TO WS-PRINT-TEXT.
           PERFORM PRINT-TEXT-LINE.
           MOVE WS-TODAY TO WS-FORMAT-IN-DATE.
           PERFORM FORMAT-LETTER-DATE.
           MOVE SPACES TO WS-PRINT-TEXT.
           STRING "Date:    " WS-FORMAT-OUT-DATE
               DELIMITED BY SIZE INTO WS-PRINT-TEXT.
           PERFORM PRINT-TEXT-LINE.
           MOVE SPACES TO WS-PRINT-TEXT.
           STRING "Account: " LRQ-ACCT-ID
               DELIMITED BY SIZE INTO WS-PRINT-TEXT.
           PERFORM PRINT-TEXT-LINE.
           MOVE SPACES TO WS-PRINT-TEXT.
           PERFORM PRINT-TEXT-LINE.
           MOVE SPACES TO WS-PRINT-TEXT.
           STRING "Re: " WS-TITLE
               DELIMITED BY SIZE INTO WS-PRINT-TEXT.
           PERFORM PRINT-TEXT-LINE.
           MOVE SPACES TO WS-PRINT-TEXT.
           PERFORM PRINT-TEXT-LINE.
           MOVE LRQ-TYPE TO LTP-TYPE.
           MOVE 1 TO LTP-LINE-NO.
           START LETTER-TEMPLATE-FILE KEY IS NOT LESS THAN LTP-KEY
               INVALID KEY
                   CONTINUE
           END-START.
           MOVE "N" TO WS-EOF-TEMPLATE.
           IF WS-LETTER-TEMPLATE-STATUS NOT = "00"
               MOVE "Y" TO WS-EOF-TEMPLATE
           END-IF.
           PERFORM UNTIL WS-EOF-TEMPLATE = "Y"
               READ LETTER-TEMPLATE-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF-TEMPLATE
                   NOT AT END
                       IF LTP-TYPE NOT = LRQ-TYPE
                           MOVE "Y" TO WS-EOF-TEMPLATE
                       ELSE
                           PERFORM MERGE-TEMPLATE-LINE
                           PERFORM PRINT-TEXT-LINE
                       END-IF
               END-READ
           END-PERFORM.

       PRINT-TEXT-LINE.
           IF WS-PAGE-LINE-COUNT >= LP-PAGE-LINES
               ADD 1 TO WS-PAGE-NUMBER
               MOVE SPACES TO LETTER-PRINT-LINE
               STRING "LETTER " WS-LETTER-NUMBER " CONTINUED, PAGE "
                   WS-PAGE-NUMBER
                   DELIMITED BY SIZE INTO LETTER-PRINT-LINE
               WRITE LETTER-PRINT-LINE AFTER ADVANCING PAGE
               MOVE SPACES TO LETTER-PRINT-LINE
               WRITE LETTER-PRINT-LINE
               MOVE 2 TO WS-PAGE-LINE-COUNT
           END-IF.
           MOVE WS-PRINT-TEXT TO LETTER-PRINT-LINE.
           WRITE LETTER-PRINT-LINE.
           ADD 1 TO WS-PAGE-LINE-COUNT.

      * Copies the template line across, replacing each &FIELD& it
      * recognises with the request's value; anything else between
      * ampersands is printed as written.
       MERGE-TEMPLATE-LINE.
           MOVE SPACES TO WS-PRINT-TEXT.
           MOVE 1 TO WS-IN-POS.
           MOVE 1 TO WS-OUT-POS.
           PERFORM UNTIL WS-IN-POS > 70 OR WS-OUT-POS > 80
               IF LTP-TEXT (WS-IN-POS:1) = "&" AND WS-IN-POS < 70
                   PERFORM MERGE-ONE-FIELD
               ELSE
                   STRING LTP-TEXT (WS-IN-POS:1)
                       DELIMITED BY SIZE INTO WS-PRINT-TEXT
                       WITH POINTER WS-OUT-POS
                   ADD 1 TO WS-IN-POS
               END-IF
           END-PERFORM.

       MERGE-ONE-FIELD.
           MOVE SPACES TO WS-FIELD-NAME.
           MOVE SPACE TO WS-FIELD-DELIM.
           MOVE 0 TO WS-FIELD-LEN.
           COMPUTE WS-REST-POS = WS-IN-POS + 1.
           UNSTRING LTP-TEXT (WS-REST-POS:) DELIMITED BY "&"
               INTO WS-FIELD-NAME DELIMITER IN WS-FIELD-DELIM
               COUNT IN WS-FIELD-LEN.
           MOVE "Y" TO WS-FIELD-KNOWN.
           MOVE SPACES TO WS-MERGE-VALUE.
           EVALUATE WS-FIELD-NAME
               WHEN "NAME"
                   MOVE WS-LETTER-NAME TO WS-MERGE-VALUE
               WHEN "CONTACT"
                   MOVE WS-LETTER-CONTACT TO WS-MERGE-VALUE
               WHEN "ACCOUNT"
                   MOVE LRQ-ACCT-ID TO WS-MERGE-VALUE
               WHEN "CURRENCY"
                   MOVE WS-LETTER-CURRENCY TO WS-MERGE-VALUE
               WHEN "AMOUNT"
                   MOVE LRQ-AMOUNT TO WS-AMOUNT-EDIT
                   MOVE WS-AMOUNT-EDIT TO WS-MERGE-VALUE
               WHEN "DATE"
                   MOVE WS-TODAY TO WS-FORMAT-IN-DATE
                   PERFORM FORMAT-LETTER-DATE
                   MOVE WS-FORMAT-OUT-DATE TO WS-MERGE-VALUE
               WHEN "EVENTDATE"
                   MOVE LRQ-EVENT-DATE TO WS-FORMAT-IN-DATE
                   PERFORM FORMAT-LETTER-DATE
                   MOVE WS-FORMAT-OUT-DATE TO WS-MERGE-VALUE
               WHEN "DETAIL"
                   MOVE LRQ-DETAIL TO WS-MERGE-VALUE
               WHEN OTHER
                   MOVE "N" TO WS-FIELD-KNOWN
           END-EVALUATE.
           IF WS-FIELD-DELIM NOT = "&"
               MOVE "N" TO WS-FIELD-KNOWN
           END-IF.
           IF WS-FIELD-KNOWN = "Y"
               IF WS-MERGE-VALUE NOT = SPACES
                   STRING FUNCTION TRIM (WS-MERGE-VALUE)
                       DELIMITED BY SIZE INTO WS-PRINT-TEXT
                       WITH POINTER WS-OUT-POS
               END-IF
               COMPUTE WS-IN-POS = WS-IN-POS + WS-FIELD-LEN + 2
           ELSE
               STRING "&" DELIMITED BY SIZE INTO WS-PRINT-TEXT
                   WITH POINTER WS-OUT-POS
               ADD 1 TO WS-IN-POS
           END-IF.

       FORMAT-LETTER-DATE.
           MOVE SPACES TO WS-FORMAT-OUT-DATE.
           IF WS-FORMAT-IN-DATE NOT = 0
               STRING WS-FORMAT-IN-DATE (7:2) "/"
                   WS-FORMAT-IN-DATE (5:2) "/"
                   WS-FORMAT-IN-DATE (1:4)
                   DELIMITED BY SIZE INTO WS-FORMAT-OUT-DATE
           END-IF.

       OPEN-CONTROL-REPORT.
           OPEN OUTPUT LETTER-CONTROL-REPORT.
           MOVE SPACES TO LETTER-CONTROL-LINE.
           STRING "CUSTOMER LETTER CONTROL LISTING " WS-TODAY
               ", PRINT FILE " WS-LETTER-PRINT-FILE-NAME
               DELIMITED BY SIZE INTO LETTER-CONTROL-LINE.
           WRITE LETTER-CONTROL-LINE.

       CLOSE-CONTROL-REPORT.
           MOVE SPACES TO LETTER-CONTROL-LINE.
           WRITE LETTER-CONTROL-LINE.
           MOVE SPACES TO LETTER-CONTROL-LINE.
           STRING "TYPE     TITLE                          PRINTED "
               "HELD  REJECTED"
               DELIMITED BY SIZE INTO LETTER-CONTROL-LINE.
           WRITE LETTER-CONTROL-LINE.
           PERFORM VARYING WS-TYPE-IDX FROM 1 BY 1
                   UNTIL WS-TYPE-IDX > WS-TYPE-COUNT
               MOVE SPACES TO LETTER-CONTROL-LINE
               STRING TYP-CODE (WS-TYPE-IDX) " "
                   TYP-TITLE (WS-TYPE-IDX) " "
                   TYP-PRINTED (WS-TYPE-IDX) "   "
                   TYP-HELD (WS-TYPE-IDX) " "
                   TYP-REJECTED (WS-TYPE-IDX)
                   DELIMITED BY SIZE INTO LETTER-CONTROL-LINE
               WRITE LETTER-CONTROL-LINE
           END-PERFORM.
           MOVE SPACES TO LETTER-CONTROL-LINE.
           STRING "TOTAL " WS-REQUEST-COUNT " request(s), "
               WS-PRINTED-COUNT " printed, " WS-HELD-COUNT
               " held, " WS-REJECTED-COUNT " rejected"
               DELIMITED BY SIZE INTO LETTER-CONTROL-LINE.
           WRITE LETTER-CONTROL-LINE.
           CLOSE LETTER-CONTROL-REPORT.
