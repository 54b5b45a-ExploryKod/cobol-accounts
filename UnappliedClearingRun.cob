       IDENTIFICATION DIVISION.
       PROGRAM-ID. UnappliedClearingRun.

      ******************************************************************
      * Nightly pass over the unapplied inbound clearing items on
      * UNAPPLIED.DAT. An open item aged CSP-RETURN-DAYS business
      * days or more since InboundClearing received it has had its
      * chance at repair (UnappliedItemRepair): it is debited from
      * the inbound suspense account with a CLEARING entry, written
      * to the outbound clearing returns file (CLRRETRN.DAT) for the
      * network to send back to the sender, and marked returned. A
      * return the suspense account cannot cover is held open and
      * reported. Every item still open then goes on the aged
      * suspense report (UNAPPAGE.RPT) with its age in business
      * days, and the report closes by agreeing the suspense
      * account's balance to the total of the open items. Items are
      * totalled at the amount each put into suspense, in the
      * suspense account's currency, so an item converted from
      * another currency agrees like any other.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "UnappliedItemFileControl.cpy".
           COPY "AccountFileControl.cpy".
           COPY "LedgerFileControl.cpy".
           COPY "ClearingReturnFileControl.cpy".
           SELECT SUSPENSE-AGE-REPORT ASSIGN TO "UNAPPAGE.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AGE-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  UNAPPLIED-ITEM-FILE.
           COPY "UnappliedItemRecord.cpy".
       FD  ACCOUNT-MASTER-FILE.
           COPY "AccountRecord.cpy".
       FD  TRANSACTION-LEDGER.
           COPY "LedgerRecord.cpy".
       FD  CLEARING-RETURN-FILE.
           COPY "ClearingReturnRecord.cpy".
       FD  SUSPENSE-AGE-REPORT.
       01 SUSPENSE-AGE-LINE          PIC X(132).

       WORKING-STORAGE SECTION.
       COPY "ClearingSuspensePolicy.cpy".
       01 WS-UNAPPLIED-ITEM-STATUS  PIC X(2).
       01 WS-ACCOUNT-FILE-STATUS    PIC X(2).
       01 WS-LEDGER-FILE-STATUS     PIC X(2).
       01 WS-CLEARING-RETURN-STATUS PIC X(2).
       01 WS-AGE-REPORT-STATUS      PIC X(2).
       01 WS-EOF-ITEMS              PIC X(1) VALUE "N".
       01 WS-ITEMS-OPEN             PIC X(1) VALUE "N".
       01 WS-TODAY                  PIC 9(8).
       01 WS-TODAY-INT              PIC 9(8).
       01 WS-SCAN-INT               PIC 9(8).
       01 WS-SCAN-DATE              PIC 9(8).
       01 WS-BUSINESS-DAY           PIC X(1).
       01 WS-AGE-DAYS               PIC 9(3).
       01 WS-FLAG-TEXT              PIC X(8).
       01 WS-RETURNED-OK            PIC X(1).
       01 WS-RETURN-TXN-REF         PIC 9(14).
       01 WS-AMOUNT-EDIT            PIC Z(8)9.99.
       01 WS-SUSPENSE-EDIT          PIC Z(8)9.99.
       01 WS-TOTAL-EDIT             PIC Z(12)9.99.
       01 WS-DIFFERENCE             PIC S9(13)V99.
       01 WS-DIFFERENCE-EDIT        PIC Z(12)9.99-.
       01 WS-SUSPENSE-BALANCE       PIC 9(9)V99 VALUE 0.
       01 WS-SUSPENSE-FOUND         PIC X(1) VALUE "N".
       01 WS-SUSPENSE-CURRENCY      PIC X(3) VALUE SPACES.
       01 WS-OPEN-COUNT             PIC 9(5) VALUE 0.
       01 WS-OPEN-TOTAL             PIC 9(13)V99 VALUE 0.
       01 WS-RETURN-COUNT           PIC 9(5) VALUE 0.
       01 WS-RETURN-TOTAL           PIC 9(13)V99 VALUE 0.
       01 WS-HELD-COUNT             PIC 9(5) VALUE 0.
       01 WS-AGE-0-COUNT            PIC 9(5) VALUE 0.
       01 WS-AGE-0-TOTAL            PIC 9(13)V99 VALUE 0.
       01 WS-AGE-1-COUNT            PIC 9(5) VALUE 0.
       01 WS-AGE-1-TOTAL            PIC 9(13)V99 VALUE 0.
       01 WS-AGE-2-COUNT            PIC 9(5) VALUE 0.
       01 WS-AGE-2-TOTAL            PIC 9(13)V99 VALUE 0.
       01 WS-OVERDUE-COUNT          PIC 9(5) VALUE 0.
       01 WS-OVERDUE-TOTAL          PIC 9(13)V99 VALUE 0.
       01 WS-JOURNAL-PROGRAM PIC X(25) VALUE "UnappliedClearingRun".
       01 WS-JOURNAL-BEFORE  PIC X(250).
       01 WS-JOURNAL-AFTER   PIC X(250).

       PROCEDURE DIVISION.
       START-UNAPPLIED-RUN.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE (WS-TODAY).
           DISPLAY "Unapplied clearing items run for " WS-TODAY ".".
           OPEN I-O ACCOUNT-MASTER-FILE.
           IF WS-ACCOUNT-FILE-STATUS NOT = "00"
               DISPLAY "Unable to open the account master, status "
                   WS-ACCOUNT-FILE-STATUS "; nothing returned."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM OPEN-AGE-REPORT.
           OPEN I-O UNAPPLIED-ITEM-FILE.
           IF WS-UNAPPLIED-ITEM-STATUS = "00"
               MOVE "Y" TO WS-ITEMS-OPEN
           ELSE
               IF WS-UNAPPLIED-ITEM-STATUS NOT = "35"
                   DISPLAY "Unable to open the unapplied-items file, "
                       "status " WS-UNAPPLIED-ITEM-STATUS
                       "; nothing returned."
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.
           IF WS-ITEMS-OPEN = "Y"
               MOVE LOW-VALUES TO UAI-ID
               START UNAPPLIED-ITEM-FILE KEY IS NOT LESS THAN UAI-ID
                   INVALID KEY
                       MOVE "Y" TO WS-EOF-ITEMS
               END-START
               PERFORM UNTIL WS-EOF-ITEMS = "Y"
                   READ UNAPPLIED-ITEM-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-EOF-ITEMS
                       NOT AT END
                           IF UAI-STATUS = "O"
                               PERFORM AGE-ONE-ITEM
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE UNAPPLIED-ITEM-FILE
           END-IF.
           PERFORM READ-SUSPENSE-BALANCE.
           PERFORM CLOSE-AGE-REPORT.
           CLOSE ACCOUNT-MASTER-FILE.
           DISPLAY "Unapplied clearing run complete: "
               WS-RETURN-COUNT " returned to sender, "
               WS-HELD-COUNT " return(s) held, "
               WS-OPEN-COUNT " still open totalling " WS-OPEN-TOTAL
               ".".
           GOBACK.

       AGE-ONE-ITEM.
           PERFORM COUNT-BUSINESS-DAYS.
           IF WS-AGE-DAYS >= CSP-RETURN-DAYS
               PERFORM RETURN-ITEM THRU RETURN-ITEM-DONE
               IF WS-RETURNED-OK = "Y"
                   MOVE "RETURNED" TO WS-FLAG-TEXT
                   PERFORM WRITE-ITEM-LINE
               ELSE
                   MOVE "OVERDUE" TO WS-FLAG-TEXT
                   ADD 1 TO WS-OVERDUE-COUNT
                   ADD UAI-SUSPENSE-AMOUNT TO WS-OVERDUE-TOTAL
                   PERFORM COUNT-OPEN-ITEM
               END-IF
           ELSE
               MOVE SPACES TO WS-FLAG-TEXT
               EVALUATE WS-AGE-DAYS
                   WHEN 0
                       ADD 1 TO WS-AGE-0-COUNT
                       ADD UAI-SUSPENSE-AMOUNT TO WS-AGE-0-TOTAL
                   WHEN 1
                       ADD 1 TO WS-AGE-1-COUNT
                       ADD UAI-SUSPENSE-AMOUNT TO WS-AGE-1-TOTAL
                   WHEN OTHER
                       ADD 1 TO WS-AGE-2-COUNT
                       ADD UAI-SUSPENSE-AMOUNT TO WS-AGE-2-TOTAL
               END-EVALUATE
               PERFORM COUNT-OPEN-ITEM
           END-IF.

       COUNT-OPEN-ITEM.
           ADD 1 TO WS-OPEN-COUNT.
           ADD UAI-SUSPENSE-AMOUNT TO WS-OPEN-TOTAL.
           PERFORM WRITE-ITEM-LINE.

      * Business days passed since the item was received: every
      * business day after the received date up to and including
      * today. Counting stops once the item is well past its return
      * period, so an item held for months costs no more to age.
       COUNT-BUSINESS-DAYS.
           MOVE 0 TO WS-AGE-DAYS.
           IF FUNCTION TEST-DATE-YYYYMMDD (UAI-RECEIVED-DATE) NOT = 0
               MOVE 999 TO WS-AGE-DAYS
           ELSE
               COMPUTE WS-SCAN-INT =
                   FUNCTION INTEGER-OF-DATE (UAI-RECEIVED-DATE) + 1
               PERFORM UNTIL WS-SCAN-INT > WS-TODAY-INT
                       OR WS-AGE-DAYS >= 99
                   COMPUTE WS-SCAN-DATE =
                       FUNCTION DATE-OF-INTEGER (WS-SCAN-INT)
                   CALL "BusinessDayCheck" USING WS-SCAN-DATE
                       WS-BUSINESS-DAY
                   IF WS-BUSINESS-DAY = "Y"
                       ADD 1 TO WS-AGE-DAYS
                   END-IF
                   ADD 1 TO WS-SCAN-INT
               END-PERFORM
           END-IF.

      * The money leaves suspense for the network: a CLEARING debit
      * on the suspense account, matched by the record on the
      * returns file. A suspense account missing or short of the
      * item leaves it open to be returned the next night.
       RETURN-ITEM.
           MOVE "N" TO WS-RETURNED-OK.
           MOVE CSP-SUSPENSE-ACCT-ID TO ACCT-ID.
           READ ACCOUNT-MASTER-FILE
               INVALID KEY
                   CONTINUE
           END-READ.
           IF WS-ACCOUNT-FILE-STATUS NOT = "00"
               DISPLAY "Return of item " UAI-ID " held: inbound "
                   "suspense account " CSP-SUSPENSE-ACCT-ID
                   " not on the master."
               ADD 1 TO WS-HELD-COUNT
               GO TO RETURN-ITEM-DONE
           END-IF.
           IF ACCT-BALANCE < UAI-SUSPENSE-AMOUNT
               DISPLAY "Return of item " UAI-ID " held: inbound "
                   "suspense account " CSP-SUSPENSE-ACCT-ID
                   " balance too low."
               ADD 1 TO WS-HELD-COUNT
               GO TO RETURN-ITEM-DONE
           END-IF.
           MOVE ACCOUNT-RECORD TO WS-JOURNAL-BEFORE.
           SUBTRACT UAI-SUSPENSE-AMOUNT FROM ACCT-BALANCE.
           ADD 1 TO ACCT-VERSION.
           REWRITE ACCOUNT-RECORD
               INVALID KEY
                   DISPLAY "Unable to persist account " ACCT-ID
                   ADD 1 TO WS-HELD-COUNT
                   GO TO RETURN-ITEM-DONE
           END-REWRITE.
           MOVE ACCOUNT-RECORD TO WS-JOURNAL-AFTER.
           CALL "AccountJournal" USING
               WS-JOURNAL-PROGRAM WS-JOURNAL-BEFORE
               WS-JOURNAL-AFTER.
           PERFORM WRITE-RETURN-LEDGER-ENTRY.
           MOVE LEDG-TXN-REF TO WS-RETURN-TXN-REF.
           PERFORM WRITE-CLEARING-RETURN.
           MOVE "R" TO UAI-STATUS.
           MOVE WS-TODAY TO UAI-RESOLVED-DATE.
           MOVE CSP-RUN-OPERATOR TO UAI-RESOLVED-BY.
           MOVE WS-RETURN-TXN-REF TO UAI-RESOLVED-REF.
           REWRITE UNAPPLIED-ITEM-RECORD
               INVALID KEY
                   DISPLAY "Unable to update item " UAI-ID
           END-REWRITE.
           ADD 1 TO WS-RETURN-COUNT.
           ADD UAI-SUSPENSE-AMOUNT TO WS-RETURN-TOTAL.
           MOVE "Y" TO WS-RETURNED-OK.
           DISPLAY "Item " UAI-ID " returned to sender: "
               UAI-AMOUNT " " UAI-CURRENCY " ref " UAI-EXT-REF ".".

       RETURN-ITEM-DONE.
           EXIT.

      * The debit reverses the suspense credit exactly, in amount,
      * original currency and rate.
       WRITE-RETURN-LEDGER-ENTRY.
           OPEN EXTEND TRANSACTION-LEDGER.
           ACCEPT LEDG-DATE FROM DATE YYYYMMDD.
           ACCEPT LEDG-TIME FROM TIME.
           MOVE ACCT-ID TO LEDG-ACCT-ID.
           MOVE "CLEARING" TO LEDG-TXN-TYPE.
           MOVE "DEBIT" TO LEDG-DIRECTION.
           MOVE UAI-SUSPENSE-AMOUNT TO LEDG-AMOUNT.
           MOVE ACCT-BALANCE TO LEDG-BALANCE.
           IF UAI-CURRENCY = ACCT-CURRENCY
               MOVE SPACES TO LEDG-ORIG-CURRENCY
           ELSE
               MOVE UAI-CURRENCY TO LEDG-ORIG-CURRENCY
           END-IF.
           MOVE UAI-AMOUNT TO LEDG-ORIG-AMOUNT.
           MOVE UAI-SUSPENSE-RATE TO LEDG-EXCHANGE-RATE.
           MOVE SPACE TO LEDG-REVERSAL-FLAG.
           MOVE 0 TO LEDG-ORIG-REF.
           CALL "LedgerSequence" USING LEDG-SEQUENCE.
           MOVE LEDG-SEQUENCE TO LEDG-TXN-REF.
           MOVE SPACES TO LEDG-CATEGORY.
           WRITE LEDGER-RECORD.
           CALL "LedgerShadow" USING LEDGER-RECORD.
           CLOSE TRANSACTION-LEDGER.

       WRITE-CLEARING-RETURN.
           OPEN EXTEND CLEARING-RETURN-FILE.
           IF WS-CLEARING-RETURN-STATUS = "35"
               OPEN OUTPUT CLEARING-RETURN-FILE
           END-IF.
           MOVE WS-TODAY TO CRT-DATE.
           MOVE UAI-EXT-REF TO CRT-EXT-REF.
           MOVE UAI-AMOUNT TO CRT-AMOUNT.
           MOVE UAI-CURRENCY TO CRT-CURRENCY.
           MOVE UAI-ORIG-ACCT-ID TO CRT-ORIG-ACCT-ID.
           MOVE UAI-CLEARING-DATE TO CRT-CLEARING-DATE.
           MOVE UAI-RECEIVED-DATE TO CRT-RECEIVED-DATE.
           MOVE UAI-REASON TO CRT-REASON.
           MOVE UAI-ID TO CRT-ITEM-ID.
           MOVE WS-RETURN-TXN-REF TO CRT-TXN-REF.
           WRITE CLEARING-RETURN-RECORD.
           CLOSE CLEARING-RETURN-FILE.

       READ-SUSPENSE-BALANCE.
           MOVE CSP-SUSPENSE-ACCT-ID TO ACCT-ID.
           READ ACCOUNT-MASTER-FILE
               INVALID KEY
                   CONTINUE
           END-READ.
           IF WS-ACCOUNT-FILE-STATUS = "00"
               MOVE "Y" TO WS-SUSPENSE-FOUND
               MOVE ACCT-BALANCE TO WS-SUSPENSE-BALANCE
               MOVE ACCT-CURRENCY TO WS-SUSPENSE-CURRENCY
           END-IF.

       WRITE-ITEM-LINE.
           MOVE UAI-AMOUNT TO WS-AMOUNT-EDIT.
           MOVE UAI-SUSPENSE-AMOUNT TO WS-SUSPENSE-EDIT.
           MOVE SPACES TO SUSPENSE-AGE-LINE.
           STRING UAI-ID " " UAI-RECEIVED-DATE " " WS-AGE-DAYS " "
               UAI-ORIG-ACCT-ID " " UAI-EXT-REF " " WS-AMOUNT-EDIT
               " " UAI-CURRENCY " " WS-SUSPENSE-EDIT " " UAI-REASON
               " " WS-FLAG-TEXT
               DELIMITED BY SIZE INTO SUSPENSE-AGE-LINE.
           WRITE SUSPENSE-AGE-LINE.

      * AGE is in business days since the item was received. AMOUNT
      * and CUR are as the sender paid it; IN SUSPENSE is what the
      * item put into the suspense account, and is what the totals
      * add up. An OVERDUE line is past its return period but could
      * not be returned; a RETURNED line went to the returns file
      * tonight and is no longer in the open total.
       OPEN-AGE-REPORT.
           OPEN OUTPUT SUSPENSE-AGE-REPORT.
           MOVE SPACES TO SUSPENSE-AGE-LINE.
           STRING "UNAPPLIED CLEARING ITEMS IN SUSPENSE ACCOUNT "
               CSP-SUSPENSE-ACCT-ID " AS AT " WS-TODAY
               ", RETURNED AFTER " CSP-RETURN-DAYS " BUSINESS DAYS"
               DELIMITED BY SIZE INTO SUSPENSE-AGE-LINE.
           WRITE SUSPENSE-AGE-LINE.
           MOVE SPACES TO SUSPENSE-AGE-LINE.
           STRING "ITEM     RECEIVED AGE ACCT  EXT REF             "
               "       AMOUNT CUR  IN SUSPENSE REASON            "
               "             FLAG"
               DELIMITED BY SIZE INTO SUSPENSE-AGE-LINE.
           WRITE SUSPENSE-AGE-LINE.

       CLOSE-AGE-REPORT.
           MOVE SPACES TO SUSPENSE-AGE-LINE.
           WRITE SUSPENSE-AGE-LINE.
           MOVE WS-AGE-0-TOTAL TO WS-TOTAL-EDIT.
           MOVE SPACES TO SUSPENSE-AGE-LINE.
           STRING "RECEIVED TODAY      " WS-AGE-0-COUNT " "
               WS-TOTAL-EDIT
               DELIMITED BY SIZE INTO SUSPENSE-AGE-LINE.
           WRITE SUSPENSE-AGE-LINE.
           MOVE WS-AGE-1-TOTAL TO WS-TOTAL-EDIT.
           MOVE SPACES TO SUSPENSE-AGE-LINE.
           STRING "1 BUSINESS DAY      " WS-AGE-1-COUNT " "
               WS-TOTAL-EDIT
               DELIMITED BY SIZE INTO SUSPENSE-AGE-LINE.
           WRITE SUSPENSE-AGE-LINE.
           MOVE WS-AGE-2-TOTAL TO WS-TOTAL-EDIT.
           MOVE SPACES TO SUSPENSE-AGE-LINE.
           STRING "2 BUSINESS DAYS +   " WS-AGE-2-COUNT " "
               WS-TOTAL-EDIT
               DELIMITED BY SIZE INTO SUSPENSE-AGE-LINE.
           WRITE SUSPENSE-AGE-LINE.
           MOVE WS-OVERDUE-TOTAL TO WS-TOTAL-EDIT.
           MOVE SPACES TO SUSPENSE-AGE-LINE.
           STRING "OVERDUE NOT RETURNED" WS-OVERDUE-COUNT " "
               WS-TOTAL-EDIT
               DELIMITED BY SIZE INTO SUSPENSE-AGE-LINE.
           WRITE SUSPENSE-AGE-LINE.
           MOVE WS-OPEN-TOTAL TO WS-TOTAL-EDIT.
           MOVE SPACES TO SUSPENSE-AGE-LINE.
           STRING "TOTAL OPEN ITEMS    " WS-OPEN-COUNT " "
               WS-TOTAL-EDIT
               DELIMITED BY SIZE INTO SUSPENSE-AGE-LINE.
           WRITE SUSPENSE-AGE-LINE.
           MOVE WS-RETURN-TOTAL TO WS-TOTAL-EDIT.
           MOVE SPACES TO SUSPENSE-AGE-LINE.
           STRING "RETURNED TONIGHT    " WS-RETURN-COUNT " "
               WS-TOTAL-EDIT
               DELIMITED BY SIZE INTO SUSPENSE-AGE-LINE.
           WRITE SUSPENSE-AGE-LINE.
           MOVE SPACES TO SUSPENSE-AGE-LINE.
           IF WS-SUSPENSE-FOUND NOT = "Y"
               STRING "SUSPENSE ACCOUNT " CSP-SUSPENSE-ACCT-ID
                   " NOT ON THE MASTER - OPEN ITEMS UNSUPPORTED"
                   DELIMITED BY SIZE INTO SUSPENSE-AGE-LINE
               DISPLAY "Warning: inbound suspense account "
                   CSP-SUSPENSE-ACCT-ID " is not on the master."
           ELSE
               MOVE WS-SUSPENSE-BALANCE TO WS-TOTAL-EDIT
               COMPUTE WS-DIFFERENCE =
                   WS-SUSPENSE-BALANCE - WS-OPEN-TOTAL
               IF WS-DIFFERENCE = 0
                   STRING "SUSPENSE BALANCE         " WS-TOTAL-EDIT
                       " " WS-SUSPENSE-CURRENCY " AGREES TO OPEN ITEMS"
                       DELIMITED BY SIZE INTO SUSPENSE-AGE-LINE
               ELSE
                   MOVE WS-DIFFERENCE TO WS-DIFFERENCE-EDIT
                   STRING "SUSPENSE BALANCE         " WS-TOTAL-EDIT
                       " " WS-SUSPENSE-CURRENCY
                       " DOES NOT AGREE TO OPEN ITEMS, DIFFERENCE "
                       WS-DIFFERENCE-EDIT
                       DELIMITED BY SIZE INTO SUSPENSE-AGE-LINE
                   DISPLAY "Warning: inbound suspense balance "
                       WS-SUSPENSE-BALANCE " does not agree to "
                       "open items " WS-OPEN-TOTAL "."
               END-IF
           END-IF.
           WRITE SUSPENSE-AGE-LINE.
           CLOSE SUSPENSE-AGE-REPORT.
