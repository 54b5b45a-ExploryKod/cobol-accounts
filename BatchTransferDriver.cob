           COPY "CheckpointFileControl.cpy".
           COPY "SettlementFileControl.cpy".
           COPY "RejectLogFileControl.cpy".
           COPY "FuturePaymentFileControl.cpy".

       DATA DIVISION.
       FILE SECTION.
           COPY "SettlementRecord.cpy".
       FD  REJECT-LOG-FILE.
           COPY "RejectLogRecord.cpy".
       FD  FUTURE-PAYMENT-FILE.
           COPY "FuturePaymentRecord.cpy".

       WORKING-STORAGE SECTION.
       COPY "ReasonCodes.cpy".
       01 WS-SETTLEMENT-FILE-NAME   PIC X(16).
       01 WS-REJECT-LOG-FILE-STATUS PIC X(2).
       01 WS-JOURNAL-PROGRAM PIC X(25) VALUE "BatchTransferDriver".
       01 WS-JOURNAL-BEFORE  PIC X(250).
       01 WS-JOURNAL-AFTER   PIC X(250).
       01 WS-SUSPENSE-ACCT-ID       PIC 9(5) VALUE 99999.
      *    Internal settlement suspense account every outbound
      *    external payment posts through; must exist on
       01 WS-SUCCESS-COUNT          PIC 9(5) VALUE 0.
       01 WS-FAILURE-COUNT          PIC 9(5) VALUE 0.
       01 WS-SKIPPED-COUNT          PIC 9(5) VALUE 0.
       01 WS-CARRIED-COUNT          PIC 9(5) VALUE 0.
       01 WS-RECORD-CARRIED         PIC X(1) VALUE "N".
       01 WS-RESUME-AFTER           PIC 9(5) VALUE 0.
       01 WS-PENDING-RECORD         PIC 9(5) VALUE 0.
       01 WS-PENDING-STAGE          PIC X(1) VALUE SPACE.
       01 WS-PENDING-AMOUNT         PIC 9(9)V99 VALUE 0.
       01 WS-TO-BALANCE-BEFORE      PIC 9(9)V99.
       01 WS-CONVERTED-CREDIT       PIC 9(9)V99.
       01 ERROR-CODE                PIC 9(2).

       01 WS-FROM-BALANCE           PIC 9(9)V99.
       01 WS-FROM-STATUS            PIC X(1).
       01 WS-FROM-DAILY-LIMIT       PIC 9(9)V99.
       01 WS-FROM-TXN-LIMIT         PIC 9(9)V99.
       01 WS-FROM-DAILY-TOTAL       PIC 9(9)V99.
       01 WS-FROM-MIN-BALANCE       PIC 9(9)V99.
       01 WS-FROM-OVERDRAFT-LIMIT   PIC 9(9)V99.
       01 WS-FROM-APPROVAL-THRESHOLD PIC 9(9)V99.
       01 WS-FROM-CURRENCY          PIC X(3).
       01 WS-FROM-VERSION           PIC 9(9).
       01 WS-TODAY                  PIC 9(8).
       01 WS-PT-APPROVED            PIC X(1) VALUE "N".

       01 WS-TO-BALANCE             PIC 9(9)V99.
       01 WS-TO-STATUS              PIC X(1).
       01 WS-TO-CURRENCY            PIC X(3).
       01 WS-TO-VERSION             PIC 9(9).
       01 WS-SCREEN-RESULT          PIC X(1).
       01 WS-SCREEN-MATCHED         PIC X(30).

       01 WS-FUTURE-PAYMENT-FILE-STATUS PIC X(2).
       01 WS-FP-RETRY-COUNT         PIC 9(2).
       01 WS-FP-WRITE-OK            PIC X(1).
       01 WS-VD-PAYMENT-TYPE        PIC X(10) VALUE "EXTERNAL".
       01 WS-VD-CAPTURE-DATE        PIC 9(8).
       01 WS-VD-CAPTURE-TIME        PIC 9(6).
       01 WS-VALUE-DATE             PIC 9(8).
       01 WS-VALUE-REASON           PIC X(1).
       COPY "CarryForwardRecord.cpy".

       PROCEDURE DIVISION.
       START-BATCH.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           DISPLAY "Batch run complete: " WS-RECORD-COUNT
               " record(s), " WS-SKIPPED-COUNT
               " already done, " WS-SUCCESS-COUNT " applied, "
               WS-CARRIED-COUNT " carried forward, "
               WS-FAILURE-COUNT " rejected.".
           GOBACK.

           CLOSE CHECKPOINT-FILE.

       PROCESS-BATCH-RECORD.
           MOVE "N" TO WS-RECORD-CARRIED.
           PERFORM LOAD-FROM-ACCOUNT.
           IF WS-ACCOUNT-FILE-STATUS NOT = "00"
               DISPLAY "Batch record " WS-RECORD-COUNT
                       MOVE RC-INVALID-AMOUNT TO ERROR-CODE
                       PERFORM WRITE-REJECT-LOG
               END-EVALUATE
               EVALUATE TRUE
                   WHEN WS-RECORD-CARRIED = "Y"
                       ADD 1 TO WS-CARRIED-COUNT
                   WHEN ERROR-CODE = RC-SUCCESS
                       ADD 1 TO WS-SUCCESS-COUNT
                   WHEN OTHER
                       DISPLAY "Batch record " WS-RECORD-COUNT
                           " rejected, reason code " ERROR-CODE
                       ADD 1 TO WS-FAILURE-COUNT
               END-EVALUATE
           END-IF.

      * An EXTERNAL record is a transfer whose credit side lives at
                   PERFORM WRITE-REJECT-LOG
                   GO TO PROCESS-EXTERNAL-RECORD-EXIT
               END-IF
      *        A payment captured after its cut-off, or on a day the
      *        clearing network is shut, does not go out tonight: it
      *        is warehoused for its value date and released then by
      *        FuturePaymentRelease, which debits the customer on that
      *        day rather than this one.
               PERFORM FIND-EXTERNAL-VALUE-DATE
               IF WS-VALUE-DATE > WS-TODAY
                   PERFORM CARRY-EXTERNAL-FORWARD
                   GO TO PROCESS-EXTERNAL-RECORD-EXIT
               END-IF
           END-IF.
           IF WS-RECORD-COUNT = WS-PENDING-RECORD AND
               WS-PENDING-STAGE = "F"
       PROCESS-EXTERNAL-RECORD-EXIT.
           EXIT.

       FIND-EXTERNAL-VALUE-DATE.
           IF BATCH-CAPTURE-DATE IS NUMERIC
               AND BATCH-CAPTURE-DATE > 0
               MOVE BATCH-CAPTURE-DATE TO WS-VD-CAPTURE-DATE
               IF BATCH-CAPTURE-TIME IS NUMERIC
                   MOVE BATCH-CAPTURE-TIME TO WS-VD-CAPTURE-TIME
               ELSE
                   MOVE 0 TO WS-VD-CAPTURE-TIME
               END-IF
           ELSE
               MOVE WS-TODAY TO WS-VD-CAPTURE-DATE
               MOVE 0 TO WS-VD-CAPTURE-TIME
           END-IF.
           CALL "ValueDate" USING WS-VD-PAYMENT-TYPE WS-FROM-CURRENCY
               WS-VD-CAPTURE-DATE WS-VD-CAPTURE-TIME WS-TODAY
               WS-VALUE-DATE WS-VALUE-REASON.

      * The held-over payment keeps type BATCHEXT so the release
      * knows it came from the feed, not from a directory
      * beneficiary chosen at the counter or on the web.
       CARRY-EXTERNAL-FORWARD.
           OPEN I-O FUTURE-PAYMENT-FILE.
           IF WS-FUTURE-PAYMENT-FILE-STATUS = "35"
               OPEN OUTPUT FUTURE-PAYMENT-FILE
               CLOSE FUTURE-PAYMENT-FILE
               OPEN I-O FUTURE-PAYMENT-FILE
           END-IF.
           MOVE BATCH-FROM-ACCT-ID TO FP-FROM-ACCT-ID.
           MOVE 0 TO FP-TO-ACCT-ID.
           MOVE BATCH-EXT-ACCT-ID TO FP-EXT-ACCT-ID.
           MOVE "BATCHEXT" TO FP-TXN-TYPE.
           MOVE BATCH-AMOUNT TO FP-AMOUNT.
           MOVE WS-VALUE-DATE TO FP-EXEC-DATE.
           MOVE WS-VD-CAPTURE-DATE TO FP-CAPTURE-DATE.
           MOVE BATCH-CATEGORY TO FP-CATEGORY.
           MOVE "P" TO FP-STATUS.
           MOVE 0 TO FP-FAIL-REASON.
           ACCEPT FP-ID FROM TIME.
           MOVE 0 TO WS-FP-RETRY-COUNT.
           MOVE "N" TO WS-FP-WRITE-OK.
           PERFORM UNTIL WS-FP-WRITE-OK = "Y"
               OR WS-FP-RETRY-COUNT >= 10
               WRITE FUTURE-PAYMENT-RECORD
                   INVALID KEY
                       ADD 1 TO WS-FP-RETRY-COUNT
                       ADD 1 TO FP-ID
                   NOT INVALID KEY
                       MOVE "Y" TO WS-FP-WRITE-OK
               END-WRITE
           END-PERFORM.
           CLOSE FUTURE-PAYMENT-FILE.
           IF WS-FP-WRITE-OK NOT = "Y"
               DISPLAY "Batch record " WS-RECORD-COUNT
                   ": unable to hold payment over to "
                   WS-VALUE-DATE "."
               MOVE RC-CONCURRENT-UPDATE TO ERROR-CODE
               PERFORM WRITE-REJECT-LOG
           ELSE
               MOVE RC-SUCCESS TO ERROR-CODE
               MOVE "Y" TO WS-RECORD-CARRIED
               DISPLAY "Batch record " WS-RECORD-COUNT
                   ": held over as payment " FP-ID
                   ", value date " WS-VALUE-DATE "."
               MOVE "BatchTransferDriver" TO CFW-PROGRAM
               MOVE WS-VD-PAYMENT-TYPE TO CFW-PAYMENT-TYPE
               MOVE FP-ID TO CFW-REFERENCE
               MOVE BATCH-FROM-ACCT-ID TO CFW-FROM-ACCT-ID
               MOVE BATCH-EXT-ACCT-ID TO CFW-PAYEE
               MOVE BATCH-AMOUNT TO CFW-AMOUNT
               MOVE WS-FROM-CURRENCY TO CFW-CURRENCY
               MOVE WS-TODAY TO CFW-REQUEST-DATE
               MOVE WS-VALUE-DATE TO CFW-VALUE-DATE
               MOVE WS-VALUE-REASON TO CFW-REASON
               CALL "CarryForwardLog" USING CARRY-FORWARD-RECORD
           END-IF.

       WRITE-SETTLEMENT-RECORD.
           MOVE SPACES TO WS-SETTLEMENT-FILE-NAME.
           STRING "OUTS" WS-TODAY ".DAT"
