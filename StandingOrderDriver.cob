       IDENTIFICATION DIVISION.
       PROGRAM-ID. StandingOrderDriver.

      ******************************************************************
      * Nightly standing order run. Walks STANDORD.DAT in order id
      * sequence and pays every active order due today (rolled to a
      * business day), retrying failed orders until their allowance
      * is used up. The id of the last order fully dealt with is kept
      * on the restart checkpoint SOCKPT.DAT, so a rerun after a
      * failure partway through skips the orders already paid or
      * failed instead of paying or retrying them a second time; a
      * run that reaches the end of the file resets the checkpoint.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FAILED-ORDERS-REPORT ASSIGN TO "SOFAIL.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FAILED-REPORT-STATUS.
           SELECT CHECKPOINT-FILE ASSIGN TO "SOCKPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHECKPOINT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
           COPY "RejectLogRecord.cpy".
       FD  FAILED-ORDERS-REPORT.
       01 FAILED-REPORT-LINE         PIC X(90).
       FD  CHECKPOINT-FILE.
           COPY "CheckpointRecord.cpy".

       WORKING-STORAGE SECTION.
       COPY "ReasonCodes.cpy".
           VALUE "StandingOrderDriver".
       01 WS-FAILED-REPORT-STATUS       PIC X(2).
       01 WS-EXHAUSTED-COUNT            PIC 9(5) VALUE 0.
       01 WS-CHECKPOINT-FILE-STATUS     PIC X(2).
       01 WS-RESUME-AFTER               PIC 9(5) VALUE 0.
       01 WS-SKIPPED-COUNT              PIC 9(5) VALUE 0.
       01 WS-XFER-AMOUNT                PIC 9(9)V99.
       01 WS-JOURNAL-PROGRAM PIC X(25) VALUE "StandingOrderDriver".
       01 WS-JOURNAL-BEFORE  PIC X(250).
       01 WS-JOURNAL-AFTER   PIC X(250).

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

       01 WS-TO-BALANCE             PIC 9(9)V99.
       01 WS-TO-STATUS              PIC X(1).
       01 WS-TO-CURRENCY            PIC X(3).
       01 WS-TO-VERSION             PIC 9(9).
       START-DRIVER.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           DISPLAY "Standing order run starting.".
           PERFORM LOAD-CHECKPOINT.
      *    A resumed run adds to the failures the failed run already
      *    reported rather than losing them.
           MOVE SPACES TO FAILED-REPORT-LINE.
           IF WS-RESUME-AFTER > 0
               OPEN EXTEND FAILED-ORDERS-REPORT
               STRING "FAILED STANDING ORDERS " WS-TODAY
                   ", RESUMED AFTER ORDER " WS-RESUME-AFTER
                   DELIMITED BY SIZE INTO FAILED-REPORT-LINE
           ELSE
               OPEN OUTPUT FAILED-ORDERS-REPORT
               STRING "FAILED STANDING ORDERS " WS-TODAY
                   DELIMITED BY SIZE INTO FAILED-REPORT-LINE
           END-IF.
           WRITE FAILED-REPORT-LINE.
           OPEN I-O STANDING-ORDER-FILE.
           IF WS-STANDING-ORDER-FILE-STATUS NOT = "00"
                           MOVE "Y" TO WS-EOF-ORDERS
                       NOT AT END
                           ADD 1 TO WS-ORDER-COUNT
                           IF SO-ID <= WS-RESUME-AFTER
                               ADD 1 TO WS-SKIPPED-COUNT
                           ELSE
                               PERFORM RUN-ONE-ORDER
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ACCOUNT-MASTER-FILE
               IF RETURN-CODE = 0
                   PERFORM CLEAR-CHECKPOINT
               END-IF
           END-IF.
           CLOSE STANDING-ORDER-FILE.
           CLOSE FAILED-ORDERS-REPORT.
           DISPLAY "Standing order run complete: " WS-ORDER-COUNT
               " order(s) seen, " WS-SKIPPED-COUNT " already done, "
               WS-RUN-COUNT " applied, "
               WS-PENDING-COUNT " awaiting approval, "
               WS-FAILURE-COUNT " rejected, " WS-EXHAUSTED-COUNT
               " order(s) marked failed.".
           GOBACK.

       RUN-ONE-ORDER.
           IF SO-STATUS = "A"
               PERFORM ROLL-DUE-DATE-TO-BUSINESS-DAY
               IF WS-EFFECTIVE-DUE <= WS-TODAY
                   PERFORM PROCESS-DUE-ORDER
                       THRU PROCESS-DUE-ORDER-DONE
                   PERFORM SAVE-CHECKPOINT
               END-IF
           END-IF.

       LOAD-CHECKPOINT.
           OPEN INPUT CHECKPOINT-FILE.
           IF WS-CHECKPOINT-FILE-STATUS = "00"
               READ CHECKPOINT-FILE
                   AT END
                       CONTINUE
               END-READ
               IF WS-CHECKPOINT-FILE-STATUS = "00"
                   MOVE CKPT-LAST-COMPLETED TO WS-RESUME-AFTER
                   IF WS-RESUME-AFTER > 0
                       DISPLAY "Resuming after order " WS-RESUME-AFTER
                           " per checkpoint."
                   END-IF
               END-IF
               CLOSE CHECKPOINT-FILE
           END-IF.

      * Written after every due order once it is fully dealt with -
      * paid, filed for approval or failed, and its order record
      * rewritten - so a restart resumes at the next order id.
       SAVE-CHECKPOINT.
           MOVE SO-ID TO CKPT-LAST-COMPLETED.
           MOVE 0 TO CKPT-PENDING-RECORD.
           MOVE SPACE TO CKPT-PENDING-STAGE.
           MOVE 0 TO CKPT-PENDING-AMOUNT.
           OPEN OUTPUT CHECKPOINT-FILE.
           WRITE CHECKPOINT-RECORD.
           CLOSE CHECKPOINT-FILE.

      * The order file was walked to the end without an abort, so
      * nothing is left to resume: reset the checkpoint so the next
      * night starts with the first order.
       CLEAR-CHECKPOINT.
           MOVE 0 TO CKPT-LAST-COMPLETED.
           MOVE 0 TO CKPT-PENDING-RECORD.
           MOVE SPACE TO CKPT-PENDING-STAGE.
           MOVE 0 TO CKPT-PENDING-AMOUNT.
           OPEN OUTPUT CHECKPOINT-FILE.
           WRITE CHECKPOINT-RECORD.
           CLOSE CHECKPOINT-FILE.

       PROCESS-DUE-ORDER.
           PERFORM LOAD-FROM-ACCOUNT.
           IF WS-ACCOUNT-FILE-STATUS NOT = "00"
