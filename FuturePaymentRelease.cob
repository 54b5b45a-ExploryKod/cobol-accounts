      * the EXECUTION date stops the payment, whatever was true when
      * it was captured. An EXTERNAL payment debits the customer
      * into settlement suspense and goes out on the day's
      * settlement file exactly like an EXTERNAL batch record; so do
      * the BATCHEXT and PAYROLLEXT payments the batch driver and
      * the payroll run hold over to their value dates. A
      * released payment is marked "D"; a refused one is marked "E"
      * with the reason and logged - one-off payments are not
      * retried, the customer re-captures if they still want it.
      * A payment whose value date (ValueDate) has not arrived -
      * its execution date fell on a weekend or holiday, or this
      * run is on one - is left warehoused with its execution date
      * moved to the value date and logged as carried forward.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01 WS-RELEASED-COUNT         PIC 9(5) VALUE 0.
       01 WS-PENDING-COUNT          PIC 9(5) VALUE 0.
       01 WS-FAILED-COUNT           PIC 9(5) VALUE 0.
       01 WS-CARRIED-COUNT          PIC 9(5) VALUE 0.
       01 ERROR-CODE                PIC 9(2).
       01 WS-PT-APPROVED            PIC X(1) VALUE "N".
       01 WS-SUSPENSE-ACCT-ID       PIC 9(5) VALUE 99999.
       01 WS-SCREEN-RESULT          PIC X(1).
       01 WS-SCREEN-MATCHED         PIC X(30).
       01 WS-JOURNAL-PROGRAM PIC X(25) VALUE "FuturePaymentRelease".
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

       01 WS-VD-PAYMENT-TYPE        PIC X(10).
       01 WS-VD-CAPTURE-TIME        PIC 9(6) VALUE 0.
       01 WS-VALUE-DATE             PIC 9(8).
       01 WS-VALUE-REASON           PIC X(1).
       COPY "CarryForwardRecord.cpy".

       PROCEDURE DIVISION.
       START-RELEASE.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           DISPLAY "Future payment release complete: "
               WS-PAYMENT-COUNT " due, " WS-RELEASED-COUNT
               " released, " WS-PENDING-COUNT " awaiting approval, "
               WS-CARRIED-COUNT " carried forward, "
               WS-FAILED-COUNT " failed.".
           GOBACK.

       RELEASE-ONE-PAYMENT.
           PERFORM LOAD-FROM-ACCOUNT.
           IF WS-ACCOUNT-FILE-STATUS NOT = "00"
               MOVE SPACES TO WS-FROM-CURRENCY
           END-IF.
           IF FP-TXN-TYPE = "TRANSFER"
               MOVE "TRANSFER" TO WS-VD-PAYMENT-TYPE
           ELSE
               MOVE "EXTERNAL" TO WS-VD-PAYMENT-TYPE
           END-IF.
           CALL "ValueDate" USING WS-VD-PAYMENT-TYPE WS-FROM-CURRENCY
               FP-CAPTURE-DATE WS-VD-CAPTURE-TIME FP-EXEC-DATE
               WS-VALUE-DATE WS-VALUE-REASON.
           IF WS-VALUE-DATE > WS-TODAY
               PERFORM CARRY-PAYMENT-FORWARD
               GO TO RELEASE-ONE-PAYMENT-EXIT
           END-IF.
           IF FP-TXN-TYPE = "EXTERNAL" OR FP-TXN-TYPE = "BATCHEXT"
               OR FP-TXN-TYPE = "PAYROLLEXT"
               MOVE WS-SUSPENSE-ACCT-ID TO WS-CREDIT-ACCT-ID
      *        Sanctions screening before any money moves - the
      *        warehouse feeds the same settlement file the batch
               END-IF
      *        The beneficiary must still be good on the EXECUTION
      *        date - a directory entry cancelled after capture
      *        stops the payment here. A held-over batch payment
      *        never named a directory entry, as the feed does not.
               IF FP-TXN-TYPE = "BATCHEXT"
                   MOVE "Y" TO WS-BENEF-RESULT
               ELSE
                   CALL "BeneficiaryCheck" USING FP-FROM-ACCT-ID
                       FP-EXT-ACCT-ID WS-BENEF-RESULT
               END-IF
               IF WS-BENEF-RESULT NOT = "Y"
                   DISPLAY "Payment " FP-ID ": beneficiary not on "
                       "the directory"
                           END-IF
                           IF ERROR-CODE = RC-SUCCESS
                               IF FP-TXN-TYPE = "EXTERNAL"
                                   OR FP-TXN-TYPE = "BATCHEXT"
                                   OR FP-TXN-TYPE = "PAYROLLEXT"
                                   PERFORM WRITE-SETTLEMENT-RECORD
                               END-IF
                               MOVE "D" TO FP-STATUS
       RELEASE-ONE-PAYMENT-EXIT.
           EXIT.

       CARRY-PAYMENT-FORWARD.
           MOVE "FuturePaymentRelease" TO CFW-PROGRAM.
           MOVE WS-VD-PAYMENT-TYPE TO CFW-PAYMENT-TYPE.
           MOVE FP-ID TO CFW-REFERENCE.
           MOVE FP-FROM-ACCT-ID TO CFW-FROM-ACCT-ID.
           IF FP-TXN-TYPE = "TRANSFER"
               MOVE FP-TO-ACCT-ID TO CFW-PAYEE
           ELSE
               MOVE FP-EXT-ACCT-ID TO CFW-PAYEE
           END-IF.
           MOVE FP-AMOUNT TO CFW-AMOUNT.
           MOVE WS-FROM-CURRENCY TO CFW-CURRENCY.
           MOVE FP-EXEC-DATE TO CFW-REQUEST-DATE.
           MOVE WS-VALUE-DATE TO CFW-VALUE-DATE.
           MOVE WS-VALUE-REASON TO CFW-REASON.
           MOVE WS-VALUE-DATE TO FP-EXEC-DATE.
           PERFORM REWRITE-PAYMENT.
           CALL "CarryForwardLog" USING CARRY-FORWARD-RECORD.
           ADD 1 TO WS-CARRIED-COUNT.
           DISPLAY "Payment " FP-ID " carried forward to value date "
               WS-VALUE-DATE ".".

       MARK-PAYMENT-FAILED.
           MOVE "E" TO FP-STATUS.
           MOVE ERROR-CODE TO FP-FAIL-REASON.
