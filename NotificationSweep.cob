       PROGRAM-ID. NotificationSweep.

      ******************************************************************
      * Nightly notifications batch. Walks the account master and,
      * for every account with something to report, reads the
      * customers linked to it (AccountHolders, then by key) and
      * generates one ALERTS.DAT record per event each customer
      * asked to hear about: a linked account below its minimum
      * balance, a single movement above the customer's own
      * threshold, a standing order the driver rejected today, and
      * a deposit or clearing credit landing. Which alerts a
      * customer gets is selectable per customer through
      * CustomerMaintenance; the file goes to the messaging bureau
      * each morning.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01 WS-REJECT-LOG-FILE-STATUS PIC X(2).
       01 WS-ALERTS-FILE-STATUS     PIC X(2).
       01 WS-EOF-FLAG               PIC X(1).
       01 WS-EOF-ACCOUNTS           PIC X(1) VALUE "N".
       01 WS-TODAY                  PIC 9(8).
       01 WS-HOLDER-COUNT           PIC 9(2).
       01 WS-HOLDER-IDX             PIC 9(2).
       01 WS-HOLDER-TABLE.
           05 WS-HOLDER-ENTRY OCCURS 20 TIMES.
               10 WS-HOLDER-CUST-ID PIC 9(5).
               10 WS-HOLDER-ROLE    PIC X(1).
       01 WS-SCAN-IDX               PIC 9(4).
       01 WS-ALERT-COUNT            PIC 9(5) VALUE 0.
       01 WS-TXN-COUNT              PIC 9(4) VALUE 0.
               10 DAY-TXN-ACCT-ID       PIC 9(5).
               10 DAY-TXN-TYPE          PIC X(10).
               10 DAY-TXN-DIRECTION     PIC X(6).
               10 DAY-TXN-AMOUNT        PIC 9(9)V99.

       01 SOFAIL-TABLE.
           05 SOFAIL-ACCT-ID OCCURS 100 TIMES PIC 9(5).

      *    "Y" for every account with a movement or a rejected
      *    standing order today, so only those accounts (and the
      *    ones below their minimum) have their holders read.
       01 WS-EVENT-TABLE.
           05 WS-EVENT-FLAG             PIC X(1) OCCURS 99999 TIMES.

       PROCEDURE DIVISION.
       START-SWEEP.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           DISPLAY "Notification sweep for " WS-TODAY ".".
           MOVE SPACES TO WS-EVENT-TABLE.
           PERFORM LOAD-TODAYS-LEDGER.
           PERFORM LOAD-TODAYS-SO-FAILURES.
           OPEN INPUT ACCOUNT-MASTER-FILE.
           IF WS-ACCOUNT-FILE-STATUS NOT = "00"
               DISPLAY "No account file; nothing to notify."
               GOBACK
           END-IF.
           OPEN INPUT CUSTOMER-FILE.
           IF WS-CUSTOMER-FILE-STATUS NOT = "00"
               DISPLAY "No customer file; nothing to notify."
               CLOSE ACCOUNT-MASTER-FILE
               GOBACK
           END-IF.
           OPEN EXTEND ALERTS-FILE.
           IF WS-ALERTS-FILE-STATUS = "35"
               OPEN OUTPUT ALERTS-FILE
           END-IF.
           MOVE LOW-VALUES TO ACCT-ID.
           START ACCOUNT-MASTER-FILE KEY IS NOT LESS THAN ACCT-ID
               INVALID KEY
                   MOVE "Y" TO WS-EOF-ACCOUNTS
           END-START.
           PERFORM UNTIL WS-EOF-ACCOUNTS = "Y"
               READ ACCOUNT-MASTER-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF-ACCOUNTS
                   NOT AT END
                       IF ACCT-ID > 0
                           AND (ACCT-BALANCE < ACCT-MIN-BALANCE
                               OR WS-EVENT-FLAG (ACCT-ID) = "Y")
                           PERFORM CHECK-ACCOUNT-HOLDERS
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ALERTS-FILE.
           CLOSE CUSTOMER-FILE.
           CLOSE ACCOUNT-MASTER-FILE.
           DISPLAY "Notification sweep complete: " WS-ALERT-COUNT
               " alert(s) written.".
           GOBACK.
                                       DAY-TXN-DIRECTION (WS-TXN-COUNT)
                                   MOVE LEDG-AMOUNT TO DAY-TXN-AMOUNT
                                       (WS-TXN-COUNT)
                                   IF LEDG-ACCT-ID > 0
                                       MOVE "Y" TO WS-EVENT-FLAG
                                           (LEDG-ACCT-ID)
                                   END-IF
                               END-IF
                           END-IF
                   END-READ
                               ADD 1 TO WS-SOFAIL-COUNT
                               MOVE REJ-ACCT-ID TO
                                   SOFAIL-ACCT-ID (WS-SOFAIL-COUNT)
                               IF REJ-ACCT-ID > 0
                                   MOVE "Y" TO WS-EVENT-FLAG
                                       (REJ-ACCT-ID)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE REJECT-LOG-FILE
           END-IF.

       CHECK-ACCOUNT-HOLDERS.
           CALL "AccountHolders" USING ACCT-ID
               WS-HOLDER-COUNT WS-HOLDER-TABLE.
           PERFORM VARYING WS-HOLDER-IDX FROM 1 BY 1
                   UNTIL WS-HOLDER-IDX > WS-HOLDER-COUNT
               MOVE WS-HOLDER-CUST-ID (WS-HOLDER-IDX) TO CUST-ID
               READ CUSTOMER-FILE
                   INVALID KEY
                       CONTINUE
               END-READ
               IF WS-CUSTOMER-FILE-STATUS = "00"
                   PERFORM CHECK-ONE-LINKED-ACCOUNT
               END-IF
           END-PERFORM.
