       FILE-CONTROL.
           COPY "StandingOrderFileControl.cpy".
           COPY "MaintAuditFileControl.cpy".
           COPY "AccountFileControl.cpy".

       DATA DIVISION.
       FILE SECTION.
       FD  MAINT-AUDIT-FILE.
           COPY "MaintAuditRecord.cpy".

       FD  ACCOUNT-MASTER-FILE.
           COPY "AccountRecord.cpy".

       WORKING-STORAGE SECTION.
       COPY "ReasonCodes.cpy".
       01 WS-STANDING-ORDER-FILE-STATUS PIC X(2).
       01 WS-ACCOUNT-FILE-STATUS  PIC X(2).
       01 WS-TODAY                PIC 9(8).
       01 USER-CHOICE             PIC X(1).
       01 END-PROG                PIC 9(1) VALUE 0.
       01 WS-SIGNON-OPERATOR-ID   PIC X(8).
       01 WS-SIGNON-LEVEL         PIC 9(1).
       01 WS-MAINT-AUDIT-FILE-STATUS PIC X(2).
       01 WS-TIME-NOW            PIC 9(8).
       01 WS-AUDIT-ACTION         PIC X(20).
       01 WS-AUDIT-KEY            PIC X(8).
       01 WS-AUDIT-BEFORE         PIC X(40).
       01 WS-AUDIT-AFTER          PIC X(40).
       01 WS-CHECK-ACCT-ID        PIC 9(5).
       01 WS-CHECK-RESULT         PIC X(1).
       01 WS-VD-PAYMENT-TYPE      PIC X(10) VALUE "STANDORD".
       01 WS-VD-CURRENCY          PIC X(3) VALUE SPACES.
       01 WS-VD-CAPTURE-TIME      PIC 9(6).
       01 WS-REQUEST-DATE         PIC 9(8).
       01 WS-VALUE-DATE           PIC 9(8).
       01 WS-VALUE-REASON         PIC X(1).
       COPY "CarryForwardRecord.cpy".

       PROCEDURE DIVISION.
       START-PROGRAM.
                       " fails its check digit."
                   GO TO CREATE-STANDING-ORDER-DONE
               END-IF
               PERFORM LOAD-SOURCE-CURRENCY
               DISPLAY "Enter destination account id: "
               ACCEPT SO-TO-ACCT-ID
               MOVE SO-TO-ACCT-ID TO WS-CHECK-ACCT-ID
               IF SO-ROLL-DIRECTION NOT = "B"
                   MOVE "F" TO SO-ROLL-DIRECTION
               END-IF
      *        A first run asked for today only happens today when
      *        the order is set up before the standing-order cut-off
      *        on a business day; later first runs roll by the
      *        order's own rule when they fall due.
               MOVE SO-NEXT-RUN-DATE TO WS-REQUEST-DATE
               MOVE SO-NEXT-RUN-DATE TO WS-VALUE-DATE
               IF SO-NEXT-RUN-DATE <= WS-TODAY
                   ACCEPT WS-TIME-NOW FROM TIME
                   MOVE WS-TIME-NOW (1:6) TO WS-VD-CAPTURE-TIME
                   CALL "ValueDate" USING WS-VD-PAYMENT-TYPE
                       WS-VD-CURRENCY WS-TODAY WS-VD-CAPTURE-TIME
                       WS-REQUEST-DATE WS-VALUE-DATE WS-VALUE-REASON
                   MOVE WS-VALUE-DATE TO SO-NEXT-RUN-DATE
               END-IF
               DISPLAY "Enter category code for the payments "
                   "(blank for none): "
               ACCEPT SO-CATEGORY
                   NOT INVALID KEY
                       DISPLAY "Standing order " SO-ID
                           " created, first run " SO-NEXT-RUN-DATE
                       IF WS-VALUE-DATE > WS-REQUEST-DATE
                           DISPLAY "Captured after the cut-off or on "
                               "a non-business day; first run moved "
                               "from " WS-REQUEST-DATE "."
                           PERFORM LOG-CARRIED-FORWARD
                       END-IF
                       MOVE "CREATE ORDER" TO WS-AUDIT-ACTION
                       MOVE SO-ID TO WS-AUDIT-KEY
                       MOVE SPACES TO WS-AUDIT-BEFORE
               END-REWRITE
           END-IF.

      * The order pays out in its source account's currency, and
      * that currency's calendar and cut-off set its value date.
       LOAD-SOURCE-CURRENCY.
           MOVE SPACES TO WS-VD-CURRENCY.
           OPEN INPUT ACCOUNT-MASTER-FILE.
           IF WS-ACCOUNT-FILE-STATUS = "00"
               MOVE SO-FROM-ACCT-ID TO ACCT-ID
               READ ACCOUNT-MASTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE ACCT-CURRENCY TO WS-VD-CURRENCY
               END-READ
               CLOSE ACCOUNT-MASTER-FILE
           END-IF.

       LOG-CARRIED-FORWARD.
           MOVE "StandingOrderMaintenance" TO CFW-PROGRAM.
           MOVE WS-VD-PAYMENT-TYPE TO CFW-PAYMENT-TYPE.
           MOVE SO-ID TO CFW-REFERENCE.
           MOVE SO-FROM-ACCT-ID TO CFW-FROM-ACCT-ID.
           MOVE SO-TO-ACCT-ID TO CFW-PAYEE.
           MOVE SO-AMOUNT TO CFW-AMOUNT.
           MOVE WS-VD-CURRENCY TO CFW-CURRENCY.
           MOVE WS-REQUEST-DATE TO CFW-REQUEST-DATE.
           MOVE WS-VALUE-DATE TO CFW-VALUE-DATE.
           MOVE WS-VALUE-REASON TO CFW-REASON.
           CALL "CarryForwardLog" USING CARRY-FORWARD-RECORD.

       WRITE-AUDIT-RECORD.
           OPEN EXTEND MAINT-AUDIT-FILE.
           IF WS-MAINT-AUDIT-FILE-STATUS = "35"
               OPEN OUTPUT MAINT-AUDIT-FILE
           END-IF.
           ACCEPT AUD-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-TIME-NOW FROM TIME.
           MOVE WS-TIME-NOW (1:6) TO AUD-TIME.
           MOVE WS-SIGNON-OPERATOR-ID TO AUD-OPERATOR-ID.
           MOVE "StandingOrderMaintenance" TO AUD-PROGRAM.
           MOVE WS-AUDIT-ACTION TO AUD-ACTION.
