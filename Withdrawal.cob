       WORKING-STORAGE SECTION.
       COPY "ReasonCodes.cpy".
       01 WS-LEDGER-FILE-STATUS PIC X(2).
       01 RESULT-BALANCE PIC 9(9)V99.
       01 WS-AVAILABLE-FLOOR PIC S9(9)V99.
       01 WS-REJECT-LOG-FILE-STATUS PIC X(2).
       01 WS-HOLDS-FILE-STATUS PIC X(2).
       01 WS-EOF-HOLDS       PIC X(1).
       01 WS-ACTIVE-HOLDS-TOTAL PIC 9(11)V99.
       01 WS-HOLDS-TODAY     PIC 9(8).
       01 WS-VEL-KIND        PIC X(1).
       01 WS-VEL-CHANNEL     PIC X(25) VALUE "Withdrawal".
       01 WS-VEL-DATE        PIC 9(8) VALUE 0.
       01 WS-VEL-TIME        PIC 9(6) VALUE 0.
       01 WS-VEL-CURRENCY    PIC X(3).
       01 WS-VEL-RESULT      PIC X(1).
       01 WS-VEL-RULE-ID     PIC X(4).

       LINKAGE SECTION.
       01 ACCOUNT-1-ID  PIC 9(5).
       01 ACCOUNT-1-BALANCE       PIC 9(9)V99.
       01 ACCOUNT-1-STATUS        PIC X(1).
       01 AMOUNT                  PIC 9(9)V99.
       01 ACCOUNT-1-DAILY-LIMIT   PIC 9(9)V99.
       01 ACCOUNT-1-TXN-LIMIT     PIC 9(9)V99.
       01 ACCOUNT-1-DAILY-TOTAL   PIC 9(9)V99.
       01 ACCOUNT-1-MIN-BALANCE   PIC 9(9)V99.
       01 ACCOUNT-1-OVERDRAFT-LIMIT PIC 9(9)V99.
       01 TXN-CATEGORY PIC X(4).
      *    Optional category code stamped on the ledger entry;
      *    spaces when the caller captured none.
               PERFORM WRITE-REJECT-LOG
               GOBACK
           END-IF.
           MOVE "W" TO WS-VEL-KIND.
           MOVE SPACES TO WS-VEL-CURRENCY.
           CALL "VelocityCheck" USING ACCOUNT-1-ID WS-VEL-KIND
               AMOUNT WS-VEL-CURRENCY WS-VEL-CHANNEL
               WS-VEL-DATE WS-VEL-TIME WS-VEL-RESULT WS-VEL-RULE-ID.
           IF WS-VEL-RESULT NOT = "Y"
               DISPLAY "Error: account " ACCOUNT-1-ID " frozen "
                   "by velocity rule " WS-VEL-RULE-ID "."
               MOVE "F" TO ACCOUNT-1-STATUS
               MOVE RC-VELOCITY-BREACH TO ERROR-CODE
               PERFORM WRITE-REJECT-LOG
               GOBACK
           END-IF.
           DISPLAY "Withdrawing " AMOUNT " from account " ACCOUNT-1-ID.

           PERFORM SUM-ACTIVE-HOLDS.
