       01 WS-PENDING-TRANSFER-FILE-STATUS PIC X(2).
       01 WS-PENDING-RETRY-COUNT PIC 9(2).
       01 WS-PENDING-WRITE-OK PIC X(1).
       01 RESULT-ACCOUNT-1-BALANCE PIC 9(9)V99.
       01 RESULT-ACCOUNT-2-BALANCE PIC 9(9)V99.
       01 WS-AVAILABLE-FLOOR PIC S9(9)V99.
       01 WS-EXCHANGE-RATE-FILE-STATUS PIC X(2).
       01 WS-EOF-RATES       PIC X(1).
       01 WS-RATE-FOUND      PIC X(1).
       01 WS-USED-RATE       PIC 9(3)V9(6).
       01 WS-CONVERTED-AMOUNT PIC 9(9)V99.
       01 WS-TRANSFER-DATE   PIC 9(8).
       01 WS-NEW-TXN-REF     PIC 9(14).
       01 WS-REJECT-LOG-FILE-STATUS PIC X(2).
       01 WS-HOLDS-FILE-STATUS PIC X(2).
       01 WS-EOF-HOLDS       PIC X(1).
       01 WS-ACTIVE-HOLDS-TOTAL PIC 9(11)V99.
       01 WS-HOLDS-TODAY     PIC 9(8).
       01 WS-VEL-KIND        PIC X(1).
       01 WS-VEL-CHANNEL     PIC X(25) VALUE "Transfer".
       01 WS-VEL-DATE        PIC 9(8) VALUE 0.
       01 WS-VEL-TIME        PIC 9(6) VALUE 0.
       01 WS-VEL-RESULT      PIC X(1).
       01 WS-VEL-RULE-ID     PIC X(4).

       LINKAGE SECTION.
       01 ACCOUNT-1-ID  PIC 9(5).
       01 ACCOUNT-2-ID  PIC 9(5).

       01 ACCOUNT-1-BALANCE PIC 9(9)V99.
       01 ACCOUNT-2-BALANCE PIC 9(9)V99.
       01 ACCOUNT-1-STATUS   PIC X(1).
       01 ACCOUNT-2-STATUS   PIC X(1).
       01 ACCOUNT-1-CURRENCY PIC X(3).
       01 ACCOUNT-2-CURRENCY PIC X(3).
       01 AMOUNT             PIC 9(9)V99.
       01 ACCOUNT-1-DAILY-LIMIT PIC 9(9)V99.
       01 ACCOUNT-1-TXN-LIMIT   PIC 9(9)V99.
       01 ACCOUNT-1-DAILY-TOTAL PIC 9(9)V99.
       01 ACCOUNT-1-MIN-BALANCE PIC 9(9)V99.
       01 ACCOUNT-1-OVERDRAFT-LIMIT PIC 9(9)V99.
       01 ACCOUNT-1-APPROVAL-THRESHOLD PIC 9(9)V99.
       01 TXN-CATEGORY       PIC X(4).
      *    Optional category code stamped on the ledger entries;
      *    spaces when the caller captured none.
               PERFORM WRITE-REJECT-LOG
               GOBACK
           END-IF.
      *    Velocity rules are checked once, at capture; a pending
      *    transfer released by a supervisor is not checked again.
           IF PT-APPROVED NOT = "Y"
               MOVE "T" TO WS-VEL-KIND
               CALL "VelocityCheck" USING ACCOUNT-1-ID WS-VEL-KIND
                   AMOUNT ACCOUNT-1-CURRENCY WS-VEL-CHANNEL
                   WS-VEL-DATE WS-VEL-TIME WS-VEL-RESULT
                   WS-VEL-RULE-ID
               IF WS-VEL-RESULT NOT = "Y"
                   DISPLAY "Error: account " ACCOUNT-1-ID " frozen "
                       "by velocity rule " WS-VEL-RULE-ID "."
                   MOVE "F" TO ACCOUNT-1-STATUS
                   MOVE RC-VELOCITY-BREACH TO ERROR-CODE
                   PERFORM WRITE-REJECT-LOG
                   GOBACK
               END-IF
           END-IF.
           IF AMOUNT > ACCOUNT-1-APPROVAL-THRESHOLD AND
               PT-APPROVED NOT = "Y"
               PERFORM CREATE-PENDING-TRANSFER
