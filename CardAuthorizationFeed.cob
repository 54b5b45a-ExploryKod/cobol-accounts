      * reason - the key CardSettlementMatch later uses - and an
      * expiry a week after the authorization date, so an auth the
      * merchant never settles lapses on its own through the nightly
      * HoldExpirySweep. Items naming an unknown or closed account,
      * on a card blocked by the fraud team, or breaching a fraud
      * velocity rule (which also freezes the account - see
      * VelocityCheck) go to CARDEXCP.RPT with no hold placed.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           COPY "CardAuthFileControl.cpy".
           COPY "HoldFileControl.cpy".
           COPY "AccountFileControl.cpy".
           COPY "CardBlockFileControl.cpy".
           SELECT CARD-EXCEPTIONS ASSIGN TO "CARDEXCP.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CARD-EXCEPTIONS-STATUS.
           COPY "HoldRecord.cpy".
       FD  ACCOUNT-MASTER-FILE.
           COPY "AccountRecord.cpy".
       FD  CARD-BLOCK-FILE.
           COPY "CardBlockRecord.cpy".
       FD  CARD-EXCEPTIONS.
       01 CARD-EXCEPTION-LINE        PIC X(100).

       01 WS-HOLDS-FILE-STATUS      PIC X(2).
       01 WS-ACCOUNT-FILE-STATUS    PIC X(2).
       01 WS-CARD-EXCEPTIONS-STATUS PIC X(2).
       01 WS-CARD-BLOCK-STATUS      PIC X(2).
       01 WS-CARD-BLOCKED           PIC X(1).
       01 WS-VEL-KIND               PIC X(1) VALUE "C".
       01 WS-VEL-CURRENCY           PIC X(3).
       01 WS-VEL-CHANNEL            PIC X(25)
           VALUE "CardAuthorizationFeed".
       01 WS-VEL-DATE               PIC 9(8).
       01 WS-VEL-TIME               PIC 9(6).
       01 WS-VEL-RESULT             PIC X(1).
       01 WS-VEL-RULE-ID            PIC X(4).
       01 WS-EOF-AUTHS              PIC X(1) VALUE "N".
       01 WS-TODAY                  PIC 9(8).
       01 WS-AUTH-COUNT             PIC 9(5) VALUE 0.
                       MOVE "unknown account" TO
                           WS-EXCEPTION-REASON
                       PERFORM WRITE-CARD-EXCEPTION
                   WHEN ACCT-STATUS = "F"
                       MOVE "account frozen" TO
                           WS-EXCEPTION-REASON
                       PERFORM WRITE-CARD-EXCEPTION
                   WHEN ACCT-STATUS = "C"
                       MOVE "account closed" TO
                           WS-EXCEPTION-REASON
                       PERFORM WRITE-CARD-EXCEPTION
                   WHEN OTHER
                       PERFORM CHECK-CARD-BLOCK
                       IF WS-CARD-BLOCKED = "Y"
                           MOVE "card blocked" TO
                               WS-EXCEPTION-REASON
                           PERFORM WRITE-CARD-EXCEPTION
                       ELSE
                           PERFORM CHECK-AUTH-VELOCITY
                           IF WS-VEL-RESULT = "Y"
                               PERFORM WRITE-AUTH-HOLD
                           ELSE
                               MOVE SPACES TO WS-EXCEPTION-REASON
                               STRING "velocity rule " WS-VEL-RULE-ID
                                   ", acct frozen"
                                   DELIMITED BY SIZE
                                   INTO WS-EXCEPTION-REASON
                               PERFORM WRITE-CARD-EXCEPTION
                           END-IF
                       END-IF
               END-EVALUATE
           END-IF.

       CHECK-CARD-BLOCK.
           MOVE "N" TO WS-CARD-BLOCKED.
           OPEN INPUT CARD-BLOCK-FILE.
           IF WS-CARD-BLOCK-STATUS = "00"
               MOVE CA-ACCT-ID TO CB-ACCT-ID
               READ CARD-BLOCK-FILE
                   INVALID KEY
                       CONTINUE
               END-READ
               IF WS-CARD-BLOCK-STATUS = "00" AND CB-STATUS = "B"
                   MOVE "Y" TO WS-CARD-BLOCKED
               END-IF
               CLOSE CARD-BLOCK-FILE
           END-IF.

      * The authorization's own time drives the velocity window, so
      * a file fed in late still shows auths minutes apart.
       CHECK-AUTH-VELOCITY.
           IF CA-CURRENCY = SPACES
               MOVE ACCT-CURRENCY TO WS-VEL-CURRENCY
           ELSE
               MOVE CA-CURRENCY TO WS-VEL-CURRENCY
           END-IF.
           IF CA-TIME IS NUMERIC AND CA-DATE IS NUMERIC
               MOVE CA-DATE TO WS-VEL-DATE
               MOVE CA-TIME TO WS-VEL-TIME
           ELSE
               MOVE 0 TO WS-VEL-DATE
               MOVE 0 TO WS-VEL-TIME
           END-IF.
           CALL "VelocityCheck" USING CA-ACCT-ID WS-VEL-KIND
               CA-AMOUNT WS-VEL-CURRENCY WS-VEL-CHANNEL
               WS-VEL-DATE WS-VEL-TIME WS-VEL-RESULT WS-VEL-RULE-ID.

      * Hold ids are keyed by hand on the maintenance screen, so the
      * feed generates its own from the time of day and walks
      * forward over any collision - the same trick Transfer uses
