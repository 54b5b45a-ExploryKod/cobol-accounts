      * and lifts nothing - a stop order is placed here and only
      * here, and the clearing flow refuses any cheque number never
      * issued, already paid, or stopped. Books and stops are never
      * deleted, so every past refusal stays explainable. The
      * customer is sent a letter for every book issued.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01 WS-SIGNON-OPERATOR-ID   PIC X(8).
       01 WS-SIGNON-LEVEL         PIC 9(1).
       01 WS-MAINT-AUDIT-FILE-STATUS PIC X(2).
       01 WS-TIME-NOW            PIC 9(8).
       01 WS-AUDIT-ACTION         PIC X(20).
       01 WS-AUDIT-KEY            PIC X(8).
       01 WS-AUDIT-BEFORE         PIC X(40).
       01 WS-TODAY                PIC 9(8).
       01 WS-EOF-BOOKS            PIC X(1).
       01 WS-LIST-ACCT-ID         PIC 9(5).
       01 WS-LETTER-PROGRAM       PIC X(25) VALUE "ChequeMaintenance".
       01 WS-LETTER-TYPE          PIC X(8) VALUE "CHQBOOK".
       01 WS-LETTER-AMOUNT        PIC 9(9)V99 VALUE 0.
       01 WS-LETTER-DETAIL        PIC X(40).

       PROCEDURE DIVISION.
       START-PROGRAM.
                       "-" CHB-END-NO
                       DELIMITED BY SIZE INTO WS-AUDIT-AFTER
                   PERFORM WRITE-AUDIT-RECORD
                   MOVE SPACES TO WS-LETTER-DETAIL
                   STRING "Cheques " CHB-START-NO " to " CHB-END-NO
                       DELIMITED BY SIZE INTO WS-LETTER-DETAIL
                   CALL "LetterRequest" USING WS-LETTER-PROGRAM
                       WS-LETTER-TYPE CHB-ACCT-ID WS-LETTER-AMOUNT
                       CHB-ISSUE-DATE WS-LETTER-DETAIL
           END-WRITE.

       ISSUE-CHEQUE-BOOK-DONE.
               OPEN OUTPUT MAINT-AUDIT-FILE
           END-IF.
           ACCEPT AUD-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-TIME-NOW FROM TIME.
           MOVE WS-TIME-NOW (1:6) TO AUD-TIME.
           MOVE WS-SIGNON-OPERATOR-ID TO AUD-OPERATOR-ID.
           MOVE "ChequeMaintenance" TO AUD-PROGRAM.
           MOVE WS-AUDIT-ACTION TO AUD-ACTION.
