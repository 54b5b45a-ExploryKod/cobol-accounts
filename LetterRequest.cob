       IDENTIFICATION DIVISION.
       PROGRAM-ID. LetterRequest.

      ******************************************************************
      * Appends one customer letter request to LETTERRQ.DAT for the
      * nightly LetterPrintRun. CALLed by every program whose account
      * events warrant a letter; pass the caller's program name, the
      * letter type (LetterRequestRecord.cpy lists them), the
      * account, the amount and date the letter is about (zero when
      * it has none) and any detail text to merge as &DETAIL&.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "LetterRequestFileControl.cpy".

       DATA DIVISION.
       FILE SECTION.
       FD  LETTER-REQUEST-FILE.
           COPY "LetterRequestRecord.cpy".

       WORKING-STORAGE SECTION.
       01 WS-LETTER-REQUEST-STATUS PIC X(2).

       LINKAGE SECTION.
       01 LETTER-PROGRAM-NAME  PIC X(25).
       01 LETTER-TYPE          PIC X(8).
       01 LETTER-ACCT-ID       PIC 9(5).
       01 LETTER-AMOUNT        PIC 9(9)V99.
       01 LETTER-EVENT-DATE    PIC 9(8).
       01 LETTER-DETAIL        PIC X(40).

       PROCEDURE DIVISION USING LETTER-PROGRAM-NAME LETTER-TYPE
           LETTER-ACCT-ID LETTER-AMOUNT LETTER-EVENT-DATE
           LETTER-DETAIL.
           OPEN EXTEND LETTER-REQUEST-FILE.
           IF WS-LETTER-REQUEST-STATUS = "35"
               OPEN OUTPUT LETTER-REQUEST-FILE
           END-IF.
           IF WS-LETTER-REQUEST-STATUS NOT = "00"
               DISPLAY "Warning: unable to request " LETTER-TYPE
                   " letter for account " LETTER-ACCT-ID ", status "
                   WS-LETTER-REQUEST-STATUS "."
               GOBACK
           END-IF.
           MOVE LETTER-TYPE TO LRQ-TYPE.
           ACCEPT LRQ-REQUEST-DATE FROM DATE YYYYMMDD.
           MOVE LETTER-ACCT-ID TO LRQ-ACCT-ID.
           MOVE LETTER-AMOUNT TO LRQ-AMOUNT.
           MOVE LETTER-EVENT-DATE TO LRQ-EVENT-DATE.
           MOVE LETTER-DETAIL TO LRQ-DETAIL.
           MOVE LETTER-PROGRAM-NAME TO LRQ-PROGRAM.
           WRITE LETTER-REQUEST-RECORD.
           CLOSE LETTER-REQUEST-FILE.
           GOBACK.
