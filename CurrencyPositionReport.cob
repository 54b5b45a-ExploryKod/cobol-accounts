       FD  GL-SUMMARY-FILE.
           COPY "GlSummaryRecord.cpy".
       FD  FX-REPORT.
       01 FX-REPORT-LINE             PIC X(160).

       WORKING-STORAGE SECTION.
       01 WS-LEDGER-FILE-STATUS     PIC X(2).
       01 WS-POS-COUNT              PIC 9(2) VALUE 0.
       01 WS-POS-IDX                PIC 9(2).
       01 WS-WORK-CURRENCY          PIC X(3).
       01 WS-WORK-AMOUNT            PIC S9(15)V99.
       01 WS-ENTRY-CURRENCY         PIC X(3).
       01 WS-RATE-FOUND             PIC X(1).
       01 WS-USED-RATE              PIC 9(3)V9(6).
       01 WS-TODAY-VALUE            PIC S9(15)V99.
       01 WS-UNREALIZED             PIC S9(15)V99.
       01 WS-TOTAL-UNREALIZED       PIC S9(15)V99 VALUE 0.

       01 POSITION-TABLE.
           05 POSITION-ENTRY OCCURS 10 TIMES.
               10 POS-CURRENCY          PIC X(3).
               10 POS-OPENING           PIC S9(15)V99.
               10 POS-DELTA             PIC S9(15)V99.
               10 POS-LAST-RATE         PIC 9(3)V9(6).

       PROCEDURE DIVISION.
