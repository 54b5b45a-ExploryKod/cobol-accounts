       IDENTIFICATION DIVISION.
       PROGRAM-ID. CarryForwardLog.

      ******************************************************************
      * Appends one record to CARRYFWD.DAT for a payment that ValueDate
      * has moved to a later value date than the day it asked for.
      * The caller fills its own copy of CarryForwardRecord.cpy (all
      * but the log date and time, stamped here) and passes it; the
      * nightly CarryForwardReport lists the day's records.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "CarryForwardFileControl.cpy".

       DATA DIVISION.
       FILE SECTION.
       FD  CARRY-FORWARD-FILE.
           COPY "CarryForwardRecord.cpy".

       WORKING-STORAGE SECTION.
       01 WS-CARRY-FORWARD-STATUS PIC X(2).
       01 WS-TIME-NOW             PIC 9(8).

       LINKAGE SECTION.
       COPY "CarryForwardRecord.cpy"
           REPLACING LEADING ==CARRY== BY ==IN-CARRY==
                     LEADING ==CFW== BY ==IN-CFW==.

       PROCEDURE DIVISION USING IN-CARRY-FORWARD-RECORD.
           OPEN EXTEND CARRY-FORWARD-FILE.
           IF WS-CARRY-FORWARD-STATUS = "35"
               OPEN OUTPUT CARRY-FORWARD-FILE
           END-IF.
           IF WS-CARRY-FORWARD-STATUS NOT = "00"
               DISPLAY "Warning: unable to log carried-forward payment "
                   IN-CFW-REFERENCE ", status "
                   WS-CARRY-FORWARD-STATUS "."
               GOBACK
           END-IF.
           MOVE IN-CARRY-FORWARD-RECORD TO CARRY-FORWARD-RECORD.
           ACCEPT CFW-LOG-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-TIME-NOW FROM TIME.
           MOVE WS-TIME-NOW (1:6) TO CFW-LOG-TIME.
           WRITE CARRY-FORWARD-RECORD.
           CLOSE CARRY-FORWARD-FILE.
           GOBACK.
