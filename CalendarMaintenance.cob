       01 WS-SIGNON-OPERATOR-ID   PIC X(8).
       01 WS-SIGNON-LEVEL         PIC 9(1).
       01 WS-MAINT-AUDIT-FILE-STATUS PIC X(2).
       01 WS-TIME-NOW            PIC 9(8).
       01 WS-AUDIT-ACTION         PIC X(20).
       01 WS-AUDIT-KEY            PIC X(8).
       01 WS-AUDIT-BEFORE         PIC X(40).
               OPEN OUTPUT MAINT-AUDIT-FILE
           END-IF.
           ACCEPT AUD-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-TIME-NOW FROM TIME.
           MOVE WS-TIME-NOW (1:6) TO AUD-TIME.
           MOVE WS-SIGNON-OPERATOR-ID TO AUD-OPERATOR-ID.
           MOVE "CalendarMaintenance" TO AUD-PROGRAM.
           MOVE WS-AUDIT-ACTION TO AUD-ACTION.
