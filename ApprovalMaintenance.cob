       01 WS-SIGNON-OPERATOR-ID   PIC X(8).
       01 WS-SIGNON-LEVEL         PIC 9(1).
       01 WS-MAINT-AUDIT-FILE-STATUS PIC X(2).
       01 WS-TIME-NOW            PIC 9(8).
       01 WS-AUDIT-ACTION         PIC X(20).
       01 WS-AUDIT-KEY            PIC X(8).
       01 WS-AUDIT-BEFORE         PIC X(40).
       01 WS-AUDIT-AFTER          PIC X(40).
       01 WS-JOURNAL-PROGRAM PIC X(25) VALUE "ApprovalMaintenance".
       01 WS-JOURNAL-BEFORE  PIC X(250).
       01 WS-JOURNAL-AFTER   PIC X(250).
       01 WS-PT-APPROVED                  PIC X(1) VALUE "Y".
       01 ERROR-CODE                      PIC 9(2).

       01 WS-FROM-BALANCE           PIC 9(9)V99.
       01 WS-FROM-STATUS            PIC X(1).
       01 WS-FROM-DAILY-LIMIT       PIC 9(9)V99.
       01 WS-FROM-TXN-LIMIT         PIC 9(9)V99.
       01 WS-FROM-DAILY-TOTAL       PIC 9(9)V99.
       01 WS-FROM-MIN-BALANCE       PIC 9(9)V99.
       01 WS-FROM-OVERDRAFT-LIMIT   PIC 9(9)V99.
       01 WS-FROM-APPROVAL-THRESHOLD PIC 9(9)V99.
       01 WS-FROM-CURRENCY          PIC X(3).
       01 WS-FROM-VERSION           PIC 9(9).

       01 WS-TO-BALANCE             PIC 9(9)V99.
       01 WS-TO-STATUS              PIC X(1).
       01 WS-TO-CURRENCY            PIC X(3).
       01 WS-TO-VERSION             PIC 9(9).
               OPEN OUTPUT MAINT-AUDIT-FILE
           END-IF.
           ACCEPT AUD-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-TIME-NOW FROM TIME.
           MOVE WS-TIME-NOW (1:6) TO AUD-TIME.
           MOVE WS-SIGNON-OPERATOR-ID TO AUD-OPERATOR-ID.
           MOVE "ApprovalMaintenance" TO AUD-PROGRAM.
           MOVE WS-AUDIT-ACTION TO AUD-ACTION.
