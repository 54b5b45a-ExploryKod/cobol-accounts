       01 WS-RECORD-COUNT           PIC 9(5) VALUE 0.
       01 WS-CLEAN-COUNT            PIC 9(5) VALUE 0.
       01 WS-REJECT-COUNT           PIC 9(5) VALUE 0.
       01 WS-HASH-TOTAL             PIC 9(15)V99 VALUE 0.
       01 WS-CLEAN-HASH             PIC 9(15)V99 VALUE 0.
       01 WS-REJECT-HASH            PIC 9(15)V99 VALUE 0.
       01 WS-EDIT-FAULT             PIC X(40).
       01 WS-SUSPENSE-ACCT-ID       PIC 9(5) VALUE 99999.
       01 WS-RATE-AVAILABLE         PIC X(1).
