       01 WS-F-ACCT-ID              PIC 9(5).
       01 WS-F-START-DATE           PIC 9(8).
       01 WS-F-END-DATE             PIC 9(8).
       01 WS-F-MIN-AMOUNT           PIC 9(9)V99.
       01 WS-F-MAX-AMOUNT           PIC 9(9)V99.
       01 WS-F-TXN-TYPE             PIC X(10).
       01 WS-F-CATEGORY             PIC X(4).
       01 WS-F-TXN-REF              PIC 9(14).
