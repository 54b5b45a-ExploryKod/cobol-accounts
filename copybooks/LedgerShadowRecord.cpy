           05 LIX-TIME               PIC 9(6).
           05 LIX-TXN-TYPE           PIC X(10).
           05 LIX-DIRECTION          PIC X(6).
           05 LIX-AMOUNT             PIC 9(9)V99.
           05 LIX-BALANCE            PIC 9(9)V99.
           05 LIX-ORIG-CURRENCY      PIC X(3).
           05 LIX-ORIG-AMOUNT        PIC 9(9)V99.
           05 LIX-EXCHANGE-RATE      PIC 9(3)V9(6).
           05 LIX-REVERSAL-FLAG      PIC X(1).
           05 LIX-ORIG-REF           PIC 9(14).
