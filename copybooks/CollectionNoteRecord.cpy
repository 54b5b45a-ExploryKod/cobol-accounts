      ******************************************************************
      * CollectionNoteRecord.cpy
      * Shared record layout for the COLLECTION-NOTE-FILE indexed
      * file: the history of an account's collection cases. Promises
      * to pay and collector notes are recorded through
      * CollectionsMaintenance; CollectionsRun adds one for every
      * case opened, stage reached, promise broken, cure and
      * write-off. The sequence continues from COL-NOTE-COUNT on the
      * case record. Notes are never changed or deleted.
      ******************************************************************
       01 COLLECTION-NOTE-RECORD.
           05 CN-KEY.
               10 CN-ACCT-ID         PIC 9(5).
               10 CN-SEQ             PIC 9(4).
           05 CN-DATE                PIC 9(8).
           05 CN-TIME                PIC 9(6).
           05 CN-KIND                PIC X(1).
      *    "P" promise to pay, "N" collector note, "S" recorded by
      *    CollectionsRun.
           05 CN-OPERATOR            PIC X(8).
           05 CN-PROMISE-AMOUNT      PIC 9(9)V99.
           05 CN-PROMISE-DATE        PIC 9(8).
      *    Zero on anything but a promise.
           05 CN-TEXT                PIC X(60).
