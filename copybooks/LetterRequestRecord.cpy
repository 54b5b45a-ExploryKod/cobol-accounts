      ******************************************************************
      * LetterRequestRecord.cpy
      * Shared record layout for the customer letter request file.
      * One record per letter an account event calls for; the
      * nightly print run merges it into the template of its type
      * and addresses it to the account's primary holder.
      ******************************************************************
       01 LETTER-REQUEST-RECORD.
           05 LRQ-TYPE               PIC X(8).
      *    Letter template: "ACCTOPEN" account opened, "ACCTCLOS"
      *    account closed, "DORMANT" account made dormant, "TDNOTICE"
      *    term deposit maturing soon, "TDMATURE" term deposit
      *    matured or renewed, "STLRETRN" outbound payment returned,
      *    "CHQBOOK" cheque book issued, "ACCTSWCH" account switch
      *    completed; collections stages "COLREMND" reminder,
      *    "COLDEMND" formal demand, "COLFREEZ" account frozen,
      *    "COLRECOV" referred to recovery, "COLWROFF" balance
      *    written off (types are set per stage in DUNSTAGE.DAT).
           05 LRQ-REQUEST-DATE       PIC 9(8).
           05 LRQ-ACCT-ID            PIC 9(5).
           05 LRQ-AMOUNT             PIC 9(9)V99.
           05 LRQ-EVENT-DATE         PIC 9(8).
      *    Date the letter is about: opening, closing, maturity ...
           05 LRQ-DETAIL             PIC X(40).
      *    Free text merged as &DETAIL&: deposit id, cheque range,
      *    return reason.
           05 LRQ-PROGRAM            PIC X(25).
