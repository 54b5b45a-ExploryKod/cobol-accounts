      ******************************************************************
      * LetterRequestFileControl.cpy
      * FILE-CONTROL entry for the customer letter request file
      * (LETTERRQ.DAT), appended to by LetterRequest and emptied by
      * the nightly LetterPrintRun.
      ******************************************************************
           SELECT LETTER-REQUEST-FILE ASSIGN TO "LETTERRQ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LETTER-REQUEST-STATUS.
