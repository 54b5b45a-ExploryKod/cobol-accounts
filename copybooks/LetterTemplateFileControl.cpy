      ******************************************************************
      * LetterTemplateFileControl.cpy
      * SELECT clause for the indexed customer letter template file,
      * keyed by letter type and line number.
      ******************************************************************
           SELECT LETTER-TEMPLATE-FILE ASSIGN TO "LETTERTP.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LTP-KEY
               FILE STATUS IS WS-LETTER-TEMPLATE-STATUS.
