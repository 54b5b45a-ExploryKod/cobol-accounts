      ******************************************************************
      * LetterTemplateRecord.cpy
      * Shared record layout for the LETTER-TEMPLATE-FILE indexed
      * file, maintained through LetterTemplateMaintenance. One
      * record per line of a letter's body; line 00 holds the
      * letter's title for the maintenance list and the print run's
      * control listing. Body text may carry merge fields the print
      * run replaces: &NAME& &CONTACT& &ACCOUNT& &CURRENCY& &AMOUNT&
      * &DATE& (letter date) &EVENTDATE& &DETAIL&.
      ******************************************************************
       01 LETTER-TEMPLATE-RECORD.
           05 LTP-KEY.
               10 LTP-TYPE           PIC X(8).
               10 LTP-LINE-NO        PIC 9(2).
           05 LTP-TEXT               PIC X(70).
           05 LTP-CHANGED-DATE       PIC 9(8).
           05 LTP-CHANGED-BY         PIC X(8).
