       IDENTIFICATION DIVISION.
       PROGRAM-ID. LetterTemplateMaintenance.

      ******************************************************************
      * Back-office screen for the customer letter templates the
      * nightly LetterPrintRun merges each letter request into. A
      * template is one record per body line of a letter type, line
      * 00 holding its title; merge fields are listed in
      * LetterTemplateRecord.cpy. The standard wording for every
      * letter type the system requests can be loaded here for any
      * type not yet on file. Changing templates needs supervisor
      * level; every change goes to MAINTLOG.DAT.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "LetterTemplateFileControl.cpy".
           COPY "MaintAuditFileControl.cpy".

       DATA DIVISION.
       FILE SECTION.
       FD  LETTER-TEMPLATE-FILE.
           COPY "LetterTemplateRecord.cpy".
       FD  MAINT-AUDIT-FILE.
           COPY "MaintAuditRecord.cpy".

       WORKING-STORAGE SECTION.
       COPY "ReasonCodes.cpy".
       01 WS-LETTER-TEMPLATE-STATUS PIC X(2).
       01 USER-CHOICE             PIC X(1).
       01 END-PROG                PIC 9(1) VALUE 0.
       01 ERROR-CODE              PIC 9(2).
       01 WS-SIGNON-OPERATOR-ID   PIC X(8).
       01 WS-SIGNON-LEVEL         PIC 9(1).
       01 WS-MAINT-AUDIT-FILE-STATUS PIC X(2).
       01 WS-TIME-NOW            PIC 9(8).
       01 WS-AUDIT-ACTION         PIC X(20).
       01 WS-AUDIT-KEY            PIC X(8).
       01 WS-AUDIT-BEFORE         PIC X(40).
       01 WS-AUDIT-AFTER          PIC X(40).
       01 WS-TODAY                PIC 9(8).
       01 WS-EOF-TEMPLATES        PIC X(1).
       01 WS-LIST-COUNT           PIC 9(5).
       01 WS-LIST-TYPE            PIC X(8).
       01 WS-ENTERED-LINE-NO      PIC 9(2).
       01 WS-ENTERED-TEXT         PIC X(70).
       01 WS-STD-TYPE             PIC X(8).
       01 WS-STD-LINE-NO          PIC 9(2).
       01 WS-STD-TEXT             PIC X(70).
       01 WS-STD-TYPE-ON-FILE     PIC X(1).
       01 WS-STD-LOADED-COUNT     PIC 9(3).

       PROCEDURE DIVISION.
       START-PROGRAM.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           CALL "OperatorSignon" USING WS-SIGNON-OPERATOR-ID
               WS-SIGNON-LEVEL ERROR-CODE.
           IF ERROR-CODE NOT = RC-SUCCESS
               DISPLAY "Exiting."
               STOP RUN
           END-IF.
           OPEN I-O LETTER-TEMPLATE-FILE.
           IF WS-LETTER-TEMPLATE-STATUS = "35"
               OPEN OUTPUT LETTER-TEMPLATE-FILE
               CLOSE LETTER-TEMPLATE-FILE
               OPEN I-O LETTER-TEMPLATE-FILE
           END-IF.
           GO TO MAIN-LOOP.

       MAIN-LOOP.
           DISPLAY "Letter Template Maintenance Menu:".
           DISPLAY "1. List letter types".
           DISPLAY "2. Display a letter template".
           DISPLAY "3. Add or change a template line".
           DISPLAY "4. Delete a template line".
           DISPLAY "5. Load standard templates".
           DISPLAY "6. Quitter".
           ACCEPT USER-CHOICE.
           EVALUATE USER-CHOICE
               WHEN "1"
                   PERFORM LIST-LETTER-TYPES
               WHEN "2"
                   PERFORM DISPLAY-LETTER-TEMPLATE
               WHEN "3"
                   IF WS-SIGNON-LEVEL < 2
                       DISPLAY "Error: changing letter templates "
                           "requires supervisor level."
                   ELSE
                       PERFORM SET-TEMPLATE-LINE
                           THRU SET-TEMPLATE-LINE-DONE
                   END-IF
               WHEN "4"
                   IF WS-SIGNON-LEVEL < 2
                       DISPLAY "Error: changing letter templates "
                           "requires supervisor level."
                   ELSE
                       PERFORM DELETE-TEMPLATE-LINE
                           THRU DELETE-TEMPLATE-LINE-DONE
                   END-IF
               WHEN "5"
                   IF WS-SIGNON-LEVEL < 2
                       DISPLAY "Error: loading letter templates "
                           "requires supervisor level."
                   ELSE
                       PERFORM LOAD-STANDARD-TEMPLATES
                   END-IF
               WHEN "6"
                   MOVE 1 TO END-PROG
               WHEN OTHER
                   DISPLAY "Invalid choice."
           END-EVALUATE.
           IF END-PROG = 1
               CLOSE LETTER-TEMPLATE-FILE
               STOP RUN
           END-IF.
           GO TO MAIN-LOOP.

       LIST-LETTER-TYPES.
           MOVE 0 TO WS-LIST-COUNT.
           MOVE LOW-VALUES TO LTP-KEY.
           START LETTER-TEMPLATE-FILE KEY IS NOT LESS THAN LTP-KEY
               INVALID KEY
                   DISPLAY "No letter templates on file."
           END-START.
           MOVE "N" TO WS-EOF-TEMPLATES.
           IF WS-LETTER-TEMPLATE-STATUS NOT = "00"
               MOVE "Y" TO WS-EOF-TEMPLATES
           END-IF.
           PERFORM UNTIL WS-EOF-TEMPLATES = "Y"
               READ LETTER-TEMPLATE-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF-TEMPLATES
                   NOT AT END
                       IF LTP-LINE-NO = 0
                           DISPLAY LTP-TYPE " " LTP-TEXT
                           ADD 1 TO WS-LIST-COUNT
                       END-IF
               END-READ
           END-PERFORM.
           DISPLAY WS-LIST-COUNT " letter type(s).".

       DISPLAY-LETTER-TEMPLATE.
           DISPLAY "Enter letter type: ".
           MOVE SPACES TO WS-LIST-TYPE.
           ACCEPT WS-LIST-TYPE.
           MOVE 0 TO WS-LIST-COUNT.
           MOVE WS-LIST-TYPE TO LTP-TYPE.
           MOVE 0 TO LTP-LINE-NO.
           START LETTER-TEMPLATE-FILE KEY IS NOT LESS THAN LTP-KEY
               INVALID KEY
                   CONTINUE
           END-START.
           MOVE "N" TO WS-EOF-TEMPLATES.
           IF WS-LETTER-TEMPLATE-STATUS NOT = "00"
               MOVE "Y" TO WS-EOF-TEMPLATES
           END-IF.
           PERFORM UNTIL WS-EOF-TEMPLATES = "Y"
               READ LETTER-TEMPLATE-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF-TEMPLATES
                   NOT AT END
                       IF LTP-TYPE NOT = WS-LIST-TYPE
                           MOVE "Y" TO WS-EOF-TEMPLATES
                       ELSE
                           DISPLAY LTP-LINE-NO " " LTP-TEXT
                           ADD 1 TO WS-LIST-COUNT
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-LIST-COUNT = 0
               DISPLAY "No template for letter type " WS-LIST-TYPE "."
           END-IF.

      * Line 00 is the letter's title; 01-99 are the body, printed
      * in line order. A blank text stores a blank body line.
       SET-TEMPLATE-LINE.
           DISPLAY "Enter letter type: ".
           MOVE SPACES TO LTP-TYPE.
           ACCEPT LTP-TYPE.
           IF LTP-TYPE = SPACES
               DISPLAY "Error: a letter type is required."
               GO TO SET-TEMPLATE-LINE-DONE
           END-IF.
           DISPLAY "Enter line number (00 for the title): ".
           ACCEPT WS-ENTERED-LINE-NO.
           IF WS-ENTERED-LINE-NO IS NOT NUMERIC
               DISPLAY "Error: invalid line number."
               GO TO SET-TEMPLATE-LINE-DONE
           END-IF.
           MOVE WS-ENTERED-LINE-NO TO LTP-LINE-NO.
           READ LETTER-TEMPLATE-FILE
               INVALID KEY
                   CONTINUE
           END-READ.
           MOVE SPACES TO WS-AUDIT-BEFORE.
           IF WS-LETTER-TEMPLATE-STATUS = "00"
               DISPLAY "Current: " LTP-TEXT
               STRING LTP-LINE-NO " " LTP-TEXT
                   DELIMITED BY SIZE INTO WS-AUDIT-BEFORE
           END-IF.
           DISPLAY "Enter line text: ".
           MOVE SPACES TO WS-ENTERED-TEXT.
           ACCEPT WS-ENTERED-TEXT.
           IF LTP-LINE-NO = 0 AND WS-ENTERED-TEXT = SPACES
               DISPLAY "Error: the title cannot be blank."
               GO TO SET-TEMPLATE-LINE-DONE
           END-IF.
           MOVE WS-ENTERED-TEXT TO LTP-TEXT.
           MOVE WS-TODAY TO LTP-CHANGED-DATE.
           MOVE WS-SIGNON-OPERATOR-ID TO LTP-CHANGED-BY.
           IF WS-LETTER-TEMPLATE-STATUS = "00"
               REWRITE LETTER-TEMPLATE-RECORD
                   INVALID KEY
                       DISPLAY "Unable to update the template line."
                       GO TO SET-TEMPLATE-LINE-DONE
               END-REWRITE
           ELSE
               WRITE LETTER-TEMPLATE-RECORD
                   INVALID KEY
                       DISPLAY "Unable to add the template line."
                       GO TO SET-TEMPLATE-LINE-DONE
               END-WRITE
           END-IF.
           DISPLAY "Letter " LTP-TYPE " line " LTP-LINE-NO " saved.".
           MOVE "SET LETTER LINE" TO WS-AUDIT-ACTION.
           MOVE LTP-TYPE TO WS-AUDIT-KEY.
           MOVE SPACES TO WS-AUDIT-AFTER.
           STRING LTP-LINE-NO " " LTP-TEXT
               DELIMITED BY SIZE INTO WS-AUDIT-AFTER.
           PERFORM WRITE-AUDIT-RECORD.

       SET-TEMPLATE-LINE-DONE.
           EXIT.

       DELETE-TEMPLATE-LINE.
           DISPLAY "Enter letter type: ".
           MOVE SPACES TO LTP-TYPE.
           ACCEPT LTP-TYPE.
           DISPLAY "Enter line number: ".
           ACCEPT WS-ENTERED-LINE-NO.
           IF WS-ENTERED-LINE-NO IS NOT NUMERIC
               DISPLAY "Error: invalid line number."
               GO TO DELETE-TEMPLATE-LINE-DONE
           END-IF.
           MOVE WS-ENTERED-LINE-NO TO LTP-LINE-NO.
           READ LETTER-TEMPLATE-FILE
               INVALID KEY
                   DISPLAY "Error: no such template line."
                   GO TO DELETE-TEMPLATE-LINE-DONE
           END-READ.
           MOVE SPACES TO WS-AUDIT-BEFORE.
           STRING LTP-LINE-NO " " LTP-TEXT
               DELIMITED BY SIZE INTO WS-AUDIT-BEFORE.
           DELETE LETTER-TEMPLATE-FILE
               INVALID KEY
                   DISPLAY "Unable to delete the template line."
                   GO TO DELETE-TEMPLATE-LINE-DONE
           END-DELETE.
           DISPLAY "Letter " LTP-TYPE " line " LTP-LINE-NO
               " deleted.".
           MOVE "DELETE LETTER LINE" TO WS-AUDIT-ACTION.
           MOVE LTP-TYPE TO WS-AUDIT-KEY.
           MOVE SPACES TO WS-AUDIT-AFTER.
           PERFORM WRITE-AUDIT-RECORD.

       DELETE-TEMPLATE-LINE-DONE.
           EXIT.

      * A type already on file (its title line exists) is left as
      * it is, so local wording is never overwritten.
       LOAD-STANDARD-TEMPLATES.
           MOVE 0 TO WS-STD-LOADED-COUNT.
           MOVE "ACCTOPEN" TO WS-STD-TYPE.
           PERFORM START-STANDARD-TYPE.
           MOVE "Account opened" TO WS-STD-TEXT.
           PERFORM ADD-STANDARD-LINE.
           MOVE "Dear &NAME&," TO WS-STD-TEXT.
           PERFORM ADD-STANDARD-LINE.
           MOVE SPACES TO WS-STD-TEXT.
           PERFORM ADD-STANDARD-LINE.
           MOVE "Thank you for opening account &ACCOUNT& with us on "
               & "&EVENTDATE&." TO WS-STD-TEXT.
           PERFORM ADD-STANDARD-LINE.
           MOVE "Your opening balance is &AMOUNT& &CURRENCY&." TO
               WS-STD-TEXT.
           PERFORM ADD-STANDARD-LINE.
           MOVE "Please keep this letter with your account records."
               TO WS-STD-TEXT.
           PERFORM ADD-STANDARD-LINE.
           PERFORM ADD-STANDARD-CLOSING.

           MOVE "ACCTCLOS" TO WS-STD-TYPE.
           PERFORM START-STANDARD-TYPE.
           MOVE "Account closed" TO WS-STD-TEXT.
           PERFORM ADD-STANDARD-LINE.
           MOVE "Dear &NAME&," TO WS-STD-TEXT.
           PERFORM ADD-STANDARD-LINE.
           MOVE SPACES TO WS-STD-TEXT.
           PERFORM ADD-STANDARD-LINE.
           MOVE "Your account &ACCOUNT& was closed on &EVENTDATE&."
               TO WS-STD-TEXT.
           PERFORM ADD-STANDARD-LINE.
           MOVE "The balance at closing was &AMOUNT& &CURRENCY&." TO
               WS-STD-TEXT.
           PERFORM ADD-STANDARD-LINE.
           MOVE "If you did not ask us to close it, please contact "
               & "your branch." TO WS-STD-TEXT.
           PERFORM ADD-STANDARD-LINE.
           PERFORM ADD-STANDARD-CLOSING.

           MOVE "DORMANT" TO WS-STD-TYPE.
           PERFORM START-STANDARD-TYPE.
           MOVE "Account made dormant" TO WS-STD-TEXT.
           PERFORM ADD-STANDARD-LINE.
           MOVE "Dear &NAME&," TO WS-STD-TEXT.
           PERFORM ADD-STANDARD-LINE.
           MOVE SPACES TO WS-STD-TEXT.
           PERFORM ADD-STANDARD-LINE.
           MOVE "As there has been no activity on account &ACCOUNT& "
               & "for some" TO WS-STD-TEXT.
           PERFORM ADD-STANDARD-LINE.
           MOVE "time, it was made dormant on &EVENTDATE&. Payments "
               & "out of it" TO WS-STD-TEXT.
           PERFORM ADD-STANDARD-LINE.
           MOVE "are blocked until you ask your branch to reactivate "
               & "it." TO WS-STD-TEXT.
           PERFORM ADD-STANDARD-LINE.
           MOVE "The balance is &AMOUNT& &CURRENCY&." TO WS-STD-TEXT.
           PERFORM ADD-STANDARD-LINE.
           PERFORM ADD-STANDARD-CLOSING.

           MOVE "TDNOTICE" TO WS-STD-TYPE.
           PERFORM START-STANDARD-TYPE.
           MOVE "Term deposit maturity notice" TO WS-STD-TEXT.
           PERFORM ADD-STANDARD-LINE.
           MOVE "Dear &NAME&," TO WS-STD-TEXT.
           PERFORM ADD-STANDARD-LINE.
           MOVE SPACES TO WS-STD-TEXT.
           PERFORM ADD-STANDARD-LINE.
           MOVE "Your term deposit of &AMOUNT& &CURRENCY& matures on "
               & "&EVENTDATE&." TO WS-STD-TEXT.
           PERFORM ADD-STANDARD-LINE.
           MOVE "&DETAIL&, with interest paid to account &ACCOUNT&."
               TO WS-STD-TEXT.
           PERFORM ADD-STANDARD-LINE.
           MOVE "To change these instructions, please contact your "
               & "branch" TO WS-STD-TEXT.
           PERFORM ADD-STANDARD-LINE.
           MOVE "before the maturity date." TO WS-STD-TEXT.
           PERFORM ADD-STANDARD-LINE.
           PERFORM ADD-STANDARD-CLOSING.

           MOVE "TDMATURE" TO WS-STD-TYPE.
           PERFORM START-STANDARD-TYPE.
           MOVE "Term deposit matured" TO WS-STD-TEXT.
           PERFORM ADD-STANDARD-LINE.
           MOVE "Dear &NAME&," TO WS-STD-TEXT.
           PERFORM ADD-STANDARD-LINE.
           MOVE SPACES TO WS-STD-TEXT.
           PERFORM ADD-STANDARD-LINE.
           MOVE "Your term deposit reached maturity on &EVENTDATE&: "
               & "&DETAIL&." TO WS-STD-TEXT.
           PERFORM ADD-STANDARD-LINE.
           MOVE "&AMOUNT& &CURRENCY& has been credited to account "
               & "&ACCOUNT&." TO WS-STD-TEXT.
           PERFORM ADD-STANDARD-LINE.
           PERFORM ADD-STANDARD-CLOSING.

           MOVE "STLRETRN" TO WS-STD-TYPE.
           PERFORM START-STANDARD-TYPE.
           MOVE "Payment returned" TO WS-STD-TEXT.
           PERFORM ADD-STANDARD-LINE.
           MOVE "Dear &NAME&," TO WS-STD-TEXT.
           PERFORM ADD-STANDARD-LINE.
           MOVE SPACES TO WS-STD-TEXT.
           PERFORM ADD-STANDARD-LINE.
           MOVE "A payment of &AMOUNT& &CURRENCY& from account "
               & "&ACCOUNT&, sent on" TO WS-STD-TEXT.
           PERFORM ADD-STANDARD-LINE.
           MOVE "&EVENTDATE&, was returned by the receiving bank "
               & "(&DETAIL&)." TO WS-STD-TEXT.
           PERFORM ADD-STANDARD-LINE.
           MOVE "The amount has been credited back to your account."
               TO WS-STD-TEXT.
           PERFORM ADD-STANDARD-LINE.
           PERFORM ADD-STANDARD-CLOSING.

           MOVE "CHQBOOK" TO WS-STD-TYPE.
           PERFORM START-STANDARD-TYPE.
           MOVE "Cheque book issued" TO WS-STD-TEXT.
           PERFORM ADD-STANDARD-LINE.
           MOVE "Dear &NAME&," TO WS-STD-TEXT.
           PERFORM ADD-STANDARD-LINE.
           MOVE SPACES TO WS-STD-TEXT.
           PERFORM ADD-STANDARD-LINE.
           MOVE "A new cheque book for account &ACCOUNT& was issued "
               & "on &EVENTDATE&" TO WS-STD-TEXT.
           PERFORM ADD-STANDARD-LINE.
           MOVE "(&DETAIL&). If it has not reached you within ten "
               & "days," TO WS-STD-TEXT.
           PERFORM ADD-STANDARD-LINE.
           MOVE "please contact your branch so that it can be "
               & "stopped." TO WS-STD-TEXT.
           PERFORM ADD-STANDARD-LINE.
           PERFORM ADD-STANDARD-CLOSING.

           MOVE "ACCTSWCH" TO WS-STD-TYPE.
           PERFORM START-STANDARD-TYPE.
           MOVE "Account switch completed" TO WS-STD-TEXT.
           PERFORM ADD-STANDARD-LINE.
           MOVE "Dear &NAME&," TO WS-STD-TEXT.
           PERFORM ADD-STANDARD-LINE.
           MOVE SPACES TO WS-STD-TEXT.
           PERFORM ADD-STANDARD-LINE.
           MOVE "Your account switch to account &ACCOUNT& was "
               & "completed on &EVENTDATE&" TO WS-STD-TEXT.
           PERFORM ADD-STANDARD-LINE.
           MOVE "(&DETAIL&). Your standing orders (SO), direct debit"
               TO WS-STD-TEXT.
           PERFORM ADD-STANDARD-LINE.
           MOVE "mandates (DD) and future-dated payments (FP) have "
               & "been moved" TO WS-STD-TEXT.
           PERFORM ADD-STANDARD-LINE.
           MOVE "to it, the balance of &AMOUNT& &CURRENCY& was "
               & "transferred and" TO WS-STD-TEXT.
           PERFORM ADD-STANDARD-LINE.
           MOVE "the old account closed. Payments still sent to the "
               & "old account" TO WS-STD-TEXT.
           PERFORM ADD-STANDARD-LINE.
           MOVE "will reach you for the next three years; please "
               & "give payers" TO WS-STD-TEXT.
           PERFORM ADD-STANDARD-LINE.
           MOVE "your new account number." TO WS-STD-TEXT.
           PERFORM ADD-STANDARD-LINE.
           PERFORM ADD-STANDARD-CLOSING.

           MOVE "COLREMND" TO WS-STD-TYPE.
           PERFORM START-STANDARD-TYPE.
           MOVE "Your account is over its overdraft limit" TO
               WS-STD-TEXT.
           PERFORM ADD-STANDARD-LINE.
           MOVE "Dear &NAME&," TO WS-STD-TEXT.
           PERFORM ADD-STANDARD-LINE.
           MOVE SPACES TO WS-STD-TEXT.
           PERFORM ADD-STANDARD-LINE.
           MOVE "Account &ACCOUNT& has been beyond its arranged "
               & "overdraft limit" TO WS-STD-TEXT.
           PERFORM ADD-STANDARD-LINE.
           MOVE "since &EVENTDATE& (&DETAIL&). Please pay in "
               & "&AMOUNT& &CURRENCY&" TO WS-STD-TEXT.
           PERFORM ADD-STANDARD-LINE.
           MOVE "to bring it back within the limit, or contact your "
               & "branch" TO WS-STD-TEXT.
           PERFORM ADD-STANDARD-LINE.
           MOVE "if you are having difficulty." TO WS-STD-TEXT.
           PERFORM ADD-STANDARD-LINE.
           PERFORM ADD-STANDARD-CLOSING.

           MOVE "COLDEMND" TO WS-STD-TYPE.
           PERFORM START-STANDARD-TYPE.
           MOVE "Formal demand for repayment" TO WS-STD-TEXT.
           PERFORM ADD-STANDARD-LINE.
           MOVE "Dear &NAME&," TO WS-STD-TEXT.
           PERFORM ADD-STANDARD-LINE.
           MOVE SPACES TO WS-STD-TEXT.
           PERFORM ADD-STANDARD-LINE.
           MOVE "Despite our reminder, account &ACCOUNT& is still "
               & "beyond its" TO WS-STD-TEXT.
           PERFORM ADD-STANDARD-LINE.
           MOVE "arranged overdraft limit, as it has been since "
               & "&EVENTDATE&." TO WS-STD-TEXT.
           PERFORM ADD-STANDARD-LINE.
           MOVE "We formally demand repayment of &AMOUNT& &CURRENCY&"
               & "." TO WS-STD-TEXT.
           PERFORM ADD-STANDARD-LINE.
           MOVE "If it is not paid, or an arrangement agreed, the "
               & "account will" TO WS-STD-TEXT.
           PERFORM ADD-STANDARD-LINE.
           MOVE "be frozen." TO WS-STD-TEXT.
           PERFORM ADD-STANDARD-LINE.
           PERFORM ADD-STANDARD-CLOSING.

           MOVE "COLFREEZ" TO WS-STD-TYPE.
           PERFORM START-STANDARD-TYPE.
           MOVE "Account frozen" TO WS-STD-TEXT.
           PERFORM ADD-STANDARD-LINE.
           MOVE "Dear &NAME&," TO WS-STD-TEXT.
           PERFORM ADD-STANDARD-LINE.
           MOVE SPACES TO WS-STD-TEXT.
           PERFORM ADD-STANDARD-LINE.
           MOVE "As account &ACCOUNT& remains beyond its arranged "
               & "overdraft" TO WS-STD-TEXT.
           PERFORM ADD-STANDARD-LINE.
           MOVE "limit (&DETAIL&), it has been frozen. &AMOUNT& "
               & "&CURRENCY& is" TO WS-STD-TEXT.
           PERFORM ADD-STANDARD-LINE.
           MOVE "needed to bring it back within the limit. Please "
               & "contact" TO WS-STD-TEXT.
           PERFORM ADD-STANDARD-LINE.
           MOVE "your branch to arrange repayment." TO WS-STD-TEXT.
           PERFORM ADD-STANDARD-LINE.
           PERFORM ADD-STANDARD-CLOSING.

           MOVE "COLRECOV" TO WS-STD-TYPE.
           PERFORM START-STANDARD-TYPE.
           MOVE "Account referred to recovery" TO WS-STD-TEXT.
           PERFORM ADD-STANDARD-LINE.
           MOVE "Dear &NAME&," TO WS-STD-TEXT.
           PERFORM ADD-STANDARD-LINE.
           MOVE SPACES TO WS-STD-TEXT.
           PERFORM ADD-STANDARD-LINE.
           MOVE "Account &ACCOUNT& has been beyond its arranged "
               & "overdraft limit" TO WS-STD-TEXT.
           PERFORM ADD-STANDARD-LINE.
           MOVE "since &EVENTDATE& and &AMOUNT& &CURRENCY& remains "
               & "unpaid." TO WS-STD-TEXT.
           PERFORM ADD-STANDARD-LINE.
           MOVE "The debt has been referred to our recovery team, "
               & "who will" TO WS-STD-TEXT.
           PERFORM ADD-STANDARD-LINE.
           MOVE "contact you. Paying it now will stop further "
               & "action." TO WS-STD-TEXT.
           PERFORM ADD-STANDARD-LINE.
           PERFORM ADD-STANDARD-CLOSING.

           MOVE "COLWROFF" TO WS-STD-TYPE.
           PERFORM START-STANDARD-TYPE.
           MOVE "Overdrawn balance written off" TO WS-STD-TEXT.
           PERFORM ADD-STANDARD-LINE.
           MOVE "Dear &NAME&," TO WS-STD-TEXT.
           PERFORM ADD-STANDARD-LINE.
           MOVE SPACES TO WS-STD-TEXT.
           PERFORM ADD-STANDARD-LINE.
           MOVE "The overdrawn balance of &AMOUNT& &CURRENCY& on "
               & "account &ACCOUNT&," TO WS-STD-TEXT.
           PERFORM ADD-STANDARD-LINE.
           MOVE "beyond its arranged limit since &EVENTDATE&, has "
               & "been written" TO WS-STD-TEXT.
           PERFORM ADD-STANDARD-LINE.
           MOVE "off. The account remains frozen. Writing the "
               & "balance off does" TO WS-STD-TEXT.
           PERFORM ADD-STANDARD-LINE.
           MOVE "not cancel the debt, which our recovery team may "
               & "still pursue." TO WS-STD-TEXT.
           PERFORM ADD-STANDARD-LINE.
           PERFORM ADD-STANDARD-CLOSING.
           DISPLAY WS-STD-LOADED-COUNT " standard template(s) loaded.".
           IF WS-STD-LOADED-COUNT > 0
               MOVE "LOAD STD LETTERS" TO WS-AUDIT-ACTION
               MOVE SPACES TO WS-AUDIT-KEY
               MOVE SPACES TO WS-AUDIT-BEFORE
               MOVE SPACES TO WS-AUDIT-AFTER
               STRING WS-STD-LOADED-COUNT " TYPE(S)"
                   DELIMITED BY SIZE INTO WS-AUDIT-AFTER
               PERFORM WRITE-AUDIT-RECORD
           END-IF.

       START-STANDARD-TYPE.
           MOVE WS-STD-TYPE TO LTP-TYPE.
           MOVE 0 TO LTP-LINE-NO.
           READ LETTER-TEMPLATE-FILE
               INVALID KEY
                   CONTINUE
           END-READ.
           IF WS-LETTER-TEMPLATE-STATUS = "00"
               MOVE "Y" TO WS-STD-TYPE-ON-FILE
               DISPLAY "Letter " WS-STD-TYPE " already on file; kept."
           ELSE
               MOVE "N" TO WS-STD-TYPE-ON-FILE
               ADD 1 TO WS-STD-LOADED-COUNT
           END-IF.
           MOVE 0 TO WS-STD-LINE-NO.

       ADD-STANDARD-CLOSING.
           MOVE SPACES TO WS-STD-TEXT.
           PERFORM ADD-STANDARD-LINE.
           MOVE "Yours sincerely," TO WS-STD-TEXT.
           PERFORM ADD-STANDARD-LINE.
           MOVE SPACES TO WS-STD-TEXT.
           PERFORM ADD-STANDARD-LINE.
           MOVE "Customer Services" TO WS-STD-TEXT.
           PERFORM ADD-STANDARD-LINE.

       ADD-STANDARD-LINE.
           IF WS-STD-TYPE-ON-FILE = "N"
               MOVE WS-STD-TYPE TO LTP-TYPE
               MOVE WS-STD-LINE-NO TO LTP-LINE-NO
               MOVE WS-STD-TEXT TO LTP-TEXT
               MOVE WS-TODAY TO LTP-CHANGED-DATE
               MOVE WS-SIGNON-OPERATOR-ID TO LTP-CHANGED-BY
               WRITE LETTER-TEMPLATE-RECORD
                   INVALID KEY
                       DISPLAY "Unable to add letter " WS-STD-TYPE
                           " line " WS-STD-LINE-NO "."
               END-WRITE
           END-IF.
           ADD 1 TO WS-STD-LINE-NO.

       WRITE-AUDIT-RECORD.
           OPEN EXTEND MAINT-AUDIT-FILE.
           IF WS-MAINT-AUDIT-FILE-STATUS = "35"
               OPEN OUTPUT MAINT-AUDIT-FILE
           END-IF.
           ACCEPT AUD-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-TIME-NOW FROM TIME.
           MOVE WS-TIME-NOW (1:6) TO AUD-TIME.
           MOVE WS-SIGNON-OPERATOR-ID TO AUD-OPERATOR-ID.
           MOVE "LetterTemplateMaintenance" TO AUD-PROGRAM.
           MOVE WS-AUDIT-ACTION TO AUD-ACTION.
           MOVE WS-AUDIT-KEY TO AUD-KEY.
           MOVE WS-AUDIT-BEFORE TO AUD-BEFORE.
           MOVE WS-AUDIT-AFTER TO AUD-AFTER.
           WRITE MAINT-AUDIT-RECORD.
           CLOSE MAINT-AUDIT-FILE.
