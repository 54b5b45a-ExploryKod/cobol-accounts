
       LINKAGE SECTION.
       01 JOURNAL-PROGRAM-NAME PIC X(25).
       01 JOURNAL-BEFORE-IMAGE PIC X(250).
       01 JOURNAL-AFTER-IMAGE  PIC X(250).

       PROCEDURE DIVISION USING JOURNAL-PROGRAM-NAME
           JOURNAL-BEFORE-IMAGE JOURNAL-AFTER-IMAGE.
