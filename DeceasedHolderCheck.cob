       IDENTIFICATION DIVISION.
       PROGRAM-ID. DeceasedHolderCheck.

      ******************************************************************
      * Answers "is any holder of this account recorded as deceased"
      * for every path that would make a frozen account active again.
      * An account frozen for a deceased holder's estate must stay
      * frozen until the estate is settled, whatever else froze it,
      * so a fraud case or a collections case releasing its own
      * freeze asks here first. The holders come from AccountHolders;
      * a holder missing from CUSTOMER.DAT is not counted. No
      * customer file means the answer cannot be known, and the
      * account is treated as having a deceased holder.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "CustomerFileControl.cpy".

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-FILE.
           COPY "CustomerRecord.cpy".

       WORKING-STORAGE SECTION.
       01 WS-CUSTOMER-FILE-STATUS PIC X(2).
       01 WS-HOLDER-COUNT         PIC 9(2).
       01 WS-HOLDER-IDX           PIC 9(2).
       01 WS-HOLDER-TABLE.
           05 WS-HOLDER-ENTRY OCCURS 20 TIMES.
               10 WS-HOLDER-CUST-ID PIC 9(5).
               10 WS-HOLDER-ROLE    PIC X(1).

       LINKAGE SECTION.
       01 CHECK-ACCT-ID       PIC 9(5).
       01 CHECK-RESULT        PIC X(1).

       PROCEDURE DIVISION USING CHECK-ACCT-ID CHECK-RESULT.
           MOVE "N" TO CHECK-RESULT.
           CALL "AccountHolders" USING CHECK-ACCT-ID
               WS-HOLDER-COUNT WS-HOLDER-TABLE.
           IF WS-HOLDER-COUNT = 0
               GOBACK
           END-IF.
           OPEN INPUT CUSTOMER-FILE.
           IF WS-CUSTOMER-FILE-STATUS NOT = "00"
               MOVE "Y" TO CHECK-RESULT
               GOBACK
           END-IF.
           PERFORM VARYING WS-HOLDER-IDX FROM 1 BY 1
                   UNTIL WS-HOLDER-IDX > WS-HOLDER-COUNT
                       OR CHECK-RESULT = "Y"
               MOVE WS-HOLDER-CUST-ID (WS-HOLDER-IDX) TO CUST-ID
               READ CUSTOMER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF CUST-STATUS = "D"
                           MOVE "Y" TO CHECK-RESULT
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CUSTOMER-FILE.
           GOBACK.
