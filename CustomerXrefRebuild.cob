       IDENTIFICATION DIVISION.
       PROGRAM-ID. CustomerXrefRebuild.

      ******************************************************************
      * Rebuilds the account-to-customer cross reference
      * (CUSTXREF.DAT) from the book of record, CUSTOMER.DAT: one
      * entry per filled CUST-ACCOUNT-IDS slot, with its role. Run
      * it to seed the index when it is first introduced, after a
      * layout conversion has rewritten the customer file, or
      * whenever the index is lost or suspect - it is only an access
      * path, so rebuilding it is always safe. The file is rewritten
      * from scratch; a slot naming the same account twice on one
      * customer is indexed once and counted as a duplicate.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "CustomerFileControl.cpy".
           COPY "CustomerXrefFileControl.cpy".

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-FILE.
           COPY "CustomerRecord.cpy".
       FD  CUSTOMER-XREF-FILE.
           COPY "CustomerXrefRecord.cpy".

       WORKING-STORAGE SECTION.
       01 WS-CUSTOMER-FILE-STATUS   PIC X(2).
       01 WS-CUSTOMER-XREF-STATUS   PIC X(2).
       01 WS-EOF-FLAG               PIC X(1).
       01 WS-SLOT-IDX               PIC 9(2).
       01 WS-CUSTOMER-COUNT         PIC 9(7) VALUE 0.
       01 WS-INDEXED-COUNT          PIC 9(7) VALUE 0.
       01 WS-DUPLICATE-COUNT        PIC 9(7) VALUE 0.

       PROCEDURE DIVISION.
       START-REBUILD.
           OPEN INPUT CUSTOMER-FILE.
           IF WS-CUSTOMER-FILE-STATUS NOT = "00"
               DISPLAY "Error: unable to open the customer file, "
                   "status " WS-CUSTOMER-FILE-STATUS "."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT CUSTOMER-XREF-FILE.
           IF WS-CUSTOMER-XREF-STATUS NOT = "00"
               DISPLAY "Error: unable to create the customer cross "
                   "reference, status " WS-CUSTOMER-XREF-STATUS "."
               CLOSE CUSTOMER-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE "N" TO WS-EOF-FLAG.
           MOVE LOW-VALUES TO CUST-ID.
           START CUSTOMER-FILE KEY IS NOT LESS THAN CUST-ID
               INVALID KEY
                   MOVE "Y" TO WS-EOF-FLAG
           END-START.
           PERFORM UNTIL WS-EOF-FLAG = "Y"
               READ CUSTOMER-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-CUSTOMER-COUNT
                       PERFORM INDEX-ONE-CUSTOMER
               END-READ
           END-PERFORM.
           CLOSE CUSTOMER-XREF-FILE.
           CLOSE CUSTOMER-FILE.
           DISPLAY "Customer cross reference rebuilt: "
               WS-CUSTOMER-COUNT " customer(s) read, "
               WS-INDEXED-COUNT " link(s) indexed, "
               WS-DUPLICATE-COUNT " duplicate slot(s) skipped.".
           STOP RUN.

       INDEX-ONE-CUSTOMER.
           PERFORM VARYING WS-SLOT-IDX FROM 1 BY 1
                   UNTIL WS-SLOT-IDX > CUST-ACCOUNT-COUNT
                       OR WS-SLOT-IDX > 10
               IF CUST-ACCOUNT-IDS (WS-SLOT-IDX) > 0
                   PERFORM INDEX-ONE-LINK
               END-IF
           END-PERFORM.

       INDEX-ONE-LINK.
           MOVE CUST-ACCOUNT-IDS (WS-SLOT-IDX) TO XREF-ACCT-ID.
           MOVE CUST-ID TO XREF-CUST-ID.
           MOVE CUST-ID TO XREF-HOLDER-ID.
           IF CUST-ACCOUNT-ROLES (WS-SLOT-IDX) = SPACE
               MOVE "P" TO XREF-ROLE
           ELSE
               MOVE CUST-ACCOUNT-ROLES (WS-SLOT-IDX) TO XREF-ROLE
           END-IF.
           WRITE CUSTOMER-XREF-RECORD
               INVALID KEY
                   ADD 1 TO WS-DUPLICATE-COUNT
               NOT INVALID KEY
                   ADD 1 TO WS-INDEXED-COUNT
           END-WRITE.
