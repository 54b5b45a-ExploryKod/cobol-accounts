       IDENTIFICATION DIVISION.
       PROGRAM-ID. AccountHolders.

      ******************************************************************
      * Returns the customers linked to one account, in customer id
      * order, with the role each holds ("P" primary, "J" joint,
      * "V" view-only). The holders are read by key from the
      * account-to-customer cross reference CUSTXREF.DAT; only when
      * that file is missing or unreadable does this fall back to
      * the old walk of CUSTOMER.DAT testing every CUST-ACCOUNT-IDS
      * slot, so every caller gets the same answer either way and
      * simply runs faster once CustomerXrefRebuild has built the
      * index. At most 20 holders are returned; HOLDER-COUNT is the
      * number filled and zero means nobody holds the account.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "CustomerXrefFileControl.cpy".
           COPY "CustomerFileControl.cpy".

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-XREF-FILE.
           COPY "CustomerXrefRecord.cpy".
       FD  CUSTOMER-FILE.
           COPY "CustomerRecord.cpy".

       WORKING-STORAGE SECTION.
       01 WS-CUSTOMER-XREF-STATUS PIC X(2).
       01 WS-CUSTOMER-FILE-STATUS PIC X(2).
       01 WS-EOF-FLAG             PIC X(1).
       01 WS-SLOT-IDX             PIC 9(2).

       LINKAGE SECTION.
       01 HOLDER-ACCT-ID          PIC 9(5).
       01 HOLDER-COUNT            PIC 9(2).
       01 HOLDER-TABLE.
           05 HOLDER-ENTRY OCCURS 20 TIMES.
               10 HOLDER-CUST-ID  PIC 9(5).
               10 HOLDER-ROLE     PIC X(1).

       PROCEDURE DIVISION USING HOLDER-ACCT-ID HOLDER-COUNT
               HOLDER-TABLE.
           MOVE 0 TO HOLDER-COUNT.
           MOVE SPACES TO HOLDER-TABLE.
           OPEN INPUT CUSTOMER-XREF-FILE.
           IF WS-CUSTOMER-XREF-STATUS = "00"
               PERFORM READ-XREF-HOLDERS
               CLOSE CUSTOMER-XREF-FILE
           ELSE
               PERFORM SCAN-CUSTOMER-HOLDERS
           END-IF.
           GOBACK.

       READ-XREF-HOLDERS.
           MOVE "N" TO WS-EOF-FLAG.
           MOVE HOLDER-ACCT-ID TO XREF-ACCT-ID.
           MOVE 0 TO XREF-CUST-ID.
           START CUSTOMER-XREF-FILE KEY IS NOT LESS THAN XREF-KEY
               INVALID KEY
                   MOVE "Y" TO WS-EOF-FLAG
           END-START.
           PERFORM UNTIL WS-EOF-FLAG = "Y"
               READ CUSTOMER-XREF-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       IF XREF-ACCT-ID NOT = HOLDER-ACCT-ID
                           MOVE "Y" TO WS-EOF-FLAG
                       ELSE
                           PERFORM ADD-XREF-HOLDER
                       END-IF
               END-READ
           END-PERFORM.

       ADD-XREF-HOLDER.
           IF HOLDER-COUNT < 20
               ADD 1 TO HOLDER-COUNT
               MOVE XREF-CUST-ID TO HOLDER-CUST-ID (HOLDER-COUNT)
               MOVE XREF-ROLE TO HOLDER-ROLE (HOLDER-COUNT)
           END-IF.

       SCAN-CUSTOMER-HOLDERS.
           OPEN INPUT CUSTOMER-FILE.
           IF WS-CUSTOMER-FILE-STATUS = "00"
               MOVE "N" TO WS-EOF-FLAG
               MOVE LOW-VALUES TO CUST-ID
               START CUSTOMER-FILE KEY IS NOT LESS THAN CUST-ID
                   INVALID KEY
                       MOVE "Y" TO WS-EOF-FLAG
               END-START
               PERFORM UNTIL WS-EOF-FLAG = "Y"
                   READ CUSTOMER-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-EOF-FLAG
                       NOT AT END
                           PERFORM CHECK-CUSTOMER-SLOTS
                   END-READ
               END-PERFORM
               CLOSE CUSTOMER-FILE
           END-IF.

       CHECK-CUSTOMER-SLOTS.
           PERFORM VARYING WS-SLOT-IDX FROM 1 BY 1
                   UNTIL WS-SLOT-IDX > CUST-ACCOUNT-COUNT
                       OR WS-SLOT-IDX > 10
               IF CUST-ACCOUNT-IDS (WS-SLOT-IDX) = HOLDER-ACCT-ID
                   AND HOLDER-COUNT < 20
                   ADD 1 TO HOLDER-COUNT
                   MOVE CUST-ID TO HOLDER-CUST-ID (HOLDER-COUNT)
                   IF CUST-ACCOUNT-ROLES (WS-SLOT-IDX) = SPACE
                       MOVE "P" TO HOLDER-ROLE (HOLDER-COUNT)
                   ELSE
                       MOVE CUST-ACCOUNT-ROLES (WS-SLOT-IDX) TO
                           HOLDER-ROLE (HOLDER-COUNT)
                   END-IF
                   MOVE 11 TO WS-SLOT-IDX
               END-IF
           END-PERFORM.
