       IDENTIFICATION DIVISION.
       PROGRAM-ID. CustomerXref.

      ******************************************************************
      * Brings the account-to-customer cross reference CUSTXREF.DAT
      * into step with one just-written CUSTOMER-RECORD. CALLed by
      * every program that links or unlinks accounts, immediately
      * after its customer WRITE or REWRITE: the customer's existing
      * entries are read through the alternate key, any account no
      * longer in CUST-ACCOUNT-IDS is deleted, and every filled slot
      * is written (or rewritten when only the role moved). The
      * cross reference is an access path, not the book of record:
      * a failure here is announced but never stops the maintenance,
      * and CustomerXrefRebuild recreates the whole file from
      * CUSTOMER.DAT whenever it is lost or suspect.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "CustomerXrefFileControl.cpy".

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-XREF-FILE.
           COPY "CustomerXrefRecord.cpy".

       WORKING-STORAGE SECTION.
       01 WS-CUSTOMER-XREF-STATUS PIC X(2).
       01 WS-EOF-FLAG             PIC X(1).
       01 WS-SLOT-IDX             PIC 9(2).
       01 WS-OLD-IDX              PIC 9(2).
       01 WS-OLD-COUNT            PIC 9(2).
       01 WS-STILL-LINKED         PIC X(1).
       01 WS-OLD-LINKS.
           05 WS-OLD-ACCT-ID OCCURS 50 TIMES PIC 9(5).

       LINKAGE SECTION.
       COPY "CustomerRecord.cpy"
           REPLACING LEADING ==CUSTOMER== BY ==IN-CUSTOMER==
                     LEADING ==CUST== BY ==IN==.

       PROCEDURE DIVISION USING IN-CUSTOMER-RECORD.
           OPEN I-O CUSTOMER-XREF-FILE.
      *    A missing cross reference is never created here: one
      *    seeded from a single customer would look complete to the
      *    keyed readers. AccountHolders keeps its customer-file scan
      *    until CustomerXrefRebuild has actually built it.
           IF WS-CUSTOMER-XREF-STATUS = "35"
               DISPLAY "Warning: no customer cross reference on file;"
                   " links not indexed. Rebuild it with "
                   "CustomerXrefRebuild."
               GOBACK
           END-IF.
           IF WS-CUSTOMER-XREF-STATUS NOT = "00"
               DISPLAY "Warning: unable to index customer links, "
                   "status " WS-CUSTOMER-XREF-STATUS
                   "; rebuild with CustomerXrefRebuild."
               GOBACK
           END-IF.
           PERFORM LOAD-OLD-LINKS.
           PERFORM VARYING WS-OLD-IDX FROM 1 BY 1
                   UNTIL WS-OLD-IDX > WS-OLD-COUNT
               PERFORM DROP-UNLINKED-ACCOUNT
           END-PERFORM.
           PERFORM VARYING WS-SLOT-IDX FROM 1 BY 1
                   UNTIL WS-SLOT-IDX > IN-ACCOUNT-COUNT
                       OR WS-SLOT-IDX > 10
               IF IN-ACCOUNT-IDS (WS-SLOT-IDX) > 0
                   PERFORM WRITE-CURRENT-LINK
               END-IF
           END-PERFORM.
           CLOSE CUSTOMER-XREF-FILE.
           GOBACK.

       LOAD-OLD-LINKS.
           MOVE 0 TO WS-OLD-COUNT.
           MOVE "N" TO WS-EOF-FLAG.
           MOVE IN-ID TO XREF-HOLDER-ID.
           START CUSTOMER-XREF-FILE KEY IS EQUAL TO XREF-HOLDER-ID
               INVALID KEY
                   MOVE "Y" TO WS-EOF-FLAG
           END-START.
           PERFORM UNTIL WS-EOF-FLAG = "Y"
               READ CUSTOMER-XREF-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       IF XREF-HOLDER-ID NOT = IN-ID
                           MOVE "Y" TO WS-EOF-FLAG
                       ELSE
                           IF WS-OLD-COUNT < 50
                               ADD 1 TO WS-OLD-COUNT
                               MOVE XREF-ACCT-ID TO
                                   WS-OLD-ACCT-ID (WS-OLD-COUNT)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       DROP-UNLINKED-ACCOUNT.
           MOVE "N" TO WS-STILL-LINKED.
           PERFORM VARYING WS-SLOT-IDX FROM 1 BY 1
                   UNTIL WS-SLOT-IDX > IN-ACCOUNT-COUNT
                       OR WS-SLOT-IDX > 10
               IF IN-ACCOUNT-IDS (WS-SLOT-IDX) =
                       WS-OLD-ACCT-ID (WS-OLD-IDX)
                   MOVE "Y" TO WS-STILL-LINKED
               END-IF
           END-PERFORM.
           IF WS-STILL-LINKED = "N"
               MOVE WS-OLD-ACCT-ID (WS-OLD-IDX) TO XREF-ACCT-ID
               MOVE IN-ID TO XREF-CUST-ID
               DELETE CUSTOMER-XREF-FILE
                   INVALID KEY
                       CONTINUE
               END-DELETE
           END-IF.

       WRITE-CURRENT-LINK.
           MOVE IN-ACCOUNT-IDS (WS-SLOT-IDX) TO XREF-ACCT-ID.
           MOVE IN-ID TO XREF-CUST-ID.
           MOVE IN-ID TO XREF-HOLDER-ID.
           IF IN-ACCOUNT-ROLES (WS-SLOT-IDX) = SPACE
               MOVE "P" TO XREF-ROLE
           ELSE
               MOVE IN-ACCOUNT-ROLES (WS-SLOT-IDX) TO XREF-ROLE
           END-IF.
           WRITE CUSTOMER-XREF-RECORD
               INVALID KEY
                   REWRITE CUSTOMER-XREF-RECORD
                       INVALID KEY
                           CONTINUE
                   END-REWRITE
           END-WRITE.
