       IDENTIFICATION DIVISION.
       PROGRAM-ID. VaultPositionReport.

      ******************************************************************
      * Nightly branch vault position. Every active vault on
      * VAULT.DAT is listed on VAULTPOS.RPT with its cash against its
      * limits; a vault above its insurance limit is flagged OVER
      * INSURANCE, one below its minimum BELOW MINIMUM. For each
      * flagged vault a cash order goes on CASHyyyymmdd.DAT, dated
      * the next business day (BusinessDayCheck, so weekends and the
      * HOLIDAY.DAT calendar are skipped): a pickup of the excess or
      * a delivery of the shortfall, either bringing the vault back
      * to its target level. Drawers still open at report time have
      * cash outside the vault; DrawerBalancing flags those.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "VaultFileControl.cpy".
           COPY "CashOrderFileControl.cpy".
           SELECT VAULT-REPORT ASSIGN TO "VAULTPOS.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VAULT-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BRANCH-VAULT-FILE.
           COPY "VaultRecord.cpy".
       FD  CASH-ORDER-FILE.
           COPY "CashOrderRecord.cpy".
       FD  VAULT-REPORT.
       01 VAULT-REPORT-LINE          PIC X(120).

       WORKING-STORAGE SECTION.
       01 WS-VAULT-FILE-STATUS      PIC X(2).
       01 WS-CASH-ORDER-STATUS      PIC X(2).
       01 WS-VAULT-REPORT-STATUS    PIC X(2).
       01 WS-CASH-ORDER-FILE-NAME   PIC X(16).
       01 WS-EOF-VAULTS             PIC X(1) VALUE "N".
       01 WS-TODAY                  PIC 9(8).
       01 WS-NEXT-DAY               PIC 9(8).
       01 WS-NEXT-DAY-INT           PIC 9(8).
       01 WS-BUSINESS-DAY           PIC X(1).
       01 WS-DAY-TRIES              PIC 9(2).
       01 WS-TARGET                 PIC 9(11)V99.
       01 WS-ORDER-TYPE             PIC X(1).
       01 WS-ORDER-AMOUNT           PIC 9(11)V99.
       01 WS-FLAG-TEXT              PIC X(14).
       01 WS-VAULT-COUNT            PIC 9(5) VALUE 0.
       01 WS-OVER-COUNT             PIC 9(5) VALUE 0.
       01 WS-BELOW-COUNT            PIC 9(5) VALUE 0.
       01 WS-DELIVERY-TOTAL         PIC 9(13)V99 VALUE 0.
       01 WS-PICKUP-TOTAL           PIC 9(13)V99 VALUE 0.

       PROCEDURE DIVISION.
       START-VAULT-POSITION.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           DISPLAY "Branch vault position for " WS-TODAY ".".
           OPEN INPUT BRANCH-VAULT-FILE.
           IF WS-VAULT-FILE-STATUS = "35"
               DISPLAY "No vaults on file; no cash orders."
               GOBACK
           END-IF.
           IF WS-VAULT-FILE-STATUS NOT = "00"
               DISPLAY "Unable to open the vault file, status "
                   WS-VAULT-FILE-STATUS "; no cash orders."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM FIND-NEXT-BUSINESS-DAY.
           MOVE SPACES TO WS-CASH-ORDER-FILE-NAME.
           STRING "CASH" WS-NEXT-DAY ".DAT"
               DELIMITED BY SIZE INTO WS-CASH-ORDER-FILE-NAME.
           OPEN OUTPUT CASH-ORDER-FILE.
           PERFORM OPEN-VAULT-REPORT.
           MOVE LOW-VALUES TO VLT-KEY.
           START BRANCH-VAULT-FILE KEY IS NOT LESS THAN VLT-KEY
               INVALID KEY
                   MOVE "Y" TO WS-EOF-VAULTS
           END-START.
           PERFORM UNTIL WS-EOF-VAULTS = "Y"
               READ BRANCH-VAULT-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF-VAULTS
                   NOT AT END
                       IF VLT-STATUS = "A"
                           PERFORM CHECK-ONE-VAULT
                       END-IF
               END-READ
           END-PERFORM.
           PERFORM CLOSE-VAULT-REPORT.
           CLOSE CASH-ORDER-FILE.
           CLOSE BRANCH-VAULT-FILE.
           DISPLAY "Vault position complete: " WS-VAULT-COUNT
               " vault(s), " WS-OVER-COUNT " over insurance, "
               WS-BELOW-COUNT " below minimum; orders for "
               WS-NEXT-DAY " on " WS-CASH-ORDER-FILE-NAME ".".
           GOBACK.

      * Gives up after a fortnight of closed days and orders for the
      * last date tried rather than not at all.
       FIND-NEXT-BUSINESS-DAY.
           COMPUTE WS-NEXT-DAY-INT =
               FUNCTION INTEGER-OF-DATE (WS-TODAY).
           MOVE "N" TO WS-BUSINESS-DAY.
           MOVE 0 TO WS-DAY-TRIES.
           PERFORM UNTIL WS-BUSINESS-DAY = "Y" OR WS-DAY-TRIES >= 14
               ADD 1 TO WS-NEXT-DAY-INT
               ADD 1 TO WS-DAY-TRIES
               COMPUTE WS-NEXT-DAY =
                   FUNCTION DATE-OF-INTEGER (WS-NEXT-DAY-INT)
               CALL "BusinessDayCheck" USING WS-NEXT-DAY
                   WS-BUSINESS-DAY
           END-PERFORM.

       CHECK-ONE-VAULT.
           ADD 1 TO WS-VAULT-COUNT.
           IF VLT-TARGET = 0
               COMPUTE WS-TARGET =
                   (VLT-MINIMUM + VLT-INSURANCE-LIMIT) / 2
           ELSE
               MOVE VLT-TARGET TO WS-TARGET
           END-IF.
           MOVE SPACES TO WS-FLAG-TEXT.
           MOVE SPACE TO WS-ORDER-TYPE.
           MOVE 0 TO WS-ORDER-AMOUNT.
           EVALUATE TRUE
               WHEN VLT-INSURANCE-LIMIT > 0
                   AND VLT-BALANCE > VLT-INSURANCE-LIMIT
                   MOVE "OVER INSURANCE" TO WS-FLAG-TEXT
                   ADD 1 TO WS-OVER-COUNT
                   MOVE "P" TO WS-ORDER-TYPE
                   COMPUTE WS-ORDER-AMOUNT = VLT-BALANCE - WS-TARGET
                   ADD WS-ORDER-AMOUNT TO WS-PICKUP-TOTAL
               WHEN VLT-BALANCE < VLT-MINIMUM
                   MOVE "BELOW MINIMUM" TO WS-FLAG-TEXT
                   ADD 1 TO WS-BELOW-COUNT
                   MOVE "D" TO WS-ORDER-TYPE
                   COMPUTE WS-ORDER-AMOUNT = WS-TARGET - VLT-BALANCE
                   ADD WS-ORDER-AMOUNT TO WS-DELIVERY-TOTAL
           END-EVALUATE.
           MOVE SPACES TO VAULT-REPORT-LINE.
           STRING VLT-BRANCH "    " VLT-CURRENCY " " VLT-BALANCE " "
               VLT-MINIMUM " " VLT-INSURANCE-LIMIT " " WS-TARGET " "
               WS-FLAG-TEXT " " WS-ORDER-TYPE " " WS-ORDER-AMOUNT
               DELIMITED BY SIZE INTO VAULT-REPORT-LINE.
           WRITE VAULT-REPORT-LINE.
           IF WS-ORDER-TYPE NOT = SPACE
               PERFORM WRITE-CASH-ORDER
           END-IF.

       WRITE-CASH-ORDER.
           MOVE WS-TODAY TO CO-ORDER-DATE.
           MOVE WS-NEXT-DAY TO CO-DELIVERY-DATE.
           MOVE VLT-BRANCH TO CO-BRANCH.
           MOVE VLT-CURRENCY TO CO-CURRENCY.
           MOVE WS-ORDER-TYPE TO CO-TYPE.
           MOVE WS-ORDER-AMOUNT TO CO-AMOUNT.
           MOVE VLT-BALANCE TO CO-VAULT-BALANCE.
           WRITE CASH-ORDER-RECORD.

      * ORDER is D for a delivery, P for a pickup, with the amount
      * that brings the vault back to TARGET.
       OPEN-VAULT-REPORT.
           OPEN OUTPUT VAULT-REPORT.
           MOVE SPACES TO VAULT-REPORT-LINE.
           STRING "BRANCH VAULT POSITION AS AT " WS-TODAY
               ", ORDERS FOR " WS-NEXT-DAY
               DELIMITED BY SIZE INTO VAULT-REPORT-LINE.
           WRITE VAULT-REPORT-LINE.
           MOVE SPACES TO VAULT-REPORT-LINE.
           STRING "BRANCH CCY BALANCE       MINIMUM       "
               "INSURANCE     TARGET        FLAG           O "
               "ORDER"
               DELIMITED BY SIZE INTO VAULT-REPORT-LINE.
           WRITE VAULT-REPORT-LINE.

       CLOSE-VAULT-REPORT.
           MOVE SPACES TO VAULT-REPORT-LINE.
           STRING "TOTAL " WS-VAULT-COUNT " vault(s), "
               WS-OVER-COUNT " over insurance, " WS-BELOW-COUNT
               " below minimum; deliveries " WS-DELIVERY-TOTAL
               " pickups " WS-PICKUP-TOTAL
               DELIMITED BY SIZE INTO VAULT-REPORT-LINE.
           WRITE VAULT-REPORT-LINE.
           CLOSE VAULT-REPORT.
