       IDENTIFICATION DIVISION.
       PROGRAM-ID. NostroReconciliation.

      ******************************************************************
      * Nightly reconciliation of our account at the correspondent
      * bank. The day's book movements through that account - the
      * outbound settlement items BatchTransferDriver wrote to
      * OUTSyyyymmdd.DAT, the inbound clearing items on INCLEAR.DAT,
      * the settlement returns SettlementReturns recorded on
      * SETTLDON.DAT today and the inbound items returned to their
      * senders today on CLRRETRN.DAT - are added to the items
      * carried forward on NOSTROPN.DAT, and every line of the
      * correspondent's statement (NOSTROST.DAT) is matched against
      * them on currency, direction, amount and reference, with the
      * statement valued no earlier than the book date and at most
      * NOS-VALUE-DATE-DAYS after it. Whatever is still unmatched on
      * either side is carried forward to the next run with the date
      * it was first seen, and listed with its age on the break
      * report (NOSTRO.RPT) together with the net difference per
      * currency between the correspondent's movements and ours.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "NostroStatementFileControl.cpy".
           COPY "NostroOpenItemFileControl.cpy".
           COPY "SettlementFileControl.cpy".
           COPY "SettlementDoneFileControl.cpy".
           COPY "ClearingFileControl.cpy".
           COPY "ClearingReturnFileControl.cpy".
           SELECT NOSTRO-REPORT ASSIGN TO "NOSTRO.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NOSTRO-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  NOSTRO-STATEMENT-FILE.
           COPY "NostroStatementRecord.cpy".
       FD  NOSTRO-OPEN-ITEM-FILE.
           COPY "NostroOpenItemRecord.cpy".
       FD  SETTLEMENT-FILE.
           COPY "SettlementRecord.cpy".
       FD  SETTLEMENT-DONE-FILE.
           COPY "SettlementDoneRecord.cpy".
       FD  CLEARING-FILE.
           COPY "ClearingRecord.cpy".
       FD  CLEARING-RETURN-FILE.
           COPY "ClearingReturnRecord.cpy".
       FD  NOSTRO-REPORT.
       01 NOSTRO-REPORT-LINE         PIC X(132).

       WORKING-STORAGE SECTION.
       COPY "NostroPolicy.cpy".
       01 WS-NOSTRO-STATEMENT-STATUS PIC X(2).
       01 WS-NOSTRO-OPEN-STATUS     PIC X(2).
       01 WS-SETTLEMENT-FILE-STATUS PIC X(2).
       01 WS-SETTLEMENT-DONE-STATUS PIC X(2).
       01 WS-CLEARING-FILE-STATUS   PIC X(2).
       01 WS-CLEARING-RETURN-STATUS PIC X(2).
       01 WS-NOSTRO-REPORT-STATUS   PIC X(2).
       01 WS-SETTLEMENT-FILE-NAME   PIC X(16).
       01 WS-EOF-FLAG               PIC X(1).
       01 WS-LOOKUP-EOF             PIC X(1).
       01 WS-TODAY                  PIC 9(8).
       01 WS-TODAY-INT              PIC 9(8).
       01 WS-STATEMENT-RECEIVED     PIC X(1) VALUE "N".
       01 WS-ALREADY-RECONCILED     PIC X(1) VALUE "N".
       01 WS-TABLE-FULL             PIC X(1) VALUE "N".
       01 WS-RETURN-CURRENCY        PIC X(3).
       01 WS-BASE-CURRENCY          PIC X(3) VALUE "EUR".
       01 WS-STMT-IDX               PIC 9(5).
       01 WS-BOOK-IDX               PIC 9(5).
       01 WS-ITEM-IDX               PIC 9(5).
       01 WS-CUR-IDX                PIC 9(3).
       01 WS-MATCH-FOUND            PIC X(1).
       01 WS-STMT-DATE-INT          PIC 9(8).
       01 WS-BOOK-DATE-INT          PIC 9(8).
       01 WS-DATE-GAP               PIC S9(8).
       01 WS-AGE-DAYS               PIC 9(5).
       01 WS-AGE-FLAG               PIC X(5).
       01 WS-SIGNED-AMOUNT          PIC S9(11)V99.
       01 WS-DIFFERENCE             PIC S9(13)V99.
       01 WS-AMOUNT-EDIT            PIC Z(8)9.99.
       01 WS-STMT-NET-EDIT          PIC Z(12)9.99-.
       01 WS-BOOK-NET-EDIT          PIC Z(12)9.99-.
       01 WS-DIFFERENCE-EDIT        PIC Z(12)9.99-.
       01 WS-CARRIED-COUNT          PIC 9(5) VALUE 0.
       01 WS-SETTLEMENT-COUNT       PIC 9(5) VALUE 0.
       01 WS-CLEARING-COUNT         PIC 9(5) VALUE 0.
       01 WS-RETURN-COUNT           PIC 9(5) VALUE 0.
       01 WS-CLEARING-RETURN-COUNT  PIC 9(5) VALUE 0.
       01 WS-STATEMENT-COUNT        PIC 9(5) VALUE 0.
       01 WS-MATCHED-COUNT          PIC 9(5) VALUE 0.
       01 WS-OPEN-COUNT             PIC 9(5) VALUE 0.
       01 WS-AGED-COUNT             PIC 9(5) VALUE 0.

       01 WS-ITEM-COUNT             PIC 9(5) VALUE 0.
       01 ITEM-TABLE.
           05 ITEM-ENTRY OCCURS 5000 TIMES.
               10 ITM-DATA.
                   15 ITM-SIDE             PIC X(1).
                   15 ITM-SOURCE           PIC X(4).
                   15 ITM-ENTRY-DATE       PIC 9(8).
                   15 ITM-FIRST-SEEN-DATE  PIC 9(8).
                   15 ITM-CURRENCY         PIC X(3).
                   15 ITM-DIRECTION        PIC X(1).
                   15 ITM-AMOUNT           PIC 9(9)V99.
                   15 ITM-REFERENCE        PIC X(20).
                   15 ITM-ACCT-ID          PIC 9(5).
                   15 ITM-CORRESPONDENT-REF PIC X(16).
               10 ITM-MATCHED          PIC X(1).

       01 WS-CUR-COUNT              PIC 9(3) VALUE 0.
       01 CURRENCY-TABLE.
           05 CUR-ENTRY OCCURS 50 TIMES.
               10 CUR-CODE             PIC X(3).
               10 CUR-STMT-NET         PIC S9(13)V99.
               10 CUR-BOOK-NET         PIC S9(13)V99.
               10 CUR-OPEN-COUNT       PIC 9(5).

       PROCEDURE DIVISION.
       START-NOSTRO-RECONCILIATION.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE (WS-TODAY).
           DISPLAY "Nostro reconciliation for " WS-TODAY ".".
           PERFORM LOAD-CARRIED-ITEMS THRU LOAD-CARRIED-ITEMS-DONE.
           IF RETURN-CODE NOT = 0
               GOBACK
           END-IF.
           IF WS-ALREADY-RECONCILED = "Y"
               DISPLAY "Nostro account already reconciled for "
                   WS-TODAY "."
               GOBACK
           END-IF.
           PERFORM LOAD-SETTLEMENT-ITEMS.
           PERFORM LOAD-CLEARING-ITEMS.
           PERFORM LOAD-RETURN-ITEMS.
           PERFORM LOAD-CLEARING-RETURN-ITEMS.
           PERFORM LOAD-STATEMENT-LINES.
           IF WS-TABLE-FULL = "Y"
               DISPLAY "More than 5000 nostro items; open items left "
                   "as they were, nothing reconciled."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM MATCH-STATEMENT-ITEMS.
           PERFORM WRITE-BREAK-REPORT.
           PERFORM SAVE-OPEN-ITEMS.
           DISPLAY "Nostro reconciliation complete: "
               WS-STATEMENT-COUNT " statement line(s), "
               WS-MATCHED-COUNT " matched, " WS-OPEN-COUNT
               " open item(s) carried forward, " WS-AGED-COUNT
               " aged.".
           GOBACK.

      * The header record stops a second run on the same day from
      * adding the day's book movements and statement lines twice.
       LOAD-CARRIED-ITEMS.
           OPEN INPUT NOSTRO-OPEN-ITEM-FILE.
           IF WS-NOSTRO-OPEN-STATUS = "35"
               DISPLAY "No nostro open items on file; starting afresh."
               GO TO LOAD-CARRIED-ITEMS-DONE
           END-IF.
           IF WS-NOSTRO-OPEN-STATUS NOT = "00"
               DISPLAY "Unable to open the nostro open items, status "
                   WS-NOSTRO-OPEN-STATUS "; nothing reconciled."
               MOVE 8 TO RETURN-CODE
               GO TO LOAD-CARRIED-ITEMS-DONE
           END-IF.
           MOVE "N" TO WS-EOF-FLAG.
           PERFORM UNTIL WS-EOF-FLAG = "Y"
               READ NOSTRO-OPEN-ITEM-FILE
                   AT END
                       MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       IF NOI-SIDE = "H"
                           IF NOI-ENTRY-DATE = WS-TODAY
                               MOVE "Y" TO WS-ALREADY-RECONCILED
                               MOVE "Y" TO WS-EOF-FLAG
                           END-IF
                       ELSE
                           PERFORM ADD-ITEM
                           ADD 1 TO WS-CARRIED-COUNT
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE NOSTRO-OPEN-ITEM-FILE.
       LOAD-CARRIED-ITEMS-DONE.
           EXIT.

       LOAD-SETTLEMENT-ITEMS.
           MOVE SPACES TO WS-SETTLEMENT-FILE-NAME.
           STRING "OUTS" WS-TODAY ".DAT"
               DELIMITED BY SIZE INTO WS-SETTLEMENT-FILE-NAME.
           OPEN INPUT SETTLEMENT-FILE.
           IF WS-SETTLEMENT-FILE-STATUS = "00"
               MOVE "N" TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF-FLAG = "Y"
                   READ SETTLEMENT-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-FLAG
                       NOT AT END
                           MOVE SPACES TO NOSTRO-OPEN-ITEM-RECORD
                           MOVE "B" TO NOI-SIDE
                           MOVE "OUTS" TO NOI-SOURCE
                           MOVE STL-DATE TO NOI-ENTRY-DATE
                           MOVE STL-CURRENCY TO NOI-CURRENCY
                           MOVE "D" TO NOI-DIRECTION
                           MOVE STL-AMOUNT TO NOI-AMOUNT
                           MOVE STL-EXT-ACCT-ID TO NOI-REFERENCE
                           MOVE STL-FROM-ACCT-ID TO NOI-ACCT-ID
                           PERFORM ADD-NEW-ITEM
                           ADD 1 TO WS-SETTLEMENT-COUNT
                   END-READ
               END-PERFORM
               CLOSE SETTLEMENT-FILE
           END-IF.

      * A debit item (direct debit collection or presented cheque)
      * pays money out of the nostro; everything else brings it in.
       LOAD-CLEARING-ITEMS.
           OPEN INPUT CLEARING-FILE.
           IF WS-CLEARING-FILE-STATUS = "00"
               MOVE "N" TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF-FLAG = "Y"
                   READ CLEARING-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-FLAG
                       NOT AT END
                           MOVE SPACES TO NOSTRO-OPEN-ITEM-RECORD
                           MOVE "B" TO NOI-SIDE
                           MOVE "CLR " TO NOI-SOURCE
                           MOVE CLR-DATE TO NOI-ENTRY-DATE
                           MOVE CLR-CURRENCY TO NOI-CURRENCY
                           IF CLR-DIRECTION = "DEBIT"
                               MOVE "D" TO NOI-DIRECTION
                           ELSE
                               MOVE "C" TO NOI-DIRECTION
                           END-IF
                           MOVE CLR-AMOUNT TO NOI-AMOUNT
                           MOVE CLR-EXT-REF TO NOI-REFERENCE
                           MOVE CLR-TO-ACCT-ID TO NOI-ACCT-ID
                           PERFORM ADD-NEW-ITEM
                           ADD 1 TO WS-CLEARING-COUNT
                   END-READ
               END-PERFORM
               CLOSE CLEARING-FILE
           END-IF.

      * Only returns SettlementReturns processed today; earlier ones
      * were taken by earlier runs. The settled-items file carries no
      * currency, so it is read back off the original OUTS item.
       LOAD-RETURN-ITEMS.
           OPEN INPUT SETTLEMENT-DONE-FILE.
           IF WS-SETTLEMENT-DONE-STATUS = "00"
               MOVE "N" TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF-FLAG = "Y"
                   READ SETTLEMENT-DONE-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-FLAG
                       NOT AT END
                           IF SDONE-STATUS = "RET"
                               AND SDONE-PROCESSED-DATE = WS-TODAY
                               PERFORM ADD-RETURN-ITEM
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SETTLEMENT-DONE-FILE
           END-IF.

       ADD-RETURN-ITEM.
           PERFORM LOOK-UP-RETURN-CURRENCY.
           MOVE SPACES TO NOSTRO-OPEN-ITEM-RECORD.
           MOVE "B" TO NOI-SIDE.
           MOVE "RET " TO NOI-SOURCE.
           MOVE SDONE-PROCESSED-DATE TO NOI-ENTRY-DATE.
           MOVE WS-RETURN-CURRENCY TO NOI-CURRENCY.
           MOVE "C" TO NOI-DIRECTION.
           MOVE SDONE-AMOUNT TO NOI-AMOUNT.
           MOVE SDONE-EXT-ACCT-ID TO NOI-REFERENCE.
           MOVE SDONE-FROM-ACCT-ID TO NOI-ACCT-ID.
           PERFORM ADD-NEW-ITEM.
           ADD 1 TO WS-RETURN-COUNT.

       LOOK-UP-RETURN-CURRENCY.
           MOVE WS-BASE-CURRENCY TO WS-RETURN-CURRENCY.
           MOVE SPACES TO WS-SETTLEMENT-FILE-NAME.
           STRING "OUTS" SDONE-SETTLE-DATE ".DAT"
               DELIMITED BY SIZE INTO WS-SETTLEMENT-FILE-NAME.
           OPEN INPUT SETTLEMENT-FILE.
           IF WS-SETTLEMENT-FILE-STATUS = "00"
               MOVE "N" TO WS-LOOKUP-EOF
               PERFORM UNTIL WS-LOOKUP-EOF = "Y"
                   READ SETTLEMENT-FILE
                       AT END
                           MOVE "Y" TO WS-LOOKUP-EOF
                       NOT AT END
                           IF STL-FROM-ACCT-ID = SDONE-FROM-ACCT-ID
                               AND STL-EXT-ACCT-ID = SDONE-EXT-ACCT-ID
                               AND STL-AMOUNT = SDONE-AMOUNT
                               MOVE STL-CURRENCY TO WS-RETURN-CURRENCY
                               MOVE "Y" TO WS-LOOKUP-EOF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SETTLEMENT-FILE
           END-IF.

      * An inbound item returned to its sender pays the money back
      * out through the nostro. The returns file is appended to day
      * after day, so only today's returns are taken.
       LOAD-CLEARING-RETURN-ITEMS.
           OPEN INPUT CLEARING-RETURN-FILE.
           IF WS-CLEARING-RETURN-STATUS = "00"
               MOVE "N" TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF-FLAG = "Y"
                   READ CLEARING-RETURN-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-FLAG
                       NOT AT END
                           IF CRT-DATE = WS-TODAY
                               PERFORM ADD-CLEARING-RETURN-ITEM
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CLEARING-RETURN-FILE
           END-IF.

       ADD-CLEARING-RETURN-ITEM.
           MOVE SPACES TO NOSTRO-OPEN-ITEM-RECORD.
           MOVE "B" TO NOI-SIDE.
           MOVE "CRET" TO NOI-SOURCE.
           MOVE CRT-DATE TO NOI-ENTRY-DATE.
           MOVE CRT-CURRENCY TO NOI-CURRENCY.
           MOVE "D" TO NOI-DIRECTION.
           MOVE CRT-AMOUNT TO NOI-AMOUNT.
           MOVE CRT-EXT-REF TO NOI-REFERENCE.
           MOVE CRT-ORIG-ACCT-ID TO NOI-ACCT-ID.
           PERFORM ADD-NEW-ITEM.
           ADD 1 TO WS-CLEARING-RETURN-COUNT.

       LOAD-STATEMENT-LINES.
           OPEN INPUT NOSTRO-STATEMENT-FILE.
           IF WS-NOSTRO-STATEMENT-STATUS NOT = "00"
               DISPLAY "No correspondent statement received; book "
                   "items carried forward unmatched."
           ELSE
               MOVE "Y" TO WS-STATEMENT-RECEIVED
               MOVE "N" TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF-FLAG = "Y"
                   READ NOSTRO-STATEMENT-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-FLAG
                       NOT AT END
                           MOVE SPACES TO NOSTRO-OPEN-ITEM-RECORD
                           MOVE "S" TO NOI-SIDE
                           MOVE "STMT" TO NOI-SOURCE
                           MOVE NST-VALUE-DATE TO NOI-ENTRY-DATE
                           MOVE NST-CURRENCY TO NOI-CURRENCY
                           MOVE NST-DIRECTION TO NOI-DIRECTION
                           MOVE NST-AMOUNT TO NOI-AMOUNT
                           MOVE NST-REFERENCE TO NOI-REFERENCE
                           MOVE 0 TO NOI-ACCT-ID
                           MOVE NST-CORRESPONDENT-REF TO
                               NOI-CORRESPONDENT-REF
                           PERFORM ADD-NEW-ITEM
                           ADD 1 TO WS-STATEMENT-COUNT
                   END-READ
               END-PERFORM
               CLOSE NOSTRO-STATEMENT-FILE
           END-IF.

       ADD-NEW-ITEM.
           MOVE WS-TODAY TO NOI-FIRST-SEEN-DATE.
           PERFORM ADD-ITEM.

       ADD-ITEM.
           IF WS-ITEM-COUNT >= 5000
               MOVE "Y" TO WS-TABLE-FULL
           ELSE
               ADD 1 TO WS-ITEM-COUNT
               MOVE NOSTRO-OPEN-ITEM-RECORD TO ITM-DATA (WS-ITEM-COUNT)
               MOVE "N" TO ITM-MATCHED (WS-ITEM-COUNT)
           END-IF.

      * Carried statement items are tried again as well as today's
      * lines: the book movement may have been a day behind.
       MATCH-STATEMENT-ITEMS.
           PERFORM VARYING WS-STMT-IDX FROM 1 BY 1
                   UNTIL WS-STMT-IDX > WS-ITEM-COUNT
               IF ITM-SIDE (WS-STMT-IDX) = "S"
                   PERFORM MATCH-ONE-STATEMENT-ITEM
               END-IF
           END-PERFORM.

       MATCH-ONE-STATEMENT-ITEM.
           MOVE "N" TO WS-MATCH-FOUND.
           COMPUTE WS-STMT-DATE-INT = FUNCTION INTEGER-OF-DATE
               (ITM-ENTRY-DATE (WS-STMT-IDX)).
           PERFORM VARYING WS-BOOK-IDX FROM 1 BY 1
                   UNTIL WS-BOOK-IDX > WS-ITEM-COUNT
                   OR WS-MATCH-FOUND = "Y"
               IF ITM-SIDE (WS-BOOK-IDX) = "B"
                   AND ITM-MATCHED (WS-BOOK-IDX) = "N"
                   AND ITM-CURRENCY (WS-BOOK-IDX) =
                       ITM-CURRENCY (WS-STMT-IDX)
                   AND ITM-DIRECTION (WS-BOOK-IDX) =
                       ITM-DIRECTION (WS-STMT-IDX)
                   AND ITM-AMOUNT (WS-BOOK-IDX) =
                       ITM-AMOUNT (WS-STMT-IDX)
                   AND ITM-REFERENCE (WS-BOOK-IDX) =
                       ITM-REFERENCE (WS-STMT-IDX)
                   COMPUTE WS-BOOK-DATE-INT = FUNCTION INTEGER-OF-DATE
                       (ITM-ENTRY-DATE (WS-BOOK-IDX))
                   COMPUTE WS-DATE-GAP =
                       WS-STMT-DATE-INT - WS-BOOK-DATE-INT
                   IF WS-DATE-GAP >= 0
                       AND WS-DATE-GAP <= NOS-VALUE-DATE-DAYS
                       MOVE "Y" TO WS-MATCH-FOUND
                       MOVE "Y" TO ITM-MATCHED (WS-BOOK-IDX)
                       MOVE "Y" TO ITM-MATCHED (WS-STMT-IDX)
                       ADD 1 TO WS-MATCHED-COUNT
                   END-IF
               END-IF
           END-PERFORM.

      * NET is money in less money out over the items still open on
      * each side; DIFFERENCE is the statement net less the book net,
      * the amount by which the correspondent's balance and ours have
      * drifted apart.
       WRITE-BREAK-REPORT.
           OPEN OUTPUT NOSTRO-REPORT.
           MOVE SPACES TO NOSTRO-REPORT-LINE.
           STRING "NOSTRO RECONCILIATION BREAKS AS AT " WS-TODAY
               DELIMITED BY SIZE INTO NOSTRO-REPORT-LINE.
           WRITE NOSTRO-REPORT-LINE.
           IF WS-STATEMENT-RECEIVED NOT = "Y"
               MOVE SPACES TO NOSTRO-REPORT-LINE
               STRING "NO CORRESPONDENT STATEMENT RECEIVED TODAY"
                   DELIMITED BY SIZE INTO NOSTRO-REPORT-LINE
               WRITE NOSTRO-REPORT-LINE
           END-IF.
           MOVE SPACES TO NOSTRO-REPORT-LINE.
           STRING "SIDE SRC  DATE     CCY D AMOUNT       REFERENCE"
               "            ACCT  CORRESP REF      FIRST    AGE"
               DELIMITED BY SIZE INTO NOSTRO-REPORT-LINE.
           WRITE NOSTRO-REPORT-LINE.
           PERFORM VARYING WS-ITEM-IDX FROM 1 BY 1
                   UNTIL WS-ITEM-IDX > WS-ITEM-COUNT
               IF ITM-MATCHED (WS-ITEM-IDX) = "N"
                   PERFORM REPORT-ONE-OPEN-ITEM
               END-IF
           END-PERFORM.
           MOVE SPACES TO NOSTRO-REPORT-LINE.
           WRITE NOSTRO-REPORT-LINE.
           MOVE SPACES TO NOSTRO-REPORT-LINE.
           STRING "CCY OPEN  STATEMENT NET     BOOK NET          "
               "DIFFERENCE"
               DELIMITED BY SIZE INTO NOSTRO-REPORT-LINE.
           WRITE NOSTRO-REPORT-LINE.
           PERFORM VARYING WS-CUR-IDX FROM 1 BY 1
                   UNTIL WS-CUR-IDX > WS-CUR-COUNT
               PERFORM REPORT-ONE-CURRENCY
           END-PERFORM.
           MOVE SPACES TO NOSTRO-REPORT-LINE.
           STRING "TOTAL " WS-STATEMENT-COUNT " statement, "
               WS-SETTLEMENT-COUNT " settlement, " WS-CLEARING-COUNT
               " clearing, " WS-RETURN-COUNT " return, "
               WS-CARRIED-COUNT " carried; " WS-MATCHED-COUNT
               " matched, " WS-OPEN-COUNT " open, " WS-AGED-COUNT
               " aged"
               DELIMITED BY SIZE INTO NOSTRO-REPORT-LINE.
           WRITE NOSTRO-REPORT-LINE.
           CLOSE NOSTRO-REPORT.

       REPORT-ONE-OPEN-ITEM.
           ADD 1 TO WS-OPEN-COUNT.
           COMPUTE WS-AGE-DAYS = WS-TODAY-INT -
               FUNCTION INTEGER-OF-DATE
                   (ITM-FIRST-SEEN-DATE (WS-ITEM-IDX)).
           MOVE SPACES TO WS-AGE-FLAG.
           IF WS-AGE-DAYS >= NOS-AGE-WARNING-DAYS
               MOVE "AGED" TO WS-AGE-FLAG
               ADD 1 TO WS-AGED-COUNT
           END-IF.
           MOVE ITM-AMOUNT (WS-ITEM-IDX) TO WS-AMOUNT-EDIT.
           MOVE SPACES TO NOSTRO-REPORT-LINE.
           STRING ITM-SIDE (WS-ITEM-IDX) "    "
               ITM-SOURCE (WS-ITEM-IDX) " "
               ITM-ENTRY-DATE (WS-ITEM-IDX) " "
               ITM-CURRENCY (WS-ITEM-IDX) " "
               ITM-DIRECTION (WS-ITEM-IDX) " "
               WS-AMOUNT-EDIT " "
               ITM-REFERENCE (WS-ITEM-IDX) " "
               ITM-ACCT-ID (WS-ITEM-IDX) " "
               ITM-CORRESPONDENT-REF (WS-ITEM-IDX) " "
               ITM-FIRST-SEEN-DATE (WS-ITEM-IDX) " "
               WS-AGE-DAYS " " WS-AGE-FLAG
               DELIMITED BY SIZE INTO NOSTRO-REPORT-LINE.
           WRITE NOSTRO-REPORT-LINE.
           PERFORM ADD-TO-CURRENCY-NET.

       ADD-TO-CURRENCY-NET.
           PERFORM VARYING WS-CUR-IDX FROM 1 BY 1
                   UNTIL WS-CUR-IDX > WS-CUR-COUNT
                   OR CUR-CODE (WS-CUR-IDX) = ITM-CURRENCY (WS-ITEM-IDX)
               CONTINUE
           END-PERFORM.
           IF WS-CUR-IDX > WS-CUR-COUNT
               IF WS-CUR-COUNT >= 50
                   GO TO ADD-TO-CURRENCY-NET-DONE
               END-IF
               ADD 1 TO WS-CUR-COUNT
               MOVE ITM-CURRENCY (WS-ITEM-IDX) TO CUR-CODE (WS-CUR-IDX)
               MOVE 0 TO CUR-STMT-NET (WS-CUR-IDX)
               MOVE 0 TO CUR-BOOK-NET (WS-CUR-IDX)
               MOVE 0 TO CUR-OPEN-COUNT (WS-CUR-IDX)
           END-IF.
           IF ITM-DIRECTION (WS-ITEM-IDX) = "D"
               COMPUTE WS-SIGNED-AMOUNT = 0 - ITM-AMOUNT (WS-ITEM-IDX)
           ELSE
               MOVE ITM-AMOUNT (WS-ITEM-IDX) TO WS-SIGNED-AMOUNT
           END-IF.
           IF ITM-SIDE (WS-ITEM-IDX) = "S"
               ADD WS-SIGNED-AMOUNT TO CUR-STMT-NET (WS-CUR-IDX)
           ELSE
               ADD WS-SIGNED-AMOUNT TO CUR-BOOK-NET (WS-CUR-IDX)
           END-IF.
           ADD 1 TO CUR-OPEN-COUNT (WS-CUR-IDX).
       ADD-TO-CURRENCY-NET-DONE.
           EXIT.

       REPORT-ONE-CURRENCY.
           COMPUTE WS-DIFFERENCE = CUR-STMT-NET (WS-CUR-IDX) -
               CUR-BOOK-NET (WS-CUR-IDX).
           MOVE CUR-STMT-NET (WS-CUR-IDX) TO WS-STMT-NET-EDIT.
           MOVE CUR-BOOK-NET (WS-CUR-IDX) TO WS-BOOK-NET-EDIT.
           MOVE WS-DIFFERENCE TO WS-DIFFERENCE-EDIT.
           MOVE SPACES TO NOSTRO-REPORT-LINE.
           STRING CUR-CODE (WS-CUR-IDX) " "
               CUR-OPEN-COUNT (WS-CUR-IDX) " "
               WS-STMT-NET-EDIT " " WS-BOOK-NET-EDIT " "
               WS-DIFFERENCE-EDIT
               DELIMITED BY SIZE INTO NOSTRO-REPORT-LINE.
           WRITE NOSTRO-REPORT-LINE.

       SAVE-OPEN-ITEMS.
           OPEN OUTPUT NOSTRO-OPEN-ITEM-FILE.
           MOVE SPACES TO NOSTRO-OPEN-ITEM-RECORD.
           MOVE "H" TO NOI-SIDE.
           MOVE WS-TODAY TO NOI-ENTRY-DATE.
           MOVE WS-TODAY TO NOI-FIRST-SEEN-DATE.
           MOVE 0 TO NOI-AMOUNT.
           MOVE 0 TO NOI-ACCT-ID.
           WRITE NOSTRO-OPEN-ITEM-RECORD.
           PERFORM VARYING WS-ITEM-IDX FROM 1 BY 1
                   UNTIL WS-ITEM-IDX > WS-ITEM-COUNT
               IF ITM-MATCHED (WS-ITEM-IDX) = "N"
                   MOVE ITM-DATA (WS-ITEM-IDX) TO
                       NOSTRO-OPEN-ITEM-RECORD
                   WRITE NOSTRO-OPEN-ITEM-RECORD
               END-IF
           END-PERFORM.
           CLOSE NOSTRO-OPEN-ITEM-FILE.
