           COPY "SessionFileControl.cpy".
           COPY "StandingOrderFileControl.cpy".
           COPY "MaintAuditFileControl.cpy".
           COPY "LedgerArchiveFileControl.cpy".
           COPY "AlertFileControl.cpy".
           COPY "CashProjectionFileControl.cpy".

       DATA DIVISION.
       FILE SECTION.
           COPY "StandingOrderRecord.cpy".
       FD  MAINT-AUDIT-FILE.
           COPY "MaintAuditRecord.cpy".
       FD  ARCHIVE-LEDGER.
           COPY "LedgerRecord.cpy"
               REPLACING LEADING ==LEDGER== BY ==ARCH-LEDGER==
                         LEADING ==LEDG== BY ==ARCH==.
       FD  ALERTS-FILE.
           COPY "AlertRecord.cpy".
       FD  CASH-PROJECTION-FILE.
           COPY "CashProjectionRecord.cpy".

       WORKING-STORAGE SECTION.
       COPY "ReasonCodes.cpy".
       01 WS-ERROR-MESSAGE       PIC X(40).
       01 ACCOUNT-1-ID         PIC 9(5) VALUE 23.
       01 ACCOUNT-2-ID         PIC 9(5) VALUE 45.
       01 ACCOUNT-1-BALANCE    PIC 9(9)V99 VALUE 0.
       01 ACCOUNT-2-BALANCE    PIC 9(9)V99 VALUE 0.
       01 ERROR-CODE           PIC 9(2).
       01 ACTION               PIC X(20).
       01 AMOUNT                PIC 9(9)V99.
       01 FROM-ACCOUNT         PIC 9(5).
       01 TO-ACCOUNT           PIC 9(5).
       01 WS-ENTERED-PIN        PIC 9(4).
       01 WS-KEY                PIC X(20).
       01 WS-VALUE              PIC X(40).

       01 WS-FROM-BALANCE       PIC 9(9)V99.
       01 WS-FROM-STATUS        PIC X(1).
       01 WS-FROM-DAILY-LIMIT   PIC 9(9)V99.
       01 WS-FROM-TXN-LIMIT     PIC 9(9)V99.
       01 WS-FROM-DAILY-TOTAL   PIC 9(9)V99.
       01 WS-FROM-PIN           PIC 9(4).
       01 WS-FROM-MIN-BALANCE   PIC 9(9)V99.
       01 WS-FROM-OVERDRAFT-LIMIT PIC 9(9)V99.
       01 WS-FROM-APPROVAL-THRESHOLD PIC 9(9)V99.
       01 WS-FROM-CURRENCY      PIC X(3).
       01 WS-FROM-VERSION       PIC 9(9).

       01 WS-TO-BALANCE         PIC 9(9)V99.
       01 WS-TO-STATUS          PIC X(1).
       01 WS-TO-CURRENCY        PIC X(3).
       01 WS-TO-VERSION         PIC 9(9).
       01 WS-JOURNAL-PROGRAM PIC X(25) VALUE "WebBanking".
       01 WS-JOURNAL-BEFORE  PIC X(250).
       01 WS-JOURNAL-AFTER   PIC X(250).
       01 WS-CHECK-ACCT-ID      PIC 9(5).
       01 WS-CHECK-RESULT       PIC X(1).
       01 WS-FUTURE-PAYMENT-FILE-STATUS PIC X(2).
       01 WS-BENEFICIARY-FILE-STATUS PIC X(2).
       01 WS-BENEF-ID           PIC 9(5).
       01 WS-BENEF-RESULT       PIC X(1).
       01 WS-VEL-KIND           PIC X(1).
       01 WS-VEL-CHANNEL        PIC X(25) VALUE "WebBanking".
       01 WS-VEL-DATE           PIC 9(8) VALUE 0.
       01 WS-VEL-TIME           PIC 9(6) VALUE 0.
       01 WS-VEL-RESULT         PIC X(1).
       01 WS-VEL-RULE-ID        PIC X(4).
       01 WS-PIN-RESULT         PIC X(1).
       01 WS-WEB-SESSION-STATUS PIC X(2).
       01 WS-TOKEN              PIC X(16).
       01 WS-ORDER-FREQ         PIC X(1).
       01 WS-ORDER-DOM          PIC 9(2).
       01 WS-ORDER-TYPE         PIC X(1).
       01 WS-ORDER-TARGET       PIC 9(9)V99.
       01 WS-SO-RETRY-COUNT     PIC 9(2).
       01 WS-SO-WRITE-OK        PIC X(1).
       01 WS-ALERT-LOWBAL       PIC X(1).
       01 WS-ALERT-LARGETXN     PIC X(1).
       01 WS-ALERT-LARGEAMT     PIC 9(9)V99.
       01 WS-ALERT-FAILSO       PIC X(1).
       01 WS-ALERT-DEPOSIT      PIC X(1).
       01 WS-CUST-FOUND         PIC X(1).
       01 WS-HOLDER-COUNT       PIC 9(2).
       01 WS-HOLDER-TABLE.
           05 WS-HOLDER-ENTRY OCCURS 20 TIMES.
               10 WS-HOLDER-CUST-ID PIC 9(5).
               10 WS-HOLDER-ROLE    PIC X(1).
       01 WS-EOF-ORDERS         PIC X(1).
       01 WS-ACCT-OWNED         PIC X(1).
       01 WS-LEDGER-SHADOW-STATUS PIC X(2).
       01 WS-EOF-SHADOW         PIC X(1).
       01 WS-ARCHIVE-LEDGER-STATUS PIC X(2).
       01 WS-ARCHIVE-LEDGER-NAME PIC X(14).
       01 WS-EOF-ARCHIVE        PIC X(1).
       01 WS-ARCHIVE-MONTH      PIC 9(6).
       01 WS-ARCHIVE-OK         PIC X(1).
       01 WS-ARCHIVE-FOUND      PIC X(1).
       01 WS-ARCHIVE-ENTRIES    PIC 9(5).
       01 WS-MONTHS-LISTED      PIC 9(3).
      *    How far back the month list looks for archive files.
       01 WS-ARCHIVE-MONTHS-BACK PIC 9(3) VALUE 24.
       01 WS-SCAN-COUNT         PIC 9(3).
       01 WS-SCAN-YEAR          PIC 9(4).
       01 WS-SCAN-MONTH         PIC 9(2).
       01 WS-SCAN-YYYYMM        PIC 9(6).
       01 WS-OPENING-BALANCE    PIC S9(9)V99.
       01 WS-CLOSING-BALANCE    PIC S9(9)V99.
       01 WS-BALANCE-DISPLAY    PIC -(9)9.99.
       01 WS-ALERTS-FILE-STATUS PIC X(2).
       01 WS-EOF-BENEFICIARIES  PIC X(1).
       01 WS-BENEF-NAME         PIC X(30).
       01 WS-BENEF-REF          PIC X(20).
       01 WS-BENEF-NEXT-ID      PIC 9(5).
       01 WS-BENEF-DUPLICATE    PIC X(1).
       01 WS-BENEF-RETRY-COUNT  PIC 9(2).
       01 WS-BENEF-WRITE-OK     PIC X(1).
       01 WS-BENEF-USABLE-DATE  PIC 9(8).
       01 WS-CASH-PROJECTION-STATUS PIC X(2).
       01 WS-FORECAST-IDX       PIC 9(2).
       01 WS-FORECAST-FOUND     PIC X(1).
       01 WS-FORECAST-IN        PIC Z(8)9.99.
       01 WS-FORECAST-OUT       PIC Z(8)9.99.
       01 WS-VD-PAYMENT-TYPE    PIC X(10).
       01 WS-VD-CURRENCY        PIC X(3).
       01 WS-VD-CAPTURE-TIME    PIC 9(6).
       01 WS-VALUE-DATE         PIC 9(8) VALUE 0.
       01 WS-VALUE-REASON       PIC X(1) VALUE SPACE.
       COPY "BeneficiaryPolicy.cpy".
       COPY "CarryForwardRecord.cpy".

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           MOVE SPACES TO ACTION.
           MOVE 0 TO FROM-ACCOUNT TO-ACCOUNT AMOUNT WS-ENTERED-PIN
               WS-HISTORY-ACCT-ID WS-CUSTOMER-ID
               WS-EXEC-DATE WS-FUTURE-ID WS-BENEF-ID
               WS-ARCHIVE-MONTH.
           MOVE SPACES TO WS-TXN-CATEGORY.
           MOVE SPACES TO WS-BENEF-NAME WS-BENEF-REF.
           MOVE SPACES TO WS-TOKEN.
           MOVE "N" TO WS-SESSION-OK.
           MOVE 0 TO WS-ORDER-ID WS-ORDER-DOM WS-ORDER-TARGET
                   END-IF
           END-EVALUATE.

           EVALUATE ACTION
               WHEN "csv"
                   PERFORM PROCESS-CSV-EXPORT
               WHEN "archivecsv"
                   PERFORM PROCESS-ARCHIVE-CSV
                       THRU PROCESS-ARCHIVE-CSV-DONE
               WHEN OTHER
                   DISPLAY "Content-Type: text/html; charset=UTF-8"
                   DISPLAY ""
                   IF ACTION = SPACES
                       PERFORM DISPLAY-MAIN-PAGE
                   ELSE
                       PERFORM ROUTE-ACTION
                   END-IF
           END-EVALUATE.

           PERFORM CLOSE-ACCOUNTS-FILE.
           PERFORM CLOSE-CUSTOMER-FILE.
           DISPLAY "            <a href='WebBanking.cgi?"
               "action=futurecancel' class='btn'>Annuler un"
               " paiement programme</a>"
           DISPLAY "            <a href='WebBanking.cgi?"
               "action=archive' class='btn'>Releves"
               " archives</a>"
           DISPLAY "            <a href='WebBanking.cgi?"
               "action=benefs' class='btn'>Mes"
               " beneficiaires</a>"
           DISPLAY "            <a href='WebBanking.cgi?"
               "action=forecast' class='btn'>Solde prevu"
               " a 30 jours</a>"
           DISPLAY "        </div>"

           DISPLAY "    </div>"
                       PERFORM PROCESS-FUTURECANCEL
                           THRU PROCESS-FUTURECANCEL-DONE
                   END-IF
               WHEN "archive"
                   IF WS-ARCHIVE-MONTH = 0
                       PERFORM PROCESS-ARCHIVE-LIST
                           THRU PROCESS-ARCHIVE-LIST-DONE
                   ELSE
                       PERFORM PROCESS-ARCHIVE-MONTH
                           THRU PROCESS-ARCHIVE-MONTH-DONE
                   END-IF
               WHEN "benefs"
                   PERFORM PROCESS-BENEFICIARIES
                       THRU PROCESS-BENEFICIARIES-DONE
               WHEN "addbenef"
                   PERFORM PROCESS-ADDBENEF
                       THRU PROCESS-ADDBENEF-DONE
               WHEN "delbenef"
                   PERFORM PROCESS-DELBENEF
                       THRU PROCESS-DELBENEF-DONE
               WHEN "forecast"
                   PERFORM PROCESS-FORECAST
                       THRU PROCESS-FORECAST-DONE
               WHEN OTHER
                   PERFORM DISPLAY-MAIN-PAGE
           END-EVALUATE.
                   MOVE FUNCTION TRIM(WS-VALUE) TO WS-ALERT-FAILSO
               WHEN "depalert"
                   MOVE FUNCTION TRIM(WS-VALUE) TO WS-ALERT-DEPOSIT
               WHEN "month"
                   MOVE FUNCTION NUMVAL(WS-VALUE) TO WS-ARCHIVE-MONTH
               WHEN "benefname"
                   MOVE FUNCTION TRIM(WS-VALUE) TO WS-BENEF-NAME
               WHEN "extref"
                   MOVE FUNCTION TRIM(WS-VALUE) TO WS-BENEF-REF
           END-EVALUATE.

       DISPLAY-TRANSFER-FORM.
           DISPLAY "</div></body></html>".

      * The self-service pages act for whichever customer links
      * the session's account - the first holder AccountHolders
      * returns, read by key.
       FIND-SESSION-CUSTOMER.
           MOVE "N" TO WS-CUST-FOUND.
           CALL "AccountHolders" USING SESS-ACCT-ID
               WS-HOLDER-COUNT WS-HOLDER-TABLE.
           IF WS-HOLDER-COUNT > 0
               MOVE WS-HOLDER-CUST-ID (1) TO CUST-ID
               READ CUSTOMER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "Y" TO WS-CUST-FOUND
               END-READ
           END-IF.

       CHECK-ACCOUNT-OWNED.
           MOVE "N" TO WS-ACCT-OWNED.
               PERFORM CLOSE-SELF-SERVICE-PAGE
               GO TO PROCESS-NEWORDER-DONE
           END-IF.
           PERFORM LOAD-FROM-ACCOUNT.
           IF WS-ACCOUNT-FILE-STATUS NOT = "00"
               DISPLAY "<h2>Ordre refuse</h2>"
               DISPLAY "<p>Compte source introuvable.</p>"
               PERFORM CLOSE-SELF-SERVICE-PAGE
               GO TO PROCESS-NEWORDER-DONE
           END-IF.
           MOVE TO-ACCOUNT TO WS-CHECK-ACCT-ID.
           CALL "AccountIdValidate" USING WS-CHECK-ACCT-ID
               WS-CHECK-RESULT.
               PERFORM CLOSE-SELF-SERVICE-PAGE
               GO TO PROCESS-NEWORDER-DONE
           END-IF.
      *    A first run asked for today is only made today when the
      *    order is set up before the standing-order cut-off on a
      *    business day; later first runs roll by the order's own
      *    rule when they fall due.
           MOVE WS-EXEC-DATE TO WS-VALUE-DATE.
           MOVE SPACE TO WS-VALUE-REASON.
           IF WS-EXEC-DATE <= WS-TODAY
               MOVE "STANDORD" TO WS-VD-PAYMENT-TYPE
               MOVE WS-FROM-CURRENCY TO WS-VD-CURRENCY
               ACCEPT WS-TIME-NOW FROM TIME
               MOVE WS-TIME-NOW (1:6) TO WS-VD-CAPTURE-TIME
               CALL "ValueDate" USING WS-VD-PAYMENT-TYPE
                   WS-VD-CURRENCY WS-TODAY WS-VD-CAPTURE-TIME
                   WS-EXEC-DATE WS-VALUE-DATE WS-VALUE-REASON
           END-IF.
           OPEN I-O STANDING-ORDER-FILE.
           IF WS-STANDING-ORDER-FILE-STATUS = "35"
               OPEN OUTPUT STANDING-ORDER-FILE
           ELSE
               MOVE 0 TO SO-DAY-OF-MONTH
           END-IF.
           MOVE WS-VALUE-DATE TO SO-NEXT-RUN-DATE.
           MOVE WS-ORDER-TYPE TO SO-ORDER-TYPE.
           IF WS-ORDER-TYPE = "S"
               MOVE WS-ORDER-TARGET TO SO-TARGET-BALANCE
               DISPLAY "<h2>Ordre cree</h2>"
               DISPLAY "<p>Ordre " SO-ID ", premiere execution "
                   SO-NEXT-RUN-DATE "</p>"
               IF WS-VALUE-DATE > WS-EXEC-DATE
                   DISPLAY "<p>Saisi apres l'heure limite ou un jour "
                       "non ouvre : premiere execution reportee du "
                       WS-EXEC-DATE " au " WS-VALUE-DATE ".</p>"
                   MOVE SO-ID TO CFW-REFERENCE
                   MOVE SO-FROM-ACCT-ID TO CFW-FROM-ACCT-ID
                   MOVE SO-TO-ACCT-ID TO CFW-PAYEE
                   MOVE SO-AMOUNT TO CFW-AMOUNT
                   PERFORM LOG-CARRIED-FORWARD
               END-IF
               MOVE "WEB CREATE ORDER" TO WS-AUDIT-ACTION
               MOVE SO-ID TO WS-AUDIT-KEY
               MOVE SPACES TO WS-AUDIT-BEFORE
               OPEN OUTPUT MAINT-AUDIT-FILE
           END-IF.
           ACCEPT AUD-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-TIME-NOW FROM TIME.
           MOVE WS-TIME-NOW (1:6) TO AUD-TIME.
           MOVE "WEB" TO AUD-OPERATOR-ID.
           MOVE "WebBanking" TO AUD-PROGRAM.
           MOVE WS-AUDIT-ACTION TO AUD-ACTION.
               PERFORM DISPLAY-FUTUREPAY-RESULT
               GO TO PROCESS-FUTUREPAY-DONE
           END-IF.
      *    Money leaving the bank is screened by the velocity rules
      *    when it is captured, not days later when it is released.
           IF WS-BENEF-ID NOT = 0
               MOVE "X" TO WS-VEL-KIND
               CALL "VelocityCheck" USING FROM-ACCOUNT WS-VEL-KIND
                   AMOUNT WS-FROM-CURRENCY WS-VEL-CHANNEL
                   WS-VEL-DATE WS-VEL-TIME WS-VEL-RESULT
                   WS-VEL-RULE-ID
               IF WS-VEL-RESULT NOT = "Y"
                   MOVE RC-VELOCITY-BREACH TO ERROR-CODE
                   PERFORM DISPLAY-FUTUREPAY-RESULT
                   GO TO PROCESS-FUTUREPAY-DONE
               END-IF
           END-IF.
      *    The payment is warehoused for its value date, so an
      *    execution date on a weekend or holiday moves to the next
      *    business day and the customer is told so.
           IF WS-BENEF-ID NOT = 0
               MOVE "EXTERNAL" TO WS-VD-PAYMENT-TYPE
           ELSE
               MOVE "TRANSFER" TO WS-VD-PAYMENT-TYPE
           END-IF.
           ACCEPT WS-TIME-NOW FROM TIME.
           MOVE WS-TIME-NOW (1:6) TO WS-VD-CAPTURE-TIME.
           CALL "ValueDate" USING WS-VD-PAYMENT-TYPE WS-FROM-CURRENCY
               WS-TODAY WS-VD-CAPTURE-TIME WS-EXEC-DATE
               WS-VALUE-DATE WS-VALUE-REASON.
           OPEN I-O FUTURE-PAYMENT-FILE.
           IF WS-FUTURE-PAYMENT-FILE-STATUS = "35"
               OPEN OUTPUT FUTURE-PAYMENT-FILE
               MOVE "TRANSFER" TO FP-TXN-TYPE
           END-IF.
           MOVE AMOUNT TO FP-AMOUNT.
           MOVE WS-VALUE-DATE TO FP-EXEC-DATE.
           MOVE WS-TODAY TO FP-CAPTURE-DATE.
           MOVE WS-TXN-CATEGORY TO FP-CATEGORY.
           MOVE "P" TO FP-STATUS.
           CLOSE FUTURE-PAYMENT-FILE.
           IF WS-FP-WRITE-OK = "Y"
               MOVE RC-SUCCESS TO ERROR-CODE
               IF WS-VALUE-DATE > WS-EXEC-DATE
                   MOVE FP-ID TO CFW-REFERENCE
                   MOVE FP-FROM-ACCT-ID TO CFW-FROM-ACCT-ID
                   IF WS-BENEF-ID NOT = 0
                       MOVE FP-EXT-ACCT-ID TO CFW-PAYEE
                   ELSE
                       MOVE FP-TO-ACCT-ID TO CFW-PAYEE
                   END-IF
                   MOVE FP-AMOUNT TO CFW-AMOUNT
                   MOVE WS-FROM-CURRENCY TO WS-VD-CURRENCY
                   PERFORM LOG-CARRIED-FORWARD
               END-IF
           ELSE
               MOVE RC-CONCURRENT-UPDATE TO ERROR-CODE
           END-IF.
       PROCESS-FUTUREPAY-DONE.
           EXIT.

      * Logs a payment given a later value date than it asked for,
      * for the nightly carried-forward report; the caller has set
      * the reference, accounts, amount and WS-VD-CURRENCY.
       LOG-CARRIED-FORWARD.
           MOVE "WebBanking" TO CFW-PROGRAM.
           MOVE WS-VD-PAYMENT-TYPE TO CFW-PAYMENT-TYPE.
           MOVE WS-VD-CURRENCY TO CFW-CURRENCY.
           MOVE WS-EXEC-DATE TO CFW-REQUEST-DATE.
           MOVE WS-VALUE-DATE TO CFW-VALUE-DATE.
           MOVE WS-VALUE-REASON TO CFW-REASON.
           CALL "CarryForwardLog" USING CARRY-FORWARD-RECORD.

       LOOK-UP-BENEFICIARY.
           MOVE "N" TO WS-BENEF-RESULT.
           OPEN INPUT BENEFICIARY-FILE.
               CLOSE BENEFICIARY-FILE
           END-IF.

      * Beneficiary self-service. A customer may add and cancel their
      * own directory entries; an addition is written pending for
      * the cooling-off period, alerts the customer through
      * ALERTS.DAT and is journaled like a branch addition, so a
      * takeover of the web session cannot pay out at once unseen.
       PROCESS-BENEFICIARIES.
           PERFORM REQUIRE-SESSION-CUSTOMER.
           IF WS-CUST-FOUND NOT = "Y"
               PERFORM SHOW-SESSION-REQUIRED
               GO TO PROCESS-BENEFICIARIES-DONE
           END-IF.
           PERFORM OPEN-SELF-SERVICE-PAGE.
           DISPLAY "<h2>Beneficiaires de " CUST-NAME "</h2>".
           MOVE 0 TO WS-HISTORY-LINE-COUNT.
           OPEN INPUT BENEFICIARY-FILE.
           IF WS-BENEFICIARY-FILE-STATUS = "00"
               MOVE LOW-VALUES TO BEN-ID
               START BENEFICIARY-FILE KEY IS NOT LESS THAN BEN-ID
                   INVALID KEY
                       CONTINUE
               END-START
               MOVE "N" TO WS-EOF-BENEFICIARIES
               IF WS-BENEFICIARY-FILE-STATUS NOT = "00"
                   MOVE "Y" TO WS-EOF-BENEFICIARIES
               END-IF
               PERFORM UNTIL WS-EOF-BENEFICIARIES = "Y"
                   READ BENEFICIARY-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-EOF-BENEFICIARIES
                       NOT AT END
                           PERFORM SHOW-BENEFICIARY-IF-OWNED
                   END-READ
               END-PERFORM
               CLOSE BENEFICIARY-FILE
           END-IF.
           IF WS-HISTORY-LINE-COUNT = 0
               DISPLAY "<p>Aucun beneficiaire enregistre.</p>"
           END-IF.
           DISPLAY "<h3>Ajouter un beneficiaire</h3>"
           DISPLAY "<p>Un nouveau beneficiaire est utilisable "
               BEN-COOLING-OFF-DAYS " jour(s) apres son ajout."
               " Vous recevrez une alerte.</p>"
           DISPLAY "<form method='post' action='WebBanking.cgi'>"
           DISPLAY "<input type='hidden' name='action'"
               " value='addbenef'>"
           DISPLAY "<input type='hidden' name='token' value='"
               FUNCTION TRIM(WS-TOKEN) "'>"
           DISPLAY "<div class='form-group'>"
           DISPLAY "<label>Nom du beneficiaire</label>"
           DISPLAY "<input type='text' name='benefname'"
               " maxlength='30' required>"
           DISPLAY "</div>"
           DISPLAY "<div class='form-group'>"
           DISPLAY "<label>Compte du beneficiaire (autre"
               " banque)</label>"
           DISPLAY "<input type='text' name='extref'"
               " maxlength='20' required>"
           DISPLAY "</div>"
           DISPLAY "<div class='btn-group'>"
           DISPLAY "<button type='submit' class='btn'>Ajouter"
               "</button>"
           DISPLAY "</div>"
           DISPLAY "</form>"
           PERFORM CLOSE-SELF-SERVICE-PAGE.

       PROCESS-BENEFICIARIES-DONE.
           EXIT.

       SHOW-BENEFICIARY-IF-OWNED.
           IF BEN-CUST-ID = CUST-ID
               AND (BEN-STATUS = "A" OR BEN-STATUS = "P")
               DISPLAY "<p>Beneficiaire " BEN-ID " : " BEN-NAME
                   " (compte " BEN-EXT-ACCT-ID ")"
               IF BEN-STATUS = "P"
                   PERFORM COMPUTE-BENEF-USABLE-DATE
                   DISPLAY " en attente, utilisable le "
                       WS-BENEF-USABLE-DATE
               ELSE
                   DISPLAY " actif"
               END-IF
               DISPLAY " <a href='WebBanking.cgi?action=delbenef"
                   "&benef=" BEN-ID "&token=" FUNCTION TRIM(WS-TOKEN)
                   "' style='color: #4a9eff;'>Supprimer</a></p>"
               ADD 1 TO WS-HISTORY-LINE-COUNT
           END-IF.

       COMPUTE-BENEF-USABLE-DATE.
           COMPUTE WS-BENEF-USABLE-DATE = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE (BEN-DATE-ADDED)
               + BEN-COOLING-OFF-DAYS).

      * The new entry takes the next free id after the highest on
      * file; the same reference may not be live twice for one
      * customer.
       PROCESS-ADDBENEF.
           PERFORM REQUIRE-SESSION-CUSTOMER.
           IF WS-CUST-FOUND NOT = "Y"
               PERFORM SHOW-SESSION-REQUIRED
               GO TO PROCESS-ADDBENEF-DONE
           END-IF.
           PERFORM OPEN-SELF-SERVICE-PAGE.
           INSPECT WS-BENEF-NAME REPLACING ALL "+" BY SPACE.
           IF WS-BENEF-NAME = SPACES OR WS-BENEF-REF = SPACES
               DISPLAY "<h2>Nom et compte du beneficiaire"
                   " obligatoires</h2>"
               PERFORM CLOSE-SELF-SERVICE-PAGE
               GO TO PROCESS-ADDBENEF-DONE
           END-IF.
           OPEN I-O BENEFICIARY-FILE.
           IF WS-BENEFICIARY-FILE-STATUS = "35"
               OPEN OUTPUT BENEFICIARY-FILE
               CLOSE BENEFICIARY-FILE
               OPEN I-O BENEFICIARY-FILE
           END-IF.
           MOVE 0 TO WS-BENEF-NEXT-ID.
           MOVE "N" TO WS-BENEF-DUPLICATE.
           MOVE LOW-VALUES TO BEN-ID.
           START BENEFICIARY-FILE KEY IS NOT LESS THAN BEN-ID
               INVALID KEY
                   CONTINUE
           END-START.
           MOVE "N" TO WS-EOF-BENEFICIARIES.
           IF WS-BENEFICIARY-FILE-STATUS NOT = "00"
               MOVE "Y" TO WS-EOF-BENEFICIARIES
           END-IF.
           PERFORM UNTIL WS-EOF-BENEFICIARIES = "Y"
               READ BENEFICIARY-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF-BENEFICIARIES
                   NOT AT END
                       MOVE BEN-ID TO WS-BENEF-NEXT-ID
                       IF BEN-CUST-ID = CUST-ID
                           AND BEN-EXT-ACCT-ID = WS-BENEF-REF
                           AND BEN-STATUS NOT = "X"
                           MOVE "Y" TO WS-BENEF-DUPLICATE
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-BENEF-DUPLICATE = "Y"
               DISPLAY "<h2>Ce compte figure deja parmi vos"
                   " beneficiaires</h2>"
               CLOSE BENEFICIARY-FILE
               PERFORM CLOSE-SELF-SERVICE-PAGE
               GO TO PROCESS-ADDBENEF-DONE
           END-IF.
           ADD 1 TO WS-BENEF-NEXT-ID.
           MOVE WS-BENEF-NEXT-ID TO BEN-ID.
           MOVE CUST-ID TO BEN-CUST-ID.
           MOVE WS-BENEF-NAME TO BEN-NAME.
           MOVE WS-BENEF-REF TO BEN-EXT-ACCT-ID.
           MOVE "P" TO BEN-STATUS.
           MOVE WS-TODAY TO BEN-DATE-ADDED.
           MOVE 0 TO WS-BENEF-RETRY-COUNT.
           MOVE "N" TO WS-BENEF-WRITE-OK.
           PERFORM UNTIL WS-BENEF-WRITE-OK = "Y"
               OR WS-BENEF-RETRY-COUNT >= 10
               WRITE BENEFICIARY-RECORD
                   INVALID KEY
                       ADD 1 TO WS-BENEF-RETRY-COUNT
                       ADD 1 TO BEN-ID
                   NOT INVALID KEY
                       MOVE "Y" TO WS-BENEF-WRITE-OK
               END-WRITE
           END-PERFORM.
           CLOSE BENEFICIARY-FILE.
           IF WS-BENEF-WRITE-OK NOT = "Y"
               DISPLAY "<h2>Ajout impossible</h2>"
               PERFORM CLOSE-SELF-SERVICE-PAGE
               GO TO PROCESS-ADDBENEF-DONE
           END-IF.
           PERFORM COMPUTE-BENEF-USABLE-DATE.
           DISPLAY "<h2>Beneficiaire " BEN-ID " ajoute</h2>"
           DISPLAY "<p>" BEN-NAME " (compte " BEN-EXT-ACCT-ID
               ") sera utilisable le " WS-BENEF-USABLE-DATE
               ". Une alerte vous a ete envoyee.</p>"
           PERFORM WRITE-NEW-BENEFICIARY-ALERT.
           MOVE "WEB ADD BENEFICIARY" TO WS-AUDIT-ACTION.
           MOVE BEN-ID TO WS-AUDIT-KEY.
           MOVE SPACES TO WS-AUDIT-BEFORE.
           MOVE SPACES TO WS-AUDIT-AFTER.
           STRING "CUST=" BEN-CUST-ID " REF=" BEN-EXT-ACCT-ID
               DELIMITED BY SIZE INTO WS-AUDIT-AFTER.
           PERFORM WRITE-WEB-AUDIT.
           PERFORM CLOSE-SELF-SERVICE-PAGE.

       PROCESS-ADDBENEF-DONE.
           EXIT.

       WRITE-NEW-BENEFICIARY-ALERT.
           OPEN EXTEND ALERTS-FILE.
           IF WS-ALERTS-FILE-STATUS = "35"
               OPEN OUTPUT ALERTS-FILE
           END-IF.
           MOVE WS-TODAY TO ALERT-DATE.
           MOVE CUST-ID TO ALERT-CUST-ID.
           MOVE CUST-CONTACT TO ALERT-CONTACT.
           MOVE SPACES TO ALERT-TEXT.
           STRING "New beneficiary " FUNCTION TRIM(BEN-NAME)
               " added online; call us if not you"
               DELIMITED BY SIZE INTO ALERT-TEXT.
           WRITE ALERT-RECORD.
           CLOSE ALERTS-FILE.

       PROCESS-DELBENEF.
           PERFORM REQUIRE-SESSION-CUSTOMER.
           IF WS-CUST-FOUND NOT = "Y"
               PERFORM SHOW-SESSION-REQUIRED
               GO TO PROCESS-DELBENEF-DONE
           END-IF.
           PERFORM OPEN-SELF-SERVICE-PAGE.
           OPEN I-O BENEFICIARY-FILE.
           IF WS-BENEFICIARY-FILE-STATUS NOT = "00"
               DISPLAY "<h2>Beneficiaire introuvable</h2>"
               PERFORM CLOSE-SELF-SERVICE-PAGE
               GO TO PROCESS-DELBENEF-DONE
           END-IF.
           MOVE WS-BENEF-ID TO BEN-ID.
           READ BENEFICIARY-FILE
               INVALID KEY
                   CONTINUE
           END-READ.
           IF WS-BENEFICIARY-FILE-STATUS NOT = "00"
               OR BEN-CUST-ID NOT = CUST-ID
               OR (BEN-STATUS NOT = "A" AND BEN-STATUS NOT = "P")
               DISPLAY "<h2>Beneficiaire introuvable</h2>"
           ELSE
               MOVE SPACES TO WS-AUDIT-BEFORE
               STRING "STATUS=" BEN-STATUS
                   DELIMITED BY SIZE INTO WS-AUDIT-BEFORE
               MOVE "X" TO BEN-STATUS
               REWRITE BENEFICIARY-RECORD
                   INVALID KEY
                       DISPLAY "<h2>Suppression impossible</h2>"
                   NOT INVALID KEY
                       DISPLAY "<h2>Beneficiaire " BEN-ID
                           " supprime</h2>"
                       MOVE "WEB DEL BENEFICIARY" TO WS-AUDIT-ACTION
                       MOVE BEN-ID TO WS-AUDIT-KEY
                       MOVE "STATUS=X" TO WS-AUDIT-AFTER
                       PERFORM WRITE-WEB-AUDIT
               END-REWRITE
           END-IF.
           CLOSE BENEFICIARY-FILE.
           PERFORM CLOSE-SELF-SERVICE-PAGE.

       PROCESS-DELBENEF-DONE.
           EXIT.

       PROCESS-FUTURECANCEL.
           OPEN I-O FUTURE-PAYMENT-FILE.
           IF WS-FUTURE-PAYMENT-FILE-STATUS NOT = "00"
               DISPLAY "<p>Paiement " FP-ID " de " AMOUNT
                   " EUR du compte " FROM-ACCOUNT " vers le compte "
                   TO-ACCOUNT " prevu le " WS-EXEC-DATE "</p>"
               IF WS-VALUE-DATE > WS-EXEC-DATE
                   DISPLAY "<p>Le " WS-EXEC-DATE " n'est pas un jour "
                       "ouvre : date de valeur reportee au "
                       WS-VALUE-DATE ".</p>"
               ELSE
                   DISPLAY "<p>Date de valeur : " WS-VALUE-DATE
                       "</p>"
               END-IF
           ELSE
               CALL "ReasonMessage" USING ERROR-CODE WS-ERROR-MESSAGE
               DISPLAY "<h2>Paiement refuse</h2>"
               ADD 1 TO WS-HISTORY-LINE-COUNT
           END-IF.

      * Archived statements: months already cut over by
      * MonthEndLedgerRollover sit in one LEDGyyyymm.DAT file each
      * and are no longer on LEDGERIX.DAT, so the pages below read
      * the archive files directly. Session only; the account
      * defaults to the session account and must belong to the
      * session customer.
       CHECK-ARCHIVE-ACCESS.
           MOVE "N" TO WS-ARCHIVE-OK.
           PERFORM REQUIRE-SESSION-CUSTOMER.
           IF WS-CUST-FOUND = "Y"
               IF WS-HISTORY-ACCT-ID = 0
                   MOVE SESS-ACCT-ID TO WS-HISTORY-ACCT-ID
               END-IF
               MOVE WS-HISTORY-ACCT-ID TO FROM-ACCOUNT
               PERFORM CHECK-ACCOUNT-OWNED
               IF WS-ACCT-OWNED = "Y"
                   MOVE "Y" TO WS-ARCHIVE-OK
               END-IF
           END-IF.

      * Only closed months can be on archive: anything from the
      * current month on is still on the live ledger.
       CHECK-ARCHIVE-MONTH.
           MOVE "Y" TO WS-ARCHIVE-OK.
           IF WS-ARCHIVE-MONTH (5:2) < "01"
               OR WS-ARCHIVE-MONTH (5:2) > "12"
               OR WS-ARCHIVE-MONTH NOT < WS-TODAY (1:6)
               MOVE "N" TO WS-ARCHIVE-OK
           END-IF.

       OPEN-ARCHIVE-MONTH.
           MOVE SPACES TO WS-ARCHIVE-LEDGER-NAME.
           STRING "LEDG" WS-ARCHIVE-MONTH ".DAT"
               DELIMITED BY SIZE INTO WS-ARCHIVE-LEDGER-NAME.
           MOVE "N" TO WS-EOF-ARCHIVE.
           OPEN INPUT ARCHIVE-LEDGER.
           IF WS-ARCHIVE-LEDGER-STATUS NOT = "00"
               MOVE "Y" TO WS-EOF-ARCHIVE
           END-IF.

      * Walk back month by month from last month, listing each
      * archive that holds entries for the account.
       PROCESS-ARCHIVE-LIST.
           PERFORM CHECK-ARCHIVE-ACCESS.
           IF WS-ARCHIVE-OK NOT = "Y"
               PERFORM SHOW-SESSION-REQUIRED
               GO TO PROCESS-ARCHIVE-LIST-DONE
           END-IF.
           PERFORM OPEN-SELF-SERVICE-PAGE.
           DISPLAY "<h2>Releves archives du compte "
               WS-HISTORY-ACCT-ID "</h2>".
           DISPLAY "<table style='width: 100%; border-collapse:"
               " collapse;'>"
           DISPLAY "<tr><th>Mois</th><th>Operations</th>"
               "<th>Releve</th><th>CSV</th></tr>"
           MOVE 0 TO WS-MONTHS-LISTED.
           MOVE WS-TODAY (1:4) TO WS-SCAN-YEAR.
           MOVE WS-TODAY (5:2) TO WS-SCAN-MONTH.
           PERFORM VARYING WS-SCAN-COUNT FROM 1 BY 1
                   UNTIL WS-SCAN-COUNT > WS-ARCHIVE-MONTHS-BACK
               SUBTRACT 1 FROM WS-SCAN-MONTH
               IF WS-SCAN-MONTH = 0
                   MOVE 12 TO WS-SCAN-MONTH
                   SUBTRACT 1 FROM WS-SCAN-YEAR
               END-IF
               COMPUTE WS-SCAN-YYYYMM =
                   WS-SCAN-YEAR * 100 + WS-SCAN-MONTH
               PERFORM LIST-ONE-ARCHIVE-MONTH
           END-PERFORM.
           DISPLAY "</table>".
           IF WS-MONTHS-LISTED = 0
               DISPLAY "<p>Aucun releve archive pour ce compte.</p>"
           END-IF.
           PERFORM CLOSE-SELF-SERVICE-PAGE.

       PROCESS-ARCHIVE-LIST-DONE.
           EXIT.

       LIST-ONE-ARCHIVE-MONTH.
           MOVE WS-SCAN-YYYYMM TO WS-ARCHIVE-MONTH.
           MOVE 0 TO WS-ARCHIVE-ENTRIES.
           PERFORM OPEN-ARCHIVE-MONTH.
           IF WS-ARCHIVE-LEDGER-STATUS = "00"
               PERFORM UNTIL WS-EOF-ARCHIVE = "Y"
                   READ ARCHIVE-LEDGER
                       AT END
                           MOVE "Y" TO WS-EOF-ARCHIVE
                       NOT AT END
                           IF ARCH-ACCT-ID = WS-HISTORY-ACCT-ID
                               ADD 1 TO WS-ARCHIVE-ENTRIES
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARCHIVE-LEDGER
           END-IF.
           IF WS-ARCHIVE-ENTRIES > 0
               DISPLAY "<tr><td>" WS-ARCHIVE-MONTH "</td><td>"
                   WS-ARCHIVE-ENTRIES "</td><td><a href='"
                   "WebBanking.cgi?action=archive&account="
                   WS-HISTORY-ACCT-ID "&month=" WS-ARCHIVE-MONTH
                   "&token=" FUNCTION TRIM(WS-TOKEN)
                   "' style='color: #4a9eff;'>Voir</a></td>"
                   "<td><a href='WebBanking.cgi?action=archivecsv"
                   "&account=" WS-HISTORY-ACCT-ID "&month="
                   WS-ARCHIVE-MONTH "&token="
                   FUNCTION TRIM(WS-TOKEN)
                   "' style='color: #4a9eff;'>Export CSV</a>"
                   "</td></tr>"
               ADD 1 TO WS-MONTHS-LISTED
           END-IF.

      * The opening balance is the first entry's running balance
      * with that entry backed out; the closing balance is the last
      * entry's running balance. The month is read twice so the
      * opening balance can head the statement.
       FIND-ARCHIVE-OPENING.
           MOVE "N" TO WS-ARCHIVE-FOUND.
           MOVE 0 TO WS-OPENING-BALANCE.
           PERFORM OPEN-ARCHIVE-MONTH.
           IF WS-ARCHIVE-LEDGER-STATUS = "00"
               PERFORM UNTIL WS-EOF-ARCHIVE = "Y"
                   READ ARCHIVE-LEDGER
                       AT END
                           MOVE "Y" TO WS-EOF-ARCHIVE
                       NOT AT END
                           IF ARCH-ACCT-ID = WS-HISTORY-ACCT-ID
                               MOVE "Y" TO WS-ARCHIVE-FOUND
                               MOVE "Y" TO WS-EOF-ARCHIVE
                               IF ARCH-DIRECTION = "CREDIT"
                                   COMPUTE WS-OPENING-BALANCE =
                                       ARCH-BALANCE - ARCH-AMOUNT
                               ELSE
                                   COMPUTE WS-OPENING-BALANCE =
                                       ARCH-BALANCE + ARCH-AMOUNT
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARCHIVE-LEDGER
           END-IF.
           MOVE WS-OPENING-BALANCE TO WS-CLOSING-BALANCE.

       PROCESS-ARCHIVE-MONTH.
           PERFORM CHECK-ARCHIVE-ACCESS.
           IF WS-ARCHIVE-OK NOT = "Y"
               PERFORM SHOW-SESSION-REQUIRED
               GO TO PROCESS-ARCHIVE-MONTH-DONE
           END-IF.
           PERFORM OPEN-SELF-SERVICE-PAGE.
           DISPLAY "<h2>Releve du compte " WS-HISTORY-ACCT-ID
               " - mois " WS-ARCHIVE-MONTH "</h2>".
           PERFORM CHECK-ARCHIVE-MONTH.
           IF WS-ARCHIVE-OK = "Y"
               PERFORM FIND-ARCHIVE-OPENING
           END-IF.
           IF WS-ARCHIVE-OK NOT = "Y" OR WS-ARCHIVE-FOUND NOT = "Y"
               DISPLAY "<p>Aucun releve archive pour ce mois.</p>"
               PERFORM CLOSE-SELF-SERVICE-PAGE
               GO TO PROCESS-ARCHIVE-MONTH-DONE
           END-IF.
           MOVE WS-OPENING-BALANCE TO WS-BALANCE-DISPLAY.
           DISPLAY "<p>Solde d'ouverture : " WS-BALANCE-DISPLAY
               "</p>".
           DISPLAY "<table style='width: 100%; border-collapse:"
               " collapse;'>"
           DISPLAY "<tr><th>Date</th><th>Heure</th><th>Type</th>"
               "<th>Sens</th><th>Montant</th><th>Solde</th>"
               "<th>Categorie</th></tr>"
           MOVE 0 TO WS-HISTORY-LINE-COUNT.
           PERFORM OPEN-ARCHIVE-MONTH.
           PERFORM UNTIL WS-EOF-ARCHIVE = "Y"
               READ ARCHIVE-LEDGER
                   AT END
                       MOVE "Y" TO WS-EOF-ARCHIVE
                   NOT AT END
                       MOVE ARCH-LEDGER-RECORD TO LEDGER-RECORD
                       PERFORM NOTE-ARCHIVE-CLOSING
                       PERFORM DISPLAY-HISTORY-ROW-IF-MATCH
               END-READ
           END-PERFORM.
           CLOSE ARCHIVE-LEDGER.
           DISPLAY "</table>".
           MOVE WS-CLOSING-BALANCE TO WS-BALANCE-DISPLAY.
           DISPLAY "<p>Solde de cloture : " WS-BALANCE-DISPLAY
               " (" WS-HISTORY-LINE-COUNT " operation(s))</p>".
           DISPLAY "<p><a href='WebBanking.cgi?action=archivecsv"
               "&account=" WS-HISTORY-ACCT-ID "&month="
               WS-ARCHIVE-MONTH "&token=" FUNCTION TRIM(WS-TOKEN)
               "' style='color: #4a9eff;'>Telecharger en CSV</a>"
               "</p>".
           PERFORM CLOSE-SELF-SERVICE-PAGE.

       PROCESS-ARCHIVE-MONTH-DONE.
           EXIT.

       NOTE-ARCHIVE-CLOSING.
           IF LEDG-ACCT-ID = WS-HISTORY-ACCT-ID
               MOVE LEDG-BALANCE TO WS-CLOSING-BALANCE
           END-IF.

      * Same columns as the live CSV export, bracketed by an
      * OPENING and a CLOSING row carrying the month's balances.
       PROCESS-ARCHIVE-CSV.
           PERFORM CHECK-ARCHIVE-ACCESS.
           IF WS-ARCHIVE-OK = "Y"
               PERFORM CHECK-ARCHIVE-MONTH
           END-IF.
           IF WS-ARCHIVE-OK NOT = "Y"
               DISPLAY "Content-Type: text/html; charset=UTF-8"
               DISPLAY " "
               PERFORM SHOW-SESSION-REQUIRED
               GO TO PROCESS-ARCHIVE-CSV-DONE
           END-IF.
           PERFORM FIND-ARCHIVE-OPENING.
           DISPLAY "Content-Type: text/csv; charset=UTF-8"
           DISPLAY "Content-Disposition: attachment; filename="
               """releve" WS-ARCHIVE-MONTH ".csv"""
           DISPLAY " "
           DISPLAY "Date,Time,Type,Direction,Amount,Balance,"
               "Category"
           IF WS-ARCHIVE-FOUND NOT = "Y"
               GO TO PROCESS-ARCHIVE-CSV-DONE
           END-IF.
           MOVE WS-OPENING-BALANCE TO WS-BALANCE-DISPLAY.
           DISPLAY WS-ARCHIVE-MONTH "01,,OPENING,,,"
               FUNCTION TRIM(WS-BALANCE-DISPLAY) ","
           MOVE 0 TO WS-HISTORY-LINE-COUNT.
           PERFORM OPEN-ARCHIVE-MONTH.
           PERFORM UNTIL WS-EOF-ARCHIVE = "Y"
               READ ARCHIVE-LEDGER
                   AT END
                       MOVE "Y" TO WS-EOF-ARCHIVE
                   NOT AT END
                       MOVE ARCH-LEDGER-RECORD TO LEDGER-RECORD
                       PERFORM NOTE-ARCHIVE-CLOSING
                       PERFORM DISPLAY-CSV-ROW-IF-MATCH
               END-READ
           END-PERFORM.
           CLOSE ARCHIVE-LEDGER.
           MOVE WS-CLOSING-BALANCE TO WS-BALANCE-DISPLAY.
           DISPLAY WS-ARCHIVE-MONTH ",,CLOSING,,,"
               FUNCTION TRIM(WS-BALANCE-DISPLAY) ",".

       PROCESS-ARCHIVE-CSV-DONE.
           EXIT.

      * The projection CashFlowProjection built last night for one
      * of the session customer's accounts: day by day over the next
      * 30 days, with a warning when a floor is crossed.
       PROCESS-FORECAST.
           PERFORM CHECK-ARCHIVE-ACCESS.
           IF WS-ARCHIVE-OK NOT = "Y"
               PERFORM SHOW-SESSION-REQUIRED
               GO TO PROCESS-FORECAST-DONE
           END-IF.
           PERFORM OPEN-SELF-SERVICE-PAGE.
           DISPLAY "<h2>Solde prevu du compte " WS-HISTORY-ACCT-ID
               " - 30 prochains jours</h2>".
           MOVE "N" TO WS-FORECAST-FOUND.
           OPEN INPUT CASH-PROJECTION-FILE.
           IF WS-CASH-PROJECTION-STATUS = "00"
               MOVE WS-HISTORY-ACCT-ID TO PRJ-ACCT-ID
               READ CASH-PROJECTION-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "Y" TO WS-FORECAST-FOUND
               END-READ
               CLOSE CASH-PROJECTION-FILE
           END-IF.
           IF WS-FORECAST-FOUND NOT = "Y"
               DISPLAY "<p>Aucune prevision disponible pour ce"
                   " compte.</p>"
               PERFORM CLOSE-SELF-SERVICE-PAGE
               GO TO PROCESS-FORECAST-DONE
           END-IF.
           COMPUTE WS-CLOSING-BALANCE =
               PRJ-START-BALANCE - PRJ-HELD-AMOUNT.
           MOVE WS-CLOSING-BALANCE TO WS-BALANCE-DISPLAY.
           DISPLAY "<p>Prevision du " PRJ-RUN-DATE " : solde "
               "disponible " WS-BALANCE-DISPLAY " " PRJ-CURRENCY
               " (fonds reserves " PRJ-HELD-AMOUNT ").</p>".
           EVALUATE PRJ-BREACH
               WHEN "O"
                   DISPLAY "<p style='color: #ff6b6b;'>Attention : "
                       "le solde prevu depasse votre decouvert "
                       "autorise le " PRJ-BREACH-DATE ".</p>"
               WHEN "M"
                   DISPLAY "<p style='color: #ffb84a;'>Attention : "
                       "le solde prevu passe sous le solde minimum "
                       "le " PRJ-BREACH-DATE ".</p>"
           END-EVALUATE.
           DISPLAY "<table style='width: 100%; border-collapse:"
               " collapse;'>"
           DISPLAY "<tr><th>Date</th><th>Entrees</th>"
               "<th>Sorties</th><th>Solde prevu</th></tr>"
           PERFORM VARYING WS-FORECAST-IDX FROM 1 BY 1
                   UNTIL WS-FORECAST-IDX > 30
               PERFORM DISPLAY-FORECAST-ROW
           END-PERFORM.
           DISPLAY "</table>".
           DISPLAY "<p>Prevision indicative, etablie a partir des "
               "virements permanents, paiements programmes, "
               "prelevements habituels, reservations et depots a "
               "terme connus.</p>".
           PERFORM CLOSE-SELF-SERVICE-PAGE.

       PROCESS-FORECAST-DONE.
           EXIT.

       DISPLAY-FORECAST-ROW.
           MOVE PRJ-DAY-IN (WS-FORECAST-IDX) TO WS-FORECAST-IN.
           MOVE PRJ-DAY-OUT (WS-FORECAST-IDX) TO WS-FORECAST-OUT.
           IF PRJ-DAY-SIGN (WS-FORECAST-IDX) = "-"
               COMPUTE WS-CLOSING-BALANCE =
                   0 - PRJ-DAY-BALANCE (WS-FORECAST-IDX)
           ELSE
               MOVE PRJ-DAY-BALANCE (WS-FORECAST-IDX) TO
                   WS-CLOSING-BALANCE
           END-IF.
           MOVE WS-CLOSING-BALANCE TO WS-BALANCE-DISPLAY.
           DISPLAY "<tr><td>" PRJ-DAY-DATE (WS-FORECAST-IDX)
               "</td><td>" WS-FORECAST-IN "</td><td>"
               WS-FORECAST-OUT "</td><td>" WS-BALANCE-DISPLAY
               "</td></tr>".

       PROCESS-TRANSFER.
           IF WS-TOKEN NOT = SPACES
               PERFORM VALIDATE-SESSION
