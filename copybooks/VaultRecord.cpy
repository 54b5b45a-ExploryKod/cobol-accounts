      ******************************************************************
      * VaultRecord.cpy
      * Shared record layout for the BRANCH-VAULT-FILE indexed file.
      * One record per branch and currency holding the physical cash
      * in that branch's vault. Set up through VaultMaintenance; a
      * teller drawer's float comes out of it when DrawerMaintenance
      * opens the drawer and the counted cash goes back when the
      * drawer is closed; deliveries from and returns to the central
      * cash centre are keyed on VaultMaintenance. Every movement is
      * also written to VAULTTXN.DAT. The nightly
      * VaultPositionReport checks each vault against its limits
      * and orders the cash needed for the next business day.
      ******************************************************************
       01 VAULT-RECORD.
           05 VLT-KEY.
               10 VLT-BRANCH         PIC X(3).
      *        As OP-BRANCH / ACCT-BRANCH, e.g. "001".
               10 VLT-CURRENCY       PIC X(3).
           05 VLT-BALANCE            PIC 9(11)V99.
      *    Cash in the vault now.
           05 VLT-MINIMUM            PIC 9(11)V99.
      *    Below this at night a delivery is ordered.
           05 VLT-INSURANCE-LIMIT    PIC 9(11)V99.
      *    Most cash the branch's cover allows overnight; above it
      *    a pickup is ordered.
           05 VLT-TARGET             PIC 9(11)V99.
      *    Level an order brings the vault back to; zero means
      *    halfway between the minimum and the insurance limit.
           05 VLT-STATUS             PIC X(1).
      *    "A" active, "X" closed.
           05 VLT-LAST-MOVEMENT-DATE PIC 9(8).
           05 VLT-CHANGED-BY         PIC X(8).
