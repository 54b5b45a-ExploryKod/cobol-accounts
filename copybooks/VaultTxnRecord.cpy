      ******************************************************************
      * VaultTxnRecord.cpy
      * Shared record layout for the vault movement log
      * (VAULTTXN.DAT). One record is appended for every change to a
      * vault's cash, so the balance on VAULT.DAT can be explained
      * movement by movement.
      ******************************************************************
       01 VAULT-TXN-RECORD.
           05 VTX-DATE               PIC 9(8).
           05 VTX-TIME               PIC 9(6).
           05 VTX-BRANCH             PIC X(3).
           05 VTX-CURRENCY           PIC X(3).
           05 VTX-TYPE               PIC X(2).
      *    "DO" float out to a drawer, "DI" drawer cash back in,
      *    "CD" delivery from the cash centre, "CR" return to the
      *    cash centre, "OP" opening count when the vault is set up.
           05 VTX-DIRECTION          PIC X(3).
      *    "IN " into the vault, "OUT" out of it.
           05 VTX-AMOUNT             PIC 9(11)V99.
           05 VTX-REFERENCE          PIC X(16).
      *    Drawer session id, or the cash centre's consignment
      *    reference.
           05 VTX-OPERATOR-ID        PIC X(8).
           05 VTX-BALANCE-AFTER      PIC 9(11)V99.
