      * drawer with a declared float after sign-on, cash-side
      * deposits and withdrawals are stamped against it on
      * DRWTXN.DAT, and at close the operator keys the counted cash
      * so DrawerBalancing can show expected against counted. The
      * float is taken from the branch vault (VAULT.DAT) at open and
      * the counted cash returned to it at close.
      * Sessions are never deleted - last night's overs and shorts
      * stay explainable.
      ******************************************************************
           05 DRW-ID                 PIC 9(5).
           05 DRW-OPERATOR-ID        PIC X(8).
           05 DRW-DATE               PIC 9(8).
           05 DRW-FLOAT              PIC 9(9)V99.
      *    Cash declared in the drawer at open.
           05 DRW-COUNTED            PIC 9(9)V99.
      *    Cash the operator counted at close; zero while open.
           05 DRW-STATUS             PIC X(1).
      *    "O" open, "C" closed.
           05 DRW-BRANCH             PIC X(3).
      *    Operator's branch when the drawer was opened.
           05 DRW-CURRENCY           PIC X(3).
           05 DRW-VAULT-FLAG         PIC X(1).
      *    "Y" when the float was taken from the branch vault, so
      *    the close returns the counted cash to it; "N" when the
      *    branch had no vault set up for the currency.
