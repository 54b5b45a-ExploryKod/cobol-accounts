      ******************************************************************
      * NostroOpenItemRecord.cpy
      * Shared record layout for the nostro open-items file. The file
      * starts with one header record holding the date of the run
      * that wrote it, followed by every item still unmatched after
      * that run: book items (our settlement, clearing and return
      * movements the correspondent has not yet shown) and statement
      * items (correspondent movements we cannot find on our side).
      ******************************************************************
       01 NOSTRO-OPEN-ITEM-RECORD.
           05 NOI-SIDE               PIC X(1).
      *    "H" header, "B" book item, "S" statement item.
           05 NOI-SOURCE             PIC X(4).
      *    "OUTS" outbound settlement, "CLR " inbound clearing item,
      *    "RET " returned settlement, "STMT" correspondent statement.
           05 NOI-ENTRY-DATE         PIC 9(8).
      *    Settlement, clearing or return date on a book item; value
      *    date on a statement item; run date on the header.
           05 NOI-FIRST-SEEN-DATE    PIC 9(8).
      *    Run that first found the item unmatched; its age on the
      *    break report counts from here.
           05 NOI-CURRENCY           PIC X(3).
           05 NOI-DIRECTION          PIC X(1).
      *    "D" out of the nostro, "C" into it.
           05 NOI-AMOUNT             PIC 9(9)V99.
           05 NOI-REFERENCE          PIC X(20).
           05 NOI-ACCT-ID            PIC 9(5).
      *    Our customer account on a book item; zero on a statement
      *    item.
           05 NOI-CORRESPONDENT-REF  PIC X(16).
