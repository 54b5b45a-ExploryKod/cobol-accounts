      ******************************************************************
      * CardSettledFileControl.cpy
      * FILE-CONTROL entry for the cumulative settled card items
      * file appended by CardSettlementMatch.
      ******************************************************************
           SELECT CARD-SETTLED-FILE ASSIGN TO "CARDSDON.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CARD-SETTLED-STATUS.
