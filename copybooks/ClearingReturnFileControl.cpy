      ******************************************************************
      * ClearingReturnFileControl.cpy
      * FILE-CONTROL entry for the outbound clearing returns file
      * appended by UnappliedClearingRun and sent to the network.
      ******************************************************************
           SELECT CLEARING-RETURN-FILE ASSIGN TO "CLRRETRN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLEARING-RETURN-STATUS.
