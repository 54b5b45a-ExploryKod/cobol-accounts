      ******************************************************************
      * WriteOffFileControl.cpy
      * FILE-CONTROL entry for the cumulative write-off register
      * appended by CollectionsRun.
      ******************************************************************
           SELECT WRITE-OFF-FILE ASSIGN TO "WRITEOFF.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WRITE-OFF-STATUS.
