      ******************************************************************
      * NostroPolicy.cpy
      * Matching limits used by NostroReconciliation.
      ******************************************************************
       01 NOS-VALUE-DATE-DAYS        PIC 9(3) VALUE 5.
      *    Latest the correspondent may value a movement after the day
      *    we booked it and still have the two match.
       01 NOS-AGE-WARNING-DAYS       PIC 9(3) VALUE 3.
      *    An open item at least this old is flagged on the report.
