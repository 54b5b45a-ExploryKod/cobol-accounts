      ******************************************************************
      * DueDiligencePolicy.cpy
      * Customer due-diligence review policy. COPY into
      * WORKING-STORAGE SECTION. A customer's periodic review falls
      * due the given number of months after their last identity
      * check, by risk rating; a review or identity document overdue
      * by more than the grace period stops new accounts being
      * opened for the customer (RC-DUE-DILIGENCE-OVERDUE).
      ******************************************************************
       01 DD-REVIEW-MONTHS-LOW          PIC 9(2) VALUE 36.
       01 DD-REVIEW-MONTHS-MEDIUM       PIC 9(2) VALUE 24.
       01 DD-REVIEW-MONTHS-HIGH         PIC 9(2) VALUE 12.
       01 DD-GRACE-DAYS                 PIC 9(3) VALUE 30.
