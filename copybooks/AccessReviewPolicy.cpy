      ******************************************************************
      * AccessReviewPolicy.cpy
      * Operator access recertification policy used by
      * OperatorAccessReview. COPY into WORKING-STORAGE SECTION.
      ******************************************************************
       01 ARV-REVIEW-MONTHS          PIC 9(2) VALUE 3.
      *    Calendar months reviewed, ending with the current one;
      *    out-of-branch, out-of-hours and duties conflicts are
      *    looked for in this period only.
       01 ARV-INACTIVE-DAYS          PIC 9(3) VALUE 90.
      *    An active operator with no sign-on or recorded action in
      *    this many days is flagged for removal.
       01 ARV-DAY-START              PIC 9(6) VALUE 070000.
       01 ARV-DAY-END                PIC 9(6) VALUE 200000.
      *    Business hours (HHMMSS). Activity before the start, after
      *    the end, or on a day that is not a business day per the
      *    HOLIDAY.DAT calendar is out of hours.
