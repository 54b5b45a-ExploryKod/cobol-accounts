      ******************************************************************
      * BeneficiaryPolicy.cpy
      * Cooling-off rule for new external beneficiaries. COPY into
      * WORKING-STORAGE SECTION. A new directory entry is written
      * pending and may not be paid until this many days after the
      * day it was added; BeneficiaryActivation then marks it
      * active.
      ******************************************************************
       01 BEN-COOLING-OFF-DAYS       PIC 9(3) VALUE 1.
