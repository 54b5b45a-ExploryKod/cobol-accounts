      ******************************************************************
      * CardDisputePolicy.cpy
      * Card scheme chargeback time limits used by DisputeMaintenance
      * and DisputeAgeingReport.
      ******************************************************************
       01 DSP-FILING-DAYS            PIC 9(3) VALUE 120.
      *    Days after settlement the scheme accepts a chargeback.
       01 DSP-DECISION-DAYS          PIC 9(3) VALUE 45.
      *    Days after sending the scheme has to decide the case.
       01 DSP-WARNING-DAYS           PIC 9(3) VALUE 10.
      *    An open case this close to its deadline is flagged.
