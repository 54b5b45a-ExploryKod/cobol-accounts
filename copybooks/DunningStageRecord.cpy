      ******************************************************************
      * DunningStageRecord.cpy
      * Shared record layout for the DUNNING-STAGE-FILE indexed
      * file. One record per collections stage, maintained through
      * CollectionsMaintenance. CollectionsRun takes an open case to
      * the next active stage, in stage-number order, once the case
      * has been beyond its limit for that stage's days; each stage
      * reached sends the customer its letter or, with no letter
      * type, an alert to every holder.
      ******************************************************************
       01 DUNNING-STAGE-RECORD.
           05 DST-STAGE              PIC 9(1).
           05 DST-NAME               PIC X(20).
           05 DST-DAYS               PIC 9(3).
      *    Days beyond the limit before the stage is reached.
           05 DST-ACTION             PIC X(1).
      *    "R" reminder, "D" formal demand, "F" freeze the account,
      *    "C" refer to recovery, "W" write the balance off to the
      *    loss provision account and end the case.
           05 DST-LETTER-TYPE        PIC X(8).
      *    Letter template sent (LetterRequest); spaces send an
      *    alert to the holders on ALERTS.DAT instead.
           05 DST-STATUS             PIC X(1).
      *    "A" active, "I" inactive (skipped).
           05 DST-CHANGED-DATE       PIC 9(8).
           05 DST-CHANGED-BY         PIC X(8).
