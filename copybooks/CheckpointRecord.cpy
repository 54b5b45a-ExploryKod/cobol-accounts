      * number of the last batch transaction record fully completed
      * (applied or rejected) so a rerun after a mid-job failure can
      * skip records already actioned instead of double-posting them.
      * InboundClearing (CLRCKPT.DAT, last clearing item number) and
      * StandingOrderDriver (SOCKPT.DAT, last standing order id) keep
      * the same record on their own files; they use only
      * CKPT-LAST-COMPLETED and leave the pending fields clear.
      * CKPT-PENDING-RECORD/CKPT-PENDING-STAGE track a TRANSFER record
      * whose from-side debit has already been committed but whose
      * to-side credit has not, so a restart mid-record credits the
           05 CKPT-LAST-COMPLETED    PIC 9(5).
           05 CKPT-PENDING-RECORD    PIC 9(5).
           05 CKPT-PENDING-STAGE     PIC X(1).
           05 CKPT-PENDING-AMOUNT    PIC 9(9)V99.
      *    The amount the pending record's to-side credit is owed -
      *    the CONVERTED amount when the transfer crossed
      *    currencies, which can differ from BATCH-AMOUNT; a restart
