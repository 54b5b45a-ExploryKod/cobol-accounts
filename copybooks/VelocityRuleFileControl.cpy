      ******************************************************************
      * VelocityRuleFileControl.cpy
      * SELECT clause for the indexed fraud velocity rule table,
      * keyed by rule id.
      ******************************************************************
           SELECT VELOCITY-RULE-FILE ASSIGN TO "VELRULE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VR-RULE-ID
               FILE STATUS IS WS-VELOCITY-RULE-STATUS.
