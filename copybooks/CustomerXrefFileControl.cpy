      ******************************************************************
      * CustomerXrefFileControl.cpy
      * SELECT clause for the keyed account-to-customer cross
      * reference: primary key account id + customer id (every
      * holder of one account read together), alternate key the
      * holding customer (every link of one customer found when the
      * customer's record changes).
      ******************************************************************
           SELECT CUSTOMER-XREF-FILE ASSIGN TO "CUSTXREF.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS XREF-KEY
               ALTERNATE RECORD KEY IS XREF-HOLDER-ID
                   WITH DUPLICATES
               FILE STATUS IS WS-CUSTOMER-XREF-STATUS.
