      ******************************************************************
      * DueDiligenceRecord.cpy
      * Shared record layout for the DUE-DILIGENCE-FILE indexed file:
      * the customer due-diligence profile kept beside CUSTOMER.DAT,
      * one record per customer, maintained from CustomerMaintenance.
      * DueDiligenceCheck works out from it when the next periodic
      * review falls due (the last identity check plus the review
      * interval for the risk rating, DueDiligencePolicy.cpy) and
      * whether the identity document has expired; the nightly
      * DueDiligenceReview job lists every customer overdue on
      * either, and once past the grace period no new account is
      * opened for them.
      ******************************************************************
       01 DUE-DILIGENCE-RECORD.
           05 DD-CUST-ID             PIC 9(5).
           05 DD-BIRTH-DATE          PIC 9(8).
           05 DD-ADDRESS-1           PIC X(30).
           05 DD-ADDRESS-2           PIC X(30).
           05 DD-ADDRESS-3           PIC X(30).
      *    Street, then town and postcode, then country.
           05 DD-ID-TYPE             PIC X(1).
      *    Identity document seen: "P" passport, "I" national
      *    identity card, "D" driving licence, "R" residence permit.
           05 DD-ID-NUMBER           PIC X(20).
           05 DD-ID-EXPIRY           PIC 9(8).
      *    Expiry date printed on the document; zero for a document
      *    that carries none.
           05 DD-RISK-RATING         PIC X(1).
      *    "L" low, "M" medium, "H" high. Sets the review interval.
           05 DD-LAST-CHECK-DATE     PIC 9(8).
      *    Date the customer's identity and details were last
      *    verified; the next review is worked out from it.
           05 DD-CHECKED-BY          PIC X(8).
      *    Operator who recorded that check.
           05 DD-UPDATED-DATE        PIC 9(8).
