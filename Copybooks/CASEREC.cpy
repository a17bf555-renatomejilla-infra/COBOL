      *    Author      : Renato D. Mejilla
      *    Date        : October 15, 2026
      *    Description : Shared layout for a CUSTCASE customer service
      *                  case record, keyed by case number and carrying
      *                  the CM-CUST-ID of the customer who raised it
      *                  (an alternate key, duplicates allowed, so a
      *                  customer's cases can be found without reading
      *                  the whole file). One record per call or
      *                  letter of complaint: what the customer asked,
      *                  the category it falls under, the operator it
      *                  is assigned to, the latest follow-up note, and
      *                  who opened, last touched, and closed it. The
      *                  target resolution days are copied from the
      *                  category at open so a later change to the
      *                  category targets does not move the goalposts
      *                  on a case already running. CASEMAINT maintains
      *                  it, CUSTPROF lists a customer's cases, and the
      *                  nightly CASEAGE report lists the open cases
      *                  past their target.
      *    ============================================================

       01  CUSTOMER-CASE-RECORD.
           05 CS-CASE-NUMBER     PIC 9(6).
           05 CS-CUST-ID         PIC 9(6).
           05 CS-CATEGORY        PIC X(4).
           05 CS-STATUS          PIC X(1).
              88 CS-CASE-OPEN       VALUE "O".
              88 CS-CASE-CLOSED     VALUE "C".
           05 CS-TARGET-DAYS     PIC 9(3).
           05 CS-OPENED-DATE     PIC 9(8).
           05 CS-OPENED-BY       PIC X(8).
           05 CS-ASSIGNED-TO     PIC X(8).
           05 CS-UPDATED-DATE    PIC 9(8).
           05 CS-UPDATED-BY      PIC X(8).
           05 CS-CLOSED-DATE     PIC 9(8).
           05 CS-CLOSED-BY       PIC X(8).
           05 CS-SUMMARY         PIC X(60).
           05 CS-FOLLOW-UP       PIC X(60).
