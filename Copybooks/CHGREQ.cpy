      *    Author      : Renato D. Mejilla
      *    Date        : October 15, 2026
      *    Description : Shared layout for a CHGQUEUE customer change
      *                  request - a name or address correction a
      *                  customer asked for on the web side, pulled
      *                  from the ACMITS customer_change_request table
      *                  by CHGPULL and decided by an operator through
      *                  CHGREVIEW. Keyed by the table's request ID. A
      *                  blank new-value field means that field is not
      *                  to change; the birth date is the one the
      *                  customer gave to prove who they are. CHGPULL
      *                  queues a request that passes its checks (Q)
      *                  and turns away one that does not (X, with the
      *                  reason); CHGREVIEW accepts (A) or rejects (R)
      *                  the queued ones. CQ-WRITTEN-BACK stays N until
      *                  CHGPULL has put the outcome on the table for
      *                  the customer to see.
      *    ============================================================

       01  CHANGE-REQUEST-RECORD.
           05 CQ-REQUEST-ID         PIC 9(9).
           05 CQ-CUST-ID            PIC 9(6).
           05 CQ-REQUESTED-DATE     PIC 9(8).
           05 CQ-PULLED-DATE        PIC 9(8).
           05 CQ-NEW-FIRST-NAME     PIC X(20).
           05 CQ-NEW-LAST-NAME      PIC X(20).
           05 CQ-NEW-STREET         PIC X(30).
           05 CQ-NEW-CITY           PIC X(20).
           05 CQ-NEW-POSTAL-CODE    PIC X(10).
           05 CQ-NEW-PHONE          PIC X(15).
           05 CQ-CLAIMED-BIRTH-DATE PIC 9(8).
           05 CQ-STATUS             PIC X(1).
              88 CQ-QUEUED             VALUE "Q".
              88 CQ-ACCEPTED           VALUE "A".
              88 CQ-REJECTED           VALUE "R".
              88 CQ-FAILED-CHECKS      VALUE "X".
           05 CQ-REASON             PIC X(30).
           05 CQ-DECIDED-BY         PIC X(8).
           05 CQ-DECIDED-DATE       PIC 9(8).
           05 CQ-WRITTEN-BACK       PIC X(1).
              88 CQ-OUTCOME-SENT       VALUE "Y".
              88 CQ-OUTCOME-PENDING    VALUE "N".
