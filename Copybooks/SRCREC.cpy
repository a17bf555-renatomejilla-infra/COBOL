      *    Author      : Renato D. Mejilla
      *    Date        : October 15, 2026
      *    Description : Shared layout for a CUSTSRC provenance
      *                  record, keyed by CM-CUST-ID. Once CUSTXREF
      *                  maps two source systems onto one customer,
      *                  CUSTMAST alone cannot say which of them put
      *                  the standing name or birth date there - this
      *                  side file does, one slot per field, so the
      *                  shared SRCPREC routine can weigh an incoming
      *                  value against the SRCPRI.DAT rank of the
      *                  source that last set it. Slot 1 is the first
      *                  name, 2 the last name, 3 the birth date. A
      *                  customer with no record (or a blank slot)
      *                  predates the file, and any source may set it.
      *                  A separate file keeps the 65-byte CUSTMAST
      *                  record and its journal images as they are.
      *    ============================================================

       01  CUSTOMER-SOURCE-RECORD.
           05 PV-CUST-ID          PIC 9(6).
           05 PV-FIELD-SOURCE OCCURS 3 TIMES.
              10 PV-SET-BY-SOURCE PIC X(10).
              10 PV-SET-DATE      PIC 9(8).
              10 PV-SET-PROGRAM   PIC X(20).
