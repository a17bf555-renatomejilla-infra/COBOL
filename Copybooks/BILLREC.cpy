      *    Author      : Renato D. Mejilla
      *    Date        : October 15, 2026
      *    Description : Shared layout for a CUSTBILL open-item record -
      *                  one membership dues invoice. The record key
      *                  is the customer ID plus the invoice number, so
      *                  a customer's invoices read together in order;
      *                  invoice numbers run on across the whole file.
      *                  DUESBILL writes one open item per live
      *                  customer per billing year, at the DUESRATE.DAT
      *                  rate for the customer's age bracket and
      *                  CUSTPREF segment on the billing date, and
      *                  never bills a customer twice for the same
      *                  year. CB-BILLED-TO is the customer the invoice
      *                  was addressed to - the guardian of record on
      *                  CUSTREL for a junior member. CB-PRINT-STATUS
      *                  says whether the invoice went to the print
      *                  file or was held back (no address, address
      *                  undeliverable, junior with no guardian) for
      *                  the billing office to follow up.
      *    ============================================================

       01  CUSTOMER-BILL-RECORD.
           05 CB-BILL-KEY.
              10 CB-CUST-ID      PIC 9(6).
              10 CB-INVOICE-NO   PIC 9(8).
           05 CB-BILL-YEAR       PIC 9(4).
           05 CB-INVOICE-DATE    PIC 9(8).
           05 CB-DUE-DATE        PIC 9(8).
           05 CB-BRACKET         PIC X(1).
              88 CB-JUNIOR          VALUE "J".
              88 CB-ADULT           VALUE "A".
              88 CB-SENIOR          VALUE "S".
           05 CB-SEGMENT-CODE    PIC X(2).
           05 CB-AGE             PIC 99.
           05 CB-RATE-DATE       PIC 9(8).
           05 CB-AMOUNT          PIC 9(5)V99.
           05 CB-AMOUNT-PAID     PIC 9(5)V99.
           05 CB-STATUS          PIC X(1).
              88 CB-ITEM-OPEN       VALUE "O".
              88 CB-ITEM-PAID       VALUE "P".
              88 CB-ITEM-CANCELLED  VALUE "C".
           05 CB-BILLED-TO       PIC 9(6).
           05 CB-PRINT-STATUS    PIC X(1).
              88 CB-PRINTED         VALUE "P".
              88 CB-HELD-BACK       VALUE "H".
           05 CB-CLOSED-DATE     PIC 9(8).
           05 CB-SET-BY          PIC X(8).
