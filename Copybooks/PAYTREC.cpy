      *    Author      : Renato D. Mejilla
      *    Date        : October 15, 2026
      *    Description : Shared layout for a PAYTRAN.DAT payment
      *                  transaction - one line for every movement of
      *                  money LBOXPOST and SUSPCLR make, appended in
      *                  the order they happen: PAY a lockbox payment
      *                  posted to an open item, SUS a payment (or the
      *                  excess of one) put into suspense, SAP held
      *                  money applied from suspense to an open item,
      *                  SRT held money returned to the payer. The
      *                  CUSTBILL item and the SUSPENSE record show
      *                  where things stand; this file shows how they
      *                  got there, and is what the day's money
      *                  movements are totalled from. Fixed columns,
      *                  so it can be read back without parsing
      *                  delimiters.
      *    ============================================================

       01  PAYMENT-TRAN-RECORD.
           05 PT-TRAN-DATE          PIC 9(8).
           05 FILLER                PIC X.
           05 PT-TRAN-TYPE          PIC X(3).
              88 PT-POSTED             VALUE "PAY".
              88 PT-TO-SUSPENSE        VALUE "SUS".
              88 PT-SUSPENSE-APPLIED   VALUE "SAP".
              88 PT-SUSPENSE-RETURNED  VALUE "SRT".
           05 FILLER                PIC X.
           05 PT-CUST-ID            PIC 9(6).
           05 FILLER                PIC X.
           05 PT-INVOICE-NO         PIC 9(8).
           05 FILLER                PIC X.
           05 PT-AMOUNT             PIC 9(7)V99.
           05 FILLER                PIC X.
           05 PT-BATCH-ID           PIC X(8).
           05 FILLER                PIC X.
           05 PT-BANK-REF           PIC X(12).
           05 FILLER                PIC X.
           05 PT-SUSP-KEY           PIC X(12).
           05 FILLER                PIC X.
           05 PT-PROGRAM            PIC X(8).
           05 FILLER                PIC X.
           05 PT-OPERATOR           PIC X(8).
