      *    Author      : Renato D. Mejilla
      *    Date        : October 15, 2026
      *    Description : Shared layout for a SUSPENSE unmatched-payment
      *                  record. LBOXPOST files here every lockbox
      *                  payment it cannot post to a CUSTBILL open item
      *                  - the customer ID quoted is not a customer or
      *                  its check digit is wrong, the customer is
      *                  deleted, the invoice quoted is not on file
      *                  for that customer or was cancelled -
      *                  and the excess of any payment over what its
      *                  invoice still owed, or a payment whose open
      *                  item could not be updated. The money is held
      *                  with its reason until an operator clears it
      *                  through SUSPCLR: applied to the right open
      *                  item, or returned to the payer. The record key
      *                  is the bank deposit date plus a sequence number
      *                  within it. SP-ORIGINAL-AMOUNT is what the bank
      *                  paid into suspense; SP-AMOUNT is what is still
      *                  held, reduced as parts of it are applied. A
      *                  cleared record stays on file as the record of
      *                  who cleared it and where the money went.
      *    ============================================================

       01  SUSPENSE-RECORD.
           05 SP-SUSP-KEY.
              10 SP-DEPOSIT-DATE    PIC 9(8).
              10 SP-SUSP-SEQ        PIC 9(4).
           05 SP-BATCH-ID           PIC X(8).
           05 SP-BANK-REF           PIC X(12).
           05 SP-PAY-DATE           PIC 9(8).
           05 SP-QUOTED-CUST-ID     PIC X(6).
           05 SP-QUOTED-INVOICE     PIC X(8).
           05 SP-ORIGINAL-AMOUNT    PIC 9(7)V99.
           05 SP-AMOUNT             PIC 9(7)V99.
           05 SP-REASON             PIC X(1).
              88 SP-BAD-CUST-ID        VALUE "B".
              88 SP-CUST-DELETED       VALUE "D".
              88 SP-UNKNOWN-INVOICE    VALUE "U".
              88 SP-INVOICE-CANCELLED  VALUE "X".
              88 SP-OVERPAYMENT        VALUE "O".
              88 SP-POSTING-FAILED     VALUE "F".
              88 SP-CHECK-DIGIT-WRONG  VALUE "K".
           05 SP-STATUS             PIC X(1).
              88 SP-HELD               VALUE "H".
              88 SP-APPLIED            VALUE "A".
              88 SP-RETURNED           VALUE "R".
           05 SP-APPLIED-CUST-ID    PIC 9(6).
           05 SP-APPLIED-INVOICE    PIC 9(8).
           05 SP-CLEARED-DATE       PIC 9(8).
           05 SP-CLEARED-BY         PIC X(8).
           05 SP-NOTE               PIC X(30).
           05 SP-QUOTED-CHECK-DIGIT PIC X(1).
