      *    Author      : Renato D. Mejilla
      *    Date        : October 15, 2026
      *    Description : Shared layout for a GLMAP.DAT ledger mapping
      *                  line. One line per leg of each transaction
      *                  type GLPOST summarises, giving the side (D
      *                  debit, C credit) and the ledger account code
      *                  that leg is posted to. The types are DUE dues
      *                  raised on CUSTBILL, WOF the unpaid balance of
      *                  a CUSTBILL item written off by cancelling it,
      *                  and the PAYTRAN.DAT types - PAY payment
      *                  posted, SUS payment put into suspense, SAP
      *                  suspense applied, SRT suspense returned. Each
      *                  type needs a debit leg and a credit leg of the
      *                  same amount for the ledger to balance; a type
      *                  with a leg missing shows up as an
      *                  out-of-balance GLPOST run, not a lopsided
      *                  feed. Fixed columns, kept by hand with
      *                  finance like PARMS.DAT.
      *    ============================================================

       01  GL-MAP-RECORD.
           05 GM-TRAN-TYPE       PIC X(3).
           05 FILLER             PIC X.
           05 GM-SIDE            PIC X(1).
              88 GM-DEBIT           VALUE "D".
              88 GM-CREDIT          VALUE "C".
           05 FILLER             PIC X.
           05 GM-ACCOUNT         PIC X(10).
           05 FILLER             PIC X.
           05 GM-DESCRIPTION     PIC X(30).
