      *    Author      : Renato D. Mejilla
      *    Date        : October 15, 2026
      *    Description : Shared layout for a CONTHIST.DAT contact
      *                  history entry - one line per letter CONTLOG
      *                  logs for CUSTLETTER, in fixed columns so the
      *                  frequency cap and the profile report can read
      *                  it back without parsing delimiters. The
      *                  delivery status says what became of the
      *                  letter: blank for a letter printed on our own
      *                  printer, S for one handed to the mail vendor
      *                  on LTRVEND.DAT and not yet acknowledged, O for
      *                  one still unacknowledged after the alert was
      *                  raised, and D (dispatched) or F (failed) once
      *                  LTRACK has read the vendor's acknowledgement,
      *                  with the vendor's date and failure reason.
      *                  Entries logged before the status existed read
      *                  back blank - printed here, as they were.
      *                  The mail type says who the letter was written
      *                  to: H for a household letter CUSTLETTER
      *                  addressed to the head in household mode,
      *                  blank for a letter to the customer alone
      *                  (every entry logged before it existed).
      *    ============================================================

       01  CONTACT-HISTORY-RECORD.
           05 CH-TS-DATE       PIC 9(8).
           05 FILLER           PIC X.
           05 CH-TS-TIME       PIC 9(8).
           05 FILLER           PIC X.
           05 CH-CUST-ID       PIC 9(6).
           05 FILLER           PIC X.
           05 CH-TEMPLATE      PIC X(12).
           05 FILLER           PIC X.
           05 CH-CAMPAIGN      PIC X(12).
           05 FILLER           PIC X.
           05 CH-DELIV-STATUS  PIC X(1).
              88 CH-PRINTED-HERE      VALUE SPACE.
              88 CH-SENT-TO-VENDOR    VALUE "S".
              88 CH-OVERDUE-ALERTED   VALUE "O".
              88 CH-AWAITING-ACK      VALUE "S" "O".
              88 CH-DISPATCHED        VALUE "D".
              88 CH-DELIVERY-FAILED   VALUE "F".
           05 FILLER           PIC X.
           05 CH-DELIV-DATE    PIC X(8).
           05 FILLER           PIC X.
           05 CH-DELIV-REASON  PIC X(20).
           05 FILLER           PIC X.
           05 CH-MAIL-TYPE     PIC X(1).
              88 CH-INDIVIDUAL-LETTER VALUE SPACE.
              88 CH-HOUSEHOLD-LETTER  VALUE "H".
