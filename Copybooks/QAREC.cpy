      *    Author      : Renato D. Mejilla
      *    Date        : October 15, 2026
      *    Description : Shared layout for a QAWORK keying-accuracy
      *                  sample - one CUSTJRNL or ADDRJRNL entry drawn
      *                  by QASAMPLE for a supervisor to check. Keyed
      *                  by the night it was drawn and a sequence. The
      *                  journal entry is carried whole - stamp,
      *                  program, operator, action, and the before and
      *                  after images (a CUSTJRNL image fills the first
      *                  65 bytes). QAREVIEW records the verdict: C
      *                  keyed correctly, E in error with the note the
      *                  operator will see. An error stays open (O) on
      *                  the keying operator's worklist until they mark
      *                  it fixed (F). QARPT rates each operator from
      *                  the verdicts.
      *    ============================================================

       01  QA-SAMPLE-RECORD.
           05 QA-KEY.
              10 QA-SAMPLE-DATE     PIC 9(8).
              10 QA-SAMPLE-SEQ      PIC 9(5).
           05 QA-JOURNAL            PIC X(1).
              88 QA-FROM-CUSTJRNL      VALUE "C".
              88 QA-FROM-ADDRJRNL      VALUE "A".
           05 QA-TS-DATE            PIC 9(8).
           05 QA-TS-TIME            PIC 9(8).
           05 QA-PROGRAM            PIC X(20).
           05 QA-OPERATOR           PIC X(8).
           05 QA-ACTION             PIC X(1).
           05 QA-BEFORE-IMAGE       PIC X(90).
           05 QA-AFTER-IMAGE        PIC X(90).
           05 QA-RESULT             PIC X(1).
              88 QA-PENDING            VALUE "P".
              88 QA-CORRECT            VALUE "C".
              88 QA-IN-ERROR           VALUE "E".
           05 QA-NOTE               PIC X(40).
           05 QA-REVIEWED-BY        PIC X(8).
           05 QA-REVIEWED-DATE      PIC 9(8).
           05 QA-FIX-STATUS         PIC X(1).
              88 QA-FIX-OPEN           VALUE "O".
              88 QA-FIX-DONE           VALUE "F".
           05 QA-FIXED-DATE         PIC 9(8).
