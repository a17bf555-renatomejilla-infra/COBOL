      *    Author      : Renato D. Mejilla
      *    Date        : October 15, 2026
      *    Description : Shared layout for a JOBAPPR.DAT approved batch
      *                  job record - the hand-kept list of batch
      *                  programs an operator may ask JOBRUN to run
      *                  in the day from the ex002 menu. One record per
      *                  program: the lowest role that may ask for it,
      *                  the BATCHLOCK resource it reads (CUST, USER,
      *                  ALL, or NONE) so it waits while the nightly
      *                  window holds that lock, the report or extract
      *                  it leaves behind for SPOOLREG (blank when the
      *                  program spools its own, as BDAYRPT does), the
      *                  switch that puts it in batch mode (set to Y
      *                  for the run, blank when it has none), and the
      *                  one parameter without which it would stop and
      *                  prompt a terminal nobody is watching (blank
      *                  when it needs none). A program not on the
      *                  list cannot be asked for.
      *    ============================================================

       01  APPROVED-JOB-RECORD.
           05 AP-PROGRAM-ID      PIC X(12).
           05 FILLER             PIC X(1).
           05 AP-MIN-ROLE        PIC X(10).
           05 FILLER             PIC X(1).
           05 AP-LOCK-RESOURCE   PIC X(4).
              88 AP-NO-LOCK         VALUE "NONE", SPACES.
           05 FILLER             PIC X(1).
           05 AP-OUTPUT-FILE     PIC X(26).
           05 FILLER             PIC X(1).
           05 AP-BATCH-SWITCH    PIC X(24).
           05 FILLER             PIC X(1).
           05 AP-REQUIRED-PARM   PIC X(24).
           05 FILLER             PIC X(1).
           05 AP-DESCRIPTION     PIC X(30).
