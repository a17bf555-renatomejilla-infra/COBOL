      *    Author      : Renato D. Mejilla
      *    Date        : October 15, 2026
      *    Description : Shared layout for a JOBREQ batch job request,
      *                  keyed by request number (continuing from the
      *                  highest on file) with the requesting operator
      *                  as an alternate key, duplicates allowed, so
      *                  an operator's own requests are found without
      *                  reading the whole queue. JOBSUBMIT queues a
      *                  request (Q) for a program on JOBAPPR.DAT with
      *                  up to four parameters - each an environment
      *                  variable the program already reads, named
      *                  for the program (CUSTPROF-ID and the like).
      *                  JOBRUN marks it running (R) with the start
      *                  date and time before the call, and done (D,
      *                  RETURN-CODE 4 or less) or failed (F) with the
      *                  end date and time and the RETURN-CODE after
      *                  it; a request it will not run - the program
      *                  taken off the list, or the role no longer
      *                  enough - is refused (X) with the reason in
      *                  the note. A request waiting on a batch lock
      *                  stays Q. JOBSTAT lists them.
      *    ============================================================

       01  JOB-REQUEST-RECORD.
           05 JQ-REQUEST-ID      PIC 9(6).
           05 JQ-REQUESTED-BY    PIC X(8).
           05 JQ-REQUESTER-ROLE  PIC X(10).
           05 JQ-SUBMIT-DATE     PIC 9(8).
           05 JQ-SUBMIT-TIME     PIC 9(8).
           05 JQ-PROGRAM-ID      PIC X(12).
           05 JQ-PARAMETERS.
              10 JQ-PARM OCCURS 4 TIMES.
                 15 JQ-PARM-NAME  PIC X(24).
                 15 JQ-PARM-VALUE PIC X(20).
           05 JQ-STATUS          PIC X(1).
              88 JQ-QUEUED          VALUE "Q".
              88 JQ-RUNNING         VALUE "R".
              88 JQ-DONE            VALUE "D".
              88 JQ-FAILED          VALUE "F".
              88 JQ-REFUSED         VALUE "X".
           05 JQ-START-DATE      PIC 9(8).
           05 JQ-START-TIME      PIC 9(8).
           05 JQ-END-DATE        PIC 9(8).
           05 JQ-END-TIME        PIC 9(8).
           05 JQ-RETURN-CODE     PIC 9(4).
           05 JQ-OUTPUT-FILE     PIC X(26).
           05 JQ-NOTE            PIC X(40).
