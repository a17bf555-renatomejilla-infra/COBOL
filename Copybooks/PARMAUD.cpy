      *    Author      : Renato D. Mejilla
      *    Date        : October 15, 2026
      *    Description : Shared layout for a PARMAUD.DAT run-parameter
      *                  change record. PARMMAINT appends one for every
      *                  value it adds, changes or removes on PARMS.DAT
      *                  - who, when, which parameter and effective
      *                  date, and the value before and after - so a
      *                  changed setting always leaves a trace for
      *                  PARMRPT to show. Actions: A added, C changed,
      *                  D removed. Fixed columns, so the log can be
      *                  read back without parsing delimiters.
      *    ============================================================

       01  PARM-AUDIT-RECORD.
           05 PA-LOG-DATE         PIC 9(8).
           05 FILLER              PIC X.
           05 PA-LOG-TIME         PIC 9(8).
           05 FILLER              PIC X.
           05 PA-OPERATOR-ID      PIC X(8).
           05 FILLER              PIC X.
           05 PA-ACTION           PIC X(1).
           05 FILLER              PIC X.
           05 PA-PROGRAM-NAME     PIC X(12).
           05 FILLER              PIC X.
           05 PA-PARM-NAME        PIC X(24).
           05 FILLER              PIC X.
           05 PA-EFFECTIVE-DATE   PIC 9(8).
           05 FILLER              PIC X.
           05 PA-OLD-VALUE        PIC X(20).
           05 FILLER              PIC X.
           05 PA-NEW-VALUE        PIC X(20).
