      *    Author      : Renato D. Mejilla
      *    Date        : October 15, 2026
      *    Description : Shared layout for a PARMS.DAT run-parameter
      *                  record. One line per program, parameter and
      *                  effective date; the parameter name is the
      *                  environment variable the program has always
      *                  read (BDAYRPT-DAYS, LOGHOUSE-DAYS ...), so an
      *                  environment setting still overrides the file
      *                  under the same name. The value in force on a
      *                  day is the line with the latest effective
      *                  date on or before it - a future-dated line
      *                  waits its turn. PARMMAINT keeps the file,
      *                  PARMGET reads it for the programs, PARMRPT
      *                  lists it.
      *    ============================================================

       01  RUN-PARAMETER-RECORD.
           05 PM-PROGRAM-NAME     PIC X(12).
           05 FILLER              PIC X.
           05 PM-PARM-NAME        PIC X(24).
           05 FILLER              PIC X.
           05 PM-EFFECTIVE-DATE   PIC 9(8).
           05 FILLER              PIC X.
           05 PM-PARM-VALUE       PIC X(20).
           05 FILLER              PIC X.
           05 PM-CHANGED-BY       PIC X(8).
           05 FILLER              PIC X.
           05 PM-CHANGED-DATE     PIC 9(8).
