      *    Author      : Renato D. Mejilla
      *    Date        : October 15, 2026
      *    Description : Shared layout for a DISTLIST.DAT report
      *                  distribution line. One line per report, or
      *                  per section of a report, per recipient. The
      *                  report name is the spooled name as SPOOLREG
      *                  registers it (MONTHBAL.RPT). The section is
      *                  blank for the whole report, or the name on
      *                  one of the report's "SECTION: " heading lines
      *                  for just that part. The recipient is a short
      *                  code that names the bundle DISTRIB builds,
      *                  with the department or person spelled out for
      *                  the cover sheet. Copies is how many are put in
      *                  the bundle; the method is P print, E sent
      *                  electronically (always one copy), or H held
      *                  for collection at the operations desk. A
      *                  report with no line is sent to nobody. Fixed
      *                  columns, kept by hand like PARMS.DAT.
      *    ============================================================

       01  DIST-LIST-RECORD.
           05 DL-REPORT-NAME     PIC X(26).
           05 FILLER             PIC X.
           05 DL-SECTION         PIC X(20).
           05 FILLER             PIC X.
           05 DL-RECIPIENT       PIC X(8).
           05 FILLER             PIC X.
           05 DL-COPIES-TEXT     PIC X(2).
           05 DL-COPIES REDEFINES DL-COPIES-TEXT PIC 9(2).
           05 FILLER             PIC X.
           05 DL-METHOD          PIC X(1).
              88 DL-BY-PRINT        VALUE "P".
              88 DL-BY-EMAIL        VALUE "E".
              88 DL-FOR-COLLECTION  VALUE "H".
              88 DL-METHOD-VALID    VALUE "P" "E" "H".
           05 FILLER             PIC X.
           05 DL-RECIPIENT-NAME  PIC X(30).
