      *    Author      : Renato D. Mejilla
      *    Date        : October 15, 2026
      *    Description : Shared layout for a JRNLARCH.DAT journal
      *                  archive registry entry. JRNLCOMP writes one
      *                  for every dated segment it cuts from
      *                  CUSTJRNL.DAT or ADDRJRNL.DAT - the segment's
      *                  file name, the journal it came from, the date
      *                  it was made, the first and last entry dates it
      *                  holds, and how many entries it holds - so
      *                  CUSTPROF and INVESTRPT can find the segments
      *                  that cover a date range and read them behind
      *                  the live journal. Fixed columns, so the
      *                  registry can be read back without parsing
      *                  delimiters.
      *    ============================================================

       01  JOURNAL-ARCHIVE-ENTRY.
           05 JA-ARCHIVE-NAME     PIC X(30).
           05 FILLER              PIC X.
           05 JA-JOURNAL-NAME     PIC X(14).
           05 FILLER              PIC X.
           05 JA-MADE-DATE        PIC 9(8).
           05 FILLER              PIC X.
           05 JA-FIRST-DATE       PIC 9(8).
           05 FILLER              PIC X.
           05 JA-LAST-DATE        PIC 9(8).
           05 FILLER              PIC X.
           05 JA-ENTRY-COUNT      PIC 9(7).
