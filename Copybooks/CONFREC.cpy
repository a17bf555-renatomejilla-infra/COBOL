      *    Author      : Renato D. Mejilla
      *    Date        : October 15, 2026
      *    Description : Shared layout for a SRCCONF.DAT source
      *                  conflict record. The shared SRCPREC routine
      *                  appends one whenever an incoming CUSTMAST
      *                  value is held back because the source that
      *                  set the standing value outranks the incoming
      *                  one on SRCPRI.DAT - both values, both sources
      *                  and both ranks, so SRCCONFRPT can put the
      *                  pair in front of the data owners to settle.
      *                  Field codes: FN first name, LN last name,
      *                  BD birth date. Fixed columns, so the log can
      *                  be read back without parsing delimiters.
      *    ============================================================

       01  SOURCE-CONFLICT-RECORD.
           05 SC-LOG-DATE         PIC 9(8).
           05 FILLER              PIC X.
           05 SC-LOG-TIME         PIC 9(8).
           05 FILLER              PIC X.
           05 SC-PROGRAM-NAME     PIC X(20).
           05 FILLER              PIC X.
           05 SC-OPERATOR-ID      PIC X(8).
           05 FILLER              PIC X.
           05 SC-CUST-ID          PIC 9(6).
           05 FILLER              PIC X.
           05 SC-FIELD-CODE       PIC X(2).
           05 FILLER              PIC X.
           05 SC-NEW-SOURCE       PIC X(10).
           05 FILLER              PIC X.
           05 SC-NEW-RANK         PIC 9(3).
           05 FILLER              PIC X.
           05 SC-NEW-VALUE        PIC X(20).
           05 FILLER              PIC X.
           05 SC-OLD-SOURCE       PIC X(10).
           05 FILLER              PIC X.
           05 SC-OLD-RANK         PIC 9(3).
           05 FILLER              PIC X.
           05 SC-OLD-VALUE        PIC X(20).
