      *    Author      : Renato D. Mejilla
      *    Date        : October 15, 2026
      *    Description : Shared layout for a CAMPAIGN master record,
      *                  keyed by the campaign ID - the same twelve
      *                  characters CUSTLETTER tags every CONTHIST
      *                  entry with, so a tag can only be used by the
      *                  one campaign it was registered for. Holds what
      *                  the campaign was meant to select (the same
      *                  age range / birth month / last-name range /
      *                  segment set CUSTLETTER and CUSTEXTRACT take,
      *                  as keyed - blank is open), the letter template
      *                  it prints with, the dates it may run between,
      *                  the owning operator, the volume planned, and
      *                  its status. CAMPMAINT maintains it, CUSTLETTER
      *                  and CUSTEXTRACT run by it, and CAMPRPT sets the
      *                  planned volume against the letters logged.
      *    ============================================================

       01  CAMPAIGN-RECORD.
           05 CG-CAMPAIGN-ID     PIC X(12).
           05 CG-DESCRIPTION     PIC X(30).
           05 CG-TEMPLATE        PIC X(12).
           05 CG-AGE-FROM        PIC X(2).
           05 CG-AGE-TO          PIC X(2).
           05 CG-BIRTH-MONTH     PIC X(2).
           05 CG-NAME-FROM       PIC X(20).
           05 CG-NAME-TO         PIC X(20).
           05 CG-SEGMENT         PIC X(2).
           05 CG-START-DATE      PIC 9(8).
           05 CG-END-DATE        PIC 9(8).
           05 CG-OWNER           PIC X(8).
           05 CG-PLANNED-VOLUME  PIC 9(6).
           05 CG-STATUS          PIC X(1).
              88 CG-PLANNED         VALUE "P".
              88 CG-ACTIVE          VALUE "A".
              88 CG-CLOSED          VALUE "C".
              88 CG-CANCELLED       VALUE "X".
           05 CG-CREATED-DATE    PIC 9(8).
           05 CG-CREATED-BY      PIC X(8).
           05 CG-UPDATED-DATE    PIC 9(8).
           05 CG-UPDATED-BY      PIC X(8).
