      *    Author      : Renato D. Mejilla
      *    Date        : October 15, 2026
      *    Description : Shared layout for a CUSTREL customer
      *                  relationship record, linking a minor's
      *                  CM-CUST-ID (the record key - one guardian of
      *                  record per minor) to the CM-CUST-ID of the
      *                  adult customer responsible for them (an
      *                  alternate key, duplicates allowed, since one
      *                  guardian can answer for several children).
      *                  The same side-file pattern CUSTADDR and
      *                  CUSTPREF use, so CUSTMAST is untouched.
      *                  RELMAINT maintains it, CUSTLETTER addresses a
      *                  minor's letters to the guardian at the
      *                  guardian's CUSTADDR, and AGEREFRESH ends the
      *                  link (RL-STATUS E, reason A) when the minor
      *                  turns 18. An ended link stays on file as the
      *                  record of who was responsible and until when.
      *    ============================================================

       01  CUSTOMER-REL-RECORD.
           05 RL-MINOR-ID        PIC 9(6).
           05 RL-GUARDIAN-ID     PIC 9(6).
           05 RL-REL-TYPE        PIC X(1).
              88 RL-PARENT          VALUE "P".
              88 RL-LEGAL-GUARDIAN  VALUE "G".
           05 RL-STATUS          PIC X(1).
              88 RL-LINK-ACTIVE     VALUE "A".
              88 RL-LINK-ENDED      VALUE "E".
           05 RL-START-DATE      PIC 9(8).
           05 RL-SET-BY          PIC X(8).
           05 RL-END-DATE        PIC 9(8).
           05 RL-END-REASON      PIC X(1).
              88 RL-ENDED-AT-18     VALUE "A".
              88 RL-ENDED-BY-HAND   VALUE "M".
           05 RL-ENDED-BY        PIC X(8).
