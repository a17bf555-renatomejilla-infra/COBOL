      *                  run (CUSTLETTER, CUSTEXTRACT, BDAYRPT)
      *                  suppresses the customer and counts the
      *                  suppression in its totals.
      *                  CP-DECEASED-FLAG is the deceased marker that
      *                  DECDLOAD sets from the DECEASED.DAT feed
      *                  once a notice matches exactly one customer,
      *                  with the date of death, the notifying source,
      *                  and the date it was recorded. It outranks the
      *                  do-not-contact flag: PREFLOOKUP hands back D
      *                  for a deceased customer, and every outbound
      *                  run suppresses and counts it separately.
      *                  CP-SEGMENT-ORIGIN says who set the segment: M
      *                  a person, through CUSTMAINT or CUSTMNTB; R the
      *                  nightly SEGASSIGN run, from the SEGRULE.DAT
      *                  rule in CP-SEGMENT-RULE. A segment on file with
      *                  a blank origin predates the marker and counts
      *                  as set by a person - SEGASSIGN never replaces
      *                  one, only its own.
      *                  A CUSTPREF written under the original 25-byte
      *                  record (through CP-DNC-SET-BY) is converted
      *                  to this layout once by PREFCONV.
      *    ============================================================

       01  CUSTOMER-PREF-RECORD.
              88 CP-DO-NOT-CONTACT  VALUE "Y".
           05 CP-DNC-DATE        PIC 9(8).
           05 CP-DNC-SET-BY      PIC X(8).
           05 CP-DECEASED-FLAG   PIC X(1).
              88 CP-CUSTOMER-DECEASED VALUE "Y".
           05 CP-DEATH-DATE      PIC 9(8).
           05 CP-DECEASED-SOURCE PIC X(10).
           05 CP-DECEASED-MARKED PIC 9(8).
           05 CP-SEGMENT-ORIGIN  PIC X(1).
              88 CP-SEGMENT-MANUAL  VALUE "M".
              88 CP-SEGMENT-BY-RULE VALUE "R".
           05 CP-SEGMENT-RULE    PIC X(4).
           05 CP-SEGMENT-SET-DATE PIC 9(8).
