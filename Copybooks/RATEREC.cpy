      *    Author      : Renato D. Mejilla
      *    Date        : October 15, 2026
      *    Description : Shared layout for a DUESRATE.DAT membership
      *                  dues rate line. One line per age bracket,
      *                  CUSTPREF segment, and effective date, giving
      *                  the annual dues in that bracket from that date
      *                  on. The brackets are the AgeBracketRpt ones
      *                  AGEREFRESH maintains - J junior (17 and
      *                  under), A adult (18 to 64), S senior (65 and
      *                  over). A blank segment is the bracket's rate
      *                  for every segment without a line of its own.
      *                  DUESBILL charges each customer the line for
      *                  their bracket and segment with the latest
      *                  effective date on or before the billing date.
      *                  The rate is keyed with its two implied
      *                  decimals - 0004500 is 45.00. Fixed columns,
      *                  kept by hand like PARMS.DAT.
      *    ============================================================

       01  DUES-RATE-RECORD.
           05 DR-BRACKET         PIC X(1).
              88 DR-JUNIOR          VALUE "J".
              88 DR-ADULT           VALUE "A".
              88 DR-SENIOR          VALUE "S".
           05 FILLER             PIC X.
           05 DR-SEGMENT-CODE    PIC X(2).
           05 FILLER             PIC X.
           05 DR-EFFECTIVE-DATE  PIC 9(8).
           05 FILLER             PIC X.
           05 DR-ANNUAL-RATE     PIC 9(5)V99.
           05 FILLER             PIC X.
           05 DR-DESCRIPTION     PIC X(30).
