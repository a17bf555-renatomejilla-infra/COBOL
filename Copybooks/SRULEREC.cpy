      *    Author      : Renato D. Mejilla
      *    Date        : October 15, 2026
      *    Description : Shared layout for a SEGRULE.DAT segment
      *                  assignment rule. SEGASSIGN works the rules in
      *                  RU-PRIORITY order, lowest first, and gives a
      *                  customer the segment of the first rule every
      *                  one of whose conditions the customer meets:
      *                    age       - CM-AGE from RU-AGE-FROM to
      *                                RU-AGE-TO years inclusive
      *                    postal    - the CUSTADDR postal code begins
      *                                with RU-POSTAL-AREA (blank means
      *                                any address, or none)
      *                    tenure    - whole months since CM-LOAD-DATE
      *                                from RU-TENURE-FROM to
      *                                RU-TENURE-TO inclusive
      *                    source    - the customer's CUSTXREF source
      *                                system is RU-SOURCE-SYSTEM
      *                                (blank means any; NONE means a
      *                                customer with no cross-
      *                                reference)
      *                  999 in a "to" column means no upper limit. A
      *                  customer loaded before the load-date stamp
      *                  existed has no tenure, and meets only a rule
      *                  whose tenure range is 000 to 999. The segment
      *                  code must be on SEGTABLE.DAT or the rule is
      *                  set aside. Fixed columns, kept by hand like
      *                  DUESRATE.DAT.
      *    ============================================================

       01  SEGMENT-RULE-RECORD.
           05 RU-RULE-ID         PIC X(4).
           05 FILLER             PIC X.
           05 RU-PRIORITY        PIC 9(3).
           05 FILLER             PIC X.
           05 RU-SEGMENT-CODE    PIC X(2).
           05 FILLER             PIC X.
           05 RU-AGE-FROM        PIC 9(3).
           05 FILLER             PIC X.
           05 RU-AGE-TO          PIC 9(3).
           05 FILLER             PIC X.
           05 RU-POSTAL-AREA     PIC X(10).
           05 FILLER             PIC X.
           05 RU-TENURE-FROM     PIC 9(3).
           05 FILLER             PIC X.
           05 RU-TENURE-TO       PIC 9(3).
           05 FILLER             PIC X.
           05 RU-SOURCE-SYSTEM   PIC X(10).
           05 FILLER             PIC X.
           05 RU-DESCRIPTION     PIC X(30).
