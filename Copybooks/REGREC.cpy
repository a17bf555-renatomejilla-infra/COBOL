      *    Author      : Renato D. Mejilla
      *    Date        : October 15, 2026
      *    Description : Shared layout for a REGRTN.DAT regulatory
      *                  statistical return record, the regulator's
      *                  fixed 80-byte format. Every record carries
      *                  its type, the reporter reference the
      *                  regulator issued us and the period (YYYYQn).
      *                  REGRETURN writes, in this order:
      *                    HD  header - period start and end dates,
      *                        date and time the file was made
      *                    CT  quarter-end customer population
      *                    AB  customers per age bracket
      *                    RG  customers per region
      *                    SG  customers per marketing segment
      *                    NC  new customers loaded in the quarter
      *                    PG  customers purged in the quarter
      *                    ER  customers erased in the quarter
      *                    TR  trailer - records on the file, header
      *                        and trailer included, and the sum of
      *                        every count above as a hash total
      *                  Counts are unsigned, zero-filled, right-
      *                  aligned; categories left-aligned, space-
      *                  filled.
      *    ============================================================

       01  REGULATORY-RETURN-RECORD.
           05 RR-RECORD-TYPE     PIC X(2).
              88 RR-HEADER-RECORD   VALUE "HD".
              88 RR-TRAILER-RECORD  VALUE "TR".
           05 RR-REPORTER-ID     PIC X(10).
           05 RR-PERIOD          PIC X(6).
           05 RR-DETAIL.
              10 RR-CATEGORY     PIC X(10).
              10 RR-COUNT        PIC 9(9).
              10 FILLER          PIC X(43).
           05 RR-HEADER REDEFINES RR-DETAIL.
              10 RR-PERIOD-START PIC 9(8).
              10 RR-PERIOD-END   PIC 9(8).
              10 RR-MADE-DATE    PIC 9(8).
              10 RR-MADE-TIME    PIC 9(6).
              10 RR-FORMAT-VERSION PIC X(2).
              10 FILLER          PIC X(30).
           05 RR-TRAILER REDEFINES RR-DETAIL.
              10 RR-RECORD-COUNT PIC 9(9).
              10 RR-HASH-TOTAL   PIC 9(12).
              10 FILLER          PIC X(41).
