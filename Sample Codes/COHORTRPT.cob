      *    Author      : Renato D. Mejilla
      *    Date        : October 15, 2026
      *    Description : Customer cohort retention report. CUSTSTATS
      *                  counts how many customers were loaded each
      *                  month but not how many of them are still with
      *                  us. This groups every customer ever loaded
      *                  into an intake cohort by the month of
      *                  CM-LOAD-DATE and shows, per cohort, how many
      *                  are still live on CUSTMAST, how many are
      *                  soft-deleted there, how many were purged to
      *                  CUSTARCH, and how many were restored, with
      *                  the average months from load to leaving. The
      *                  timings come from the D, P, and R entries on
      *                  CUSTJRNL.DAT (an update clearing a delete
      *                  flag counts as a return too, and purging an
      *                  already soft-deleted record is not a second
      *                  loss); the load date is taken from the
      *                  journal image itself. The segments JRNLCOMP
      *                  has cut from the journal (JRNLARCH.DAT) are
      *                  read first, oldest first, and one listed but
      *                  not on disk is named on the report. The
      *                  retention grid then shows, month by month
      *                  since intake, the share
      *                  of each cohort still retained on the
      *                  journalled movements - a cohort's losses from
      *                  before the journal existed show in its live
      *                  count but not in its grid. The same counts
      *                  follow per source system (the CUSTXREF entry
      *                  carrying the customer's ID; NONE when there is
      *                  none), and COHORTRPT-SOURCE limits the whole
      *                  report to one source system so its grid can
      *                  be set beside another's. Records loaded
      *                  before the load-date stamp existed form one
      *                  UNDATED cohort with no grid line. Read-only;
      *                  COHORT.RPT is registered into the report spool
      *                  through SPOOLREG. RETURN-CODE 0, or 8 when
      *                  CUSTMAST cannot be opened.
      *    Compiler    : Micro Focus Visual COBOL
      *    ============================================================

       IDENTIFICATION DIVISION.
       PROGRAM-ID.     COHORTRPT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-MASTER ASSIGN TO WS-CUSTMAST-FILE
                               ORGANIZATION INDEXED
                               ACCESS MODE IS SEQUENTIAL
                               RECORD KEY IS CM-CUST-ID
                               ALTERNATE RECORD KEY IS
                                  CM-LAST-NAME WITH DUPLICATES
                               FILE STATUS IS WS-MASTER-STATUS.

           SELECT CUSTOMER-ARCHIVE ASSIGN TO WS-CUSTARCH-FILE
                               ORGANIZATION INDEXED
                               ACCESS MODE IS SEQUENTIAL
                               RECORD KEY IS AR-CUST-ID
                               FILE STATUS IS WS-ARCHIVE-STATUS.

           SELECT CUSTOMER-XREF ASSIGN TO WS-CUSTXREF-FILE
                               ORGANIZATION INDEXED
                               ACCESS MODE IS SEQUENTIAL
                               RECORD KEY IS XR-XREF-KEY
                               FILE STATUS IS WS-XREF-STATUS.

           SELECT JOURNAL-FILE ASSIGN TO WS-JRNL-READ-NAME
                               ORGANIZATION LINE SEQUENTIAL
                               FILE STATUS IS WS-JOURNAL-STATUS.

           SELECT JOURNAL-SEGMENTS ASSIGN TO WS-JARCH-FILE
                               ORGANIZATION LINE SEQUENTIAL
                               FILE STATUS IS WS-JARCH-STATUS.

           SELECT COHORT-RPT   ASSIGN TO WS-RPT-FILE-NAME
                               ORGANIZATION LINE SEQUENTIAL
                               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-MASTER.
       COPY CUSTREC.

      *> Archive record - the CUSTMAST fields plus the date the
      *> record was moved off the master (see CUSTPURGE).
       FD  CUSTOMER-ARCHIVE.
       01  CUSTOMER-ARCHIVE-RECORD.
           05 AR-CUST-ID         PIC 9(6).
           05 AR-FIRST-NAME      PIC X(20).
           05 AR-LAST-NAME       PIC X(20).
           05 AR-BIRTH-DATE      PIC 9(8).
           05 AR-AGE             PIC 99.
           05 AR-DELETE-FLAG     PIC X(1).
           05 AR-LOAD-DATE       PIC 9(8).
           05 AR-PURGE-DATE      PIC 9(8).

       FD  CUSTOMER-XREF.
       COPY XREFREC.

       FD  JOURNAL-FILE.
       01  JOURNAL-RECORD.
           05 JR-TS-DATE       PIC 9(8).
           05 FILLER           PIC X.
           05 JR-TS-TIME       PIC 9(8).
           05 FILLER           PIC X.
           05 JR-PROGRAM-NAME  PIC X(20).
           05 FILLER           PIC X.
           05 JR-OPERATOR-ID   PIC X(8).
           05 FILLER           PIC X.
           05 JR-ACTION        PIC X(1).
           05 FILLER           PIC X.
           05 JR-BEFORE-IMAGE  PIC X(65).
           05 FILLER           PIC X.
           05 JR-AFTER-IMAGE   PIC X(65).

      *> JRNLCOMP's list of the dated segments cut from the journal.
       FD  JOURNAL-SEGMENTS.
       COPY JARCREC.

       FD  COHORT-RPT.
       01  COHORT-RPT-LINE     PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-CUSTMAST-FILE    PIC X(26) VALUE "CUSTMAST".
       01  WS-CUSTARCH-FILE    PIC X(26) VALUE "CUSTARCH".
       01  WS-CUSTXREF-FILE    PIC X(26) VALUE "CUSTXREF".
       01  WS-JRNL-FILE-NAME   PIC X(26) VALUE "CUSTJRNL.DAT".
       01  WS-JRNL-READ-NAME   PIC X(30) VALUE SPACES.
       01  WS-JARCH-FILE       PIC X(26) VALUE "JRNLARCH.DAT".
       01  WS-RPT-FILE-NAME    PIC X(26) VALUE "COHORT.RPT".

       01  WS-MASTER-STATUS    PIC XX VALUE "00".
       01  WS-ARCHIVE-STATUS   PIC XX VALUE "00".
       01  WS-XREF-STATUS      PIC XX VALUE "00".
       01  WS-JOURNAL-STATUS   PIC XX VALUE "00".
       01  WS-JARCH-STATUS     PIC XX VALUE "00".
       01  WS-REPORT-STATUS    PIC XX VALUE "00".
       01  WS-EOF-SWITCH       PIC X VALUE "N".
           88 WS-EOF           VALUE "Y".

       01  WS-SOURCE-FILTER    PIC X(10) VALUE SPACES.

      *> Customer ID to source system, from CUSTXREF. A customer with
      *> cross-references from more than one system is counted under
      *> the first one on file.
       01  WS-SX-TABLE.
           05 WS-SX-COUNT      PIC 9(5) VALUE ZERO.
           05 WS-SX-LIMIT      PIC 9(5) VALUE 20000.
           05 WS-SX-ENTRY OCCURS 20000 TIMES.
              10 SX-CUST-ID      PIC 9(6).
              10 SX-SOURCE       PIC X(10).
       01  WS-SX-SUB           PIC 9(5) VALUE ZERO.
       01  WS-SX-OVERFLOW      PIC 9(6) VALUE ZERO.

      *> One slot per intake month. Grid slots 1-12 are the first
      *> twelve months after intake (slot 1 the intake month itself),
      *> slot 13 everything later.
       01  WS-CO-TABLE.
           05 WS-CO-COUNT      PIC 9(3) VALUE ZERO.
           05 WS-CO-LIMIT      PIC 9(3) VALUE 240.
           05 WS-CO-ENTRY OCCURS 240 TIMES.
              10 CO-MONTH        PIC 9(6).
              10 CO-LIVE         PIC 9(6).
              10 CO-DELETED      PIC 9(6).
              10 CO-PURGED       PIC 9(6).
              10 CO-RESTORED     PIC 9(6).
              10 CO-LEFT-EVENTS  PIC 9(6).
              10 CO-LEFT-MONTHS  PIC 9(8).
              10 CO-GRID OCCURS 13 TIMES.
                 15 CO-LOST         PIC 9(6).
                 15 CO-BACK         PIC 9(6).
       01  WS-CO-SWAP          PIC X(200).
       01  WS-CO-SUB           PIC 9(3) VALUE ZERO.
       01  WS-CO-HIT           PIC 9(3) VALUE ZERO.
       01  WS-I-SUB            PIC 9(3) VALUE ZERO.
       01  WS-J-SUB            PIC 9(3) VALUE ZERO.

      *> The same counts per source system.
       01  WS-SS-TABLE.
           05 WS-SS-COUNT      PIC 99 VALUE ZERO.
           05 WS-SS-LIMIT      PIC 99 VALUE 30.
           05 WS-SS-ENTRY OCCURS 30 TIMES.
              10 SS-SOURCE       PIC X(10).
              10 SS-LIVE         PIC 9(6).
              10 SS-DELETED      PIC 9(6).
              10 SS-PURGED       PIC 9(6).
              10 SS-RESTORED     PIC 9(6).
              10 SS-LEFT-EVENTS  PIC 9(6).
              10 SS-LEFT-MONTHS  PIC 9(8).
       01  WS-SS-SUB           PIC 99 VALUE ZERO.
       01  WS-SS-HIT           PIC 99 VALUE ZERO.

      *> The customer or journal movement in hand.
       01  WS-KEY-CUST-ID      PIC 9(6) VALUE ZERO.
      *> The customer number as printed, through the shared CUSTCHK.
       01  WS-PRINT-FUNCTION   PIC X(1) VALUE "D".
       01  WS-PRINT-ID         PIC X(8) VALUE SPACES.
       01  WS-PRINT-RESULT     PIC X(1) VALUE SPACE.
       01  WS-KEY-LOAD-DATE    PIC 9(8) VALUE ZERO.
       01  WS-KEY-MONTH        PIC 9(6) VALUE ZERO.
       01  WS-KEY-SOURCE       PIC X(10) VALUE SPACES.
       01  WS-KEY-STATE        PIC X(1) VALUE SPACE.
           88 WS-STATE-LIVE    VALUE "L".
           88 WS-STATE-DELETED VALUE "D".
           88 WS-STATE-PURGED  VALUE "P".
       01  WS-MOVE-KIND        PIC X(1) VALUE SPACE.
           88 WS-MOVE-LOST     VALUE "L".
           88 WS-MOVE-BACK     VALUE "B".
           88 WS-MOVE-RESTORE  VALUE "R".
           88 WS-MOVE-RETURNED VALUE "B" "R".
       01  WS-ELAPSED          PIC S9(5) VALUE ZERO.
       01  WS-EVENT-DATE.
           05 WS-EV-YEAR       PIC 9(4).
           05 WS-EV-MM         PIC 9(2).
           05 WS-EV-DD         PIC 9(2).
       01  WS-LOAD-DATE-PARTS.
           05 WS-LD-YEAR       PIC 9(4).
           05 WS-LD-MM         PIC 9(2).
           05 WS-LD-DD         PIC 9(2).
       01  WS-MONTH-KEY.
           05 WS-MK-YEAR       PIC 9(4).
           05 WS-MK-MM         PIC 9(2).
       01  WS-GRID-SUB         PIC 99 VALUE ZERO.

      *> A CUSTJRNL image laid over the CUSTMAST record it was taken
      *> from.
       01  WS-IMAGE-VIEW.
           05 WS-IV-CUST-ID    PIC 9(6).
           05 WS-IV-FIRST-NAME PIC X(20).
           05 WS-IV-LAST-NAME  PIC X(20).
           05 WS-IV-BIRTH-DATE PIC X(8).
           05 WS-IV-AGE        PIC X(2).
           05 WS-IV-DELETE-FLAG PIC X(1).
           05 WS-IV-LOAD-DATE  PIC X(8).
       01  WS-BEFORE-FLAG      PIC X(1) VALUE SPACE.
       01  WS-AFTER-FLAG       PIC X(1) VALUE SPACE.

       01  WS-MASTER-READ      PIC 9(6) VALUE ZERO.
       01  WS-ARCHIVE-READ     PIC 9(6) VALUE ZERO.
       01  WS-JOURNAL-READ     PIC 9(6) VALUE ZERO.
       01  WS-MOVES-COUNTED    PIC 9(6) VALUE ZERO.

      *> The CUSTJRNL segments JRNLCOMP has cut, oldest first. Their
      *> movements count with the live journal's; one listed but
      *> not on disk is named on the report.
       01  WS-SEG-TABLE.
           05 WS-SEG-COUNT     PIC 9(3) VALUE ZERO.
           05 WS-SEG-LIMIT     PIC 9(3) VALUE 200.
           05 WS-SEG-ENTRY OCCURS 200 TIMES.
              10 SG-NAME          PIC X(30).
              10 SG-FIRST-DATE    PIC 9(8).
              10 SG-LAST-DATE     PIC 9(8).
              10 SG-ON-DISK       PIC X(1).
       01  WS-SEG-SUB          PIC 9(3) VALUE ZERO.
       01  WS-SEGS-READ        PIC 9(3) VALUE ZERO.
       01  WS-SEGS-MISSING     PIC 9(3) VALUE ZERO.

      *> Report arithmetic and edited fields.
       01  WS-LOADED           PIC 9(7) VALUE ZERO.
       01  WS-RETAINED         PIC S9(7) VALUE ZERO.
       01  WS-PERCENT          PIC 9(3) VALUE ZERO.
       01  WS-PERCENT-OUT      PIC ZZ9.
       01  WS-AVG-MONTHS       PIC 9(4) VALUE ZERO.
       01  WS-AVG-OUT          PIC ZZZ9.
       01  WS-CELL             PIC X(5) VALUE SPACES.
       01  WS-CELL-PTR         PIC 9(3) VALUE ZERO.
       01  WS-MONTH-TEXT       PIC X(7) VALUE SPACES.
       01  WS-SUMMARY-LABEL    PIC X(10) VALUE SPACES.
       01  WS-SUM-LIVE         PIC 9(6) VALUE ZERO.
       01  WS-SUM-DELETED      PIC 9(6) VALUE ZERO.
       01  WS-SUM-PURGED       PIC 9(6) VALUE ZERO.
       01  WS-SUM-RESTORED     PIC 9(6) VALUE ZERO.
       01  WS-SUM-LEFT-EVENTS  PIC 9(6) VALUE ZERO.
       01  WS-SUM-LEFT-MONTHS  PIC 9(8) VALUE ZERO.
       01  WS-MONTHS-OPEN      PIC S9(5) VALUE ZERO.

       01  WS-CURR-DATE.
           05 WS-CURR-YEAR     PIC 9(4).
           05 WS-CURR-MM       PIC 9(2).
           05 WS-CURR-DD       PIC 9(2).
       01  WS-CURR-DATE-N REDEFINES WS-CURR-DATE PIC 9(8).

      *> The business unit this run belongs to, stamped on the
      *> report header.
       01  WS-COMPANY-CODE     PIC X(4) VALUE SPACES.

      *> End-of-run counts handed to the shared RUNSTATS routine.
       01  WS-STAT-READ        PIC 9(6) VALUE ZERO.
       01  WS-STAT-WRITTEN     PIC 9(6) VALUE ZERO.
       01  WS-STAT-UPDATED     PIC 9(6) VALUE ZERO.
       01  WS-STAT-REJECTED    PIC 9(6) VALUE ZERO.

       01  WS-OPERATOR-ID      PIC X(8) VALUE SPACES.
       01  WS-PROGRAM-NAME     PIC X(20) VALUE "COHORTRPT".
       01  WS-AUDIT-OUTCOME    PIC X(8) VALUE SPACES.

       PROCEDURE DIVISION.
           DISPLAY "<<< CUSTOMER COHORT RETENTION REPORT >>>".
           DISPLAY "----------------------------------------".

           ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT "OPERATOR-ID".
           MOVE "START" TO WS-AUDIT-OUTCOME.
           CALL "AUDITLOG" USING WS-PROGRAM-NAME WS-OPERATOR-ID
                                  WS-AUDIT-OUTCOME.

           CALL "FILERES" USING WS-CUSTMAST-FILE.
           CALL "FILERES" USING WS-CUSTARCH-FILE.
           CALL "FILERES" USING WS-CUSTXREF-FILE.
           CALL "FILERES" USING WS-JRNL-FILE-NAME.
           CALL "FILERES" USING WS-JARCH-FILE.
           CALL "FILERES" USING WS-RPT-FILE-NAME.

           ACCEPT WS-CURR-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-COMPANY-CODE FROM ENVIRONMENT
                  "ACMITS-COMPANY".
           IF WS-COMPANY-CODE = SPACES
              MOVE "BASE" TO WS-COMPANY-CODE
           END-IF.
           ACCEPT WS-SOURCE-FILTER FROM ENVIRONMENT
                  "COHORTRPT-SOURCE".
           MOVE FUNCTION UPPER-CASE(WS-SOURCE-FILTER)
             TO WS-SOURCE-FILTER.

           OPEN INPUT CUSTOMER-MASTER.
           IF WS-MASTER-STATUS NOT = "00"
              DISPLAY "Cannot open CUSTMAST, status="
                      WS-MASTER-STATUS
              MOVE "FAIL" TO WS-AUDIT-OUTCOME
              CALL "AUDITLOG" USING WS-PROGRAM-NAME WS-OPERATOR-ID
                                     WS-AUDIT-OUTCOME
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.

           PERFORM 1000-LOAD-SOURCES.

           PERFORM UNTIL WS-EOF
              READ CUSTOMER-MASTER NEXT RECORD
                 AT END
                    MOVE "Y" TO WS-EOF-SWITCH
                 NOT AT END
                    ADD 1 TO WS-MASTER-READ
                    MOVE CM-CUST-ID   TO WS-KEY-CUST-ID
                    MOVE CM-LOAD-DATE TO WS-KEY-LOAD-DATE
                    IF CM-RECORD-DELETED
                       MOVE "D" TO WS-KEY-STATE
                    ELSE
                       MOVE "L" TO WS-KEY-STATE
                    END-IF
                    PERFORM 2000-TALLY-CUSTOMER
              END-READ
           END-PERFORM.
           CLOSE CUSTOMER-MASTER.

           *> Nothing purged yet just means no archive file.
           MOVE "N" TO WS-EOF-SWITCH.
           OPEN INPUT CUSTOMER-ARCHIVE.
           IF WS-ARCHIVE-STATUS = "00"
              PERFORM UNTIL WS-EOF
                 READ CUSTOMER-ARCHIVE NEXT RECORD
                    AT END
                       MOVE "Y" TO WS-EOF-SWITCH
                    NOT AT END
                       ADD 1 TO WS-ARCHIVE-READ
                       MOVE AR-CUST-ID   TO WS-KEY-CUST-ID
                       MOVE AR-LOAD-DATE TO WS-KEY-LOAD-DATE
                       MOVE "P" TO WS-KEY-STATE
                       PERFORM 2000-TALLY-CUSTOMER
                 END-READ
              END-PERFORM
              CLOSE CUSTOMER-ARCHIVE
           END-IF.

           *> Archived segments first, oldest first, then the live
           *> journal - the movements come in the order they happened.
           PERFORM 3500-LOAD-SEGMENT-LIST.
           MOVE 1 TO WS-SEG-SUB.
           PERFORM UNTIL WS-SEG-SUB > WS-SEG-COUNT
              MOVE SG-NAME(WS-SEG-SUB) TO WS-JRNL-READ-NAME
              PERFORM 3600-SCAN-JOURNAL
              IF WS-JOURNAL-STATUS = "00"
                 MOVE "Y" TO SG-ON-DISK(WS-SEG-SUB)
                 ADD 1 TO WS-SEGS-READ
              ELSE
                 MOVE "N" TO SG-ON-DISK(WS-SEG-SUB)
                 ADD 1 TO WS-SEGS-MISSING
              END-IF
              ADD 1 TO WS-SEG-SUB
           END-PERFORM.
           MOVE WS-JRNL-FILE-NAME TO WS-JRNL-READ-NAME.
           PERFORM 3600-SCAN-JOURNAL.
           IF WS-JOURNAL-STATUS NOT = "00"
              DISPLAY "No CUSTJRNL.DAT on disk - counts only, "
                      "no timings."
           END-IF.

           PERFORM 4000-SORT-COHORTS.

           OPEN OUTPUT COHORT-RPT.
           PERFORM 5000-PRINT-COHORT-SUMMARY.
           PERFORM 6000-PRINT-RETENTION-GRID.
           PERFORM 7000-PRINT-SOURCE-SUMMARY.
           CLOSE COHORT-RPT.

           CALL "SPOOLREG" USING WS-PROGRAM-NAME WS-RPT-FILE-NAME.

           DISPLAY "Master records read   : " WS-MASTER-READ.
           DISPLAY "Archive records read  : " WS-ARCHIVE-READ.
           DISPLAY "Journal entries read  : " WS-JOURNAL-READ.
           DISPLAY "Archived segments read: " WS-SEGS-READ.
           IF WS-SEGS-MISSING > 0
              DISPLAY "Archived segments missing: " WS-SEGS-MISSING
                      " - see the report."
           END-IF.
           DISPLAY "Movements timed       : " WS-MOVES-COUNTED.
           DISPLAY "Cohorts reported      : " WS-CO-COUNT.
           DISPLAY "Report written to COHORT.RPT.".

           COMPUTE WS-STAT-READ = WS-MASTER-READ + WS-ARCHIVE-READ
                                + WS-JOURNAL-READ.
           MOVE WS-CO-COUNT TO WS-STAT-WRITTEN.
           CALL "RUNSTATS" USING WS-PROGRAM-NAME WS-STAT-READ
                                  WS-STAT-WRITTEN WS-STAT-UPDATED
                                  WS-STAT-REJECTED.

           MOVE "SUCCESS" TO WS-AUDIT-OUTCOME.
           CALL "AUDITLOG" USING WS-PROGRAM-NAME WS-OPERATOR-ID
                                  WS-AUDIT-OUTCOME.

           MOVE 0 TO RETURN-CODE.
           GOBACK.

       1000-LOAD-SOURCES.
           OPEN INPUT CUSTOMER-XREF.
           IF WS-XREF-STATUS NOT = "00"
              DISPLAY "No CUSTXREF on disk - every customer counted "
                      "under source NONE."
           ELSE
              PERFORM UNTIL WS-EOF
                 READ CUSTOMER-XREF NEXT RECORD
                    AT END
                       MOVE "Y" TO WS-EOF-SWITCH
                    NOT AT END
                       MOVE XR-CUST-ID TO WS-KEY-CUST-ID
                       PERFORM 1100-FIND-SOURCE
                       IF WS-KEY-SOURCE = "NONE"
                          PERFORM 1200-ADD-SOURCE
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE CUSTOMER-XREF
              MOVE "N" TO WS-EOF-SWITCH
           END-IF.

      *> Source system of WS-KEY-CUST-ID into WS-KEY-SOURCE.
       1100-FIND-SOURCE.
           MOVE "NONE" TO WS-KEY-SOURCE.
           MOVE 1 TO WS-SX-SUB.
           PERFORM UNTIL WS-SX-SUB > WS-SX-COUNT
                      OR WS-KEY-SOURCE NOT = "NONE"
              IF SX-CUST-ID(WS-SX-SUB) = WS-KEY-CUST-ID
                 MOVE SX-SOURCE(WS-SX-SUB) TO WS-KEY-SOURCE
              END-IF
              ADD 1 TO WS-SX-SUB
           END-PERFORM.

       1200-ADD-SOURCE.
           IF WS-SX-COUNT < WS-SX-LIMIT
              ADD 1 TO WS-SX-COUNT
              MOVE XR-CUST-ID       TO SX-CUST-ID(WS-SX-COUNT)
              MOVE XR-SOURCE-SYSTEM TO SX-SOURCE(WS-SX-COUNT)
           ELSE
              ADD 1 TO WS-SX-OVERFLOW
           END-IF.

      *> One customer as it stands today - live or soft-deleted on
      *> CUSTMAST, or purged to CUSTARCH.
       2000-TALLY-CUSTOMER.
           PERFORM 1100-FIND-SOURCE.
           IF WS-SOURCE-FILTER = SPACES
              OR WS-KEY-SOURCE = WS-SOURCE-FILTER
              COMPUTE WS-KEY-MONTH = WS-KEY-LOAD-DATE / 100
              PERFORM 2100-FIND-COHORT
              PERFORM 2200-FIND-SOURCE-SLOT
              EVALUATE TRUE
                 WHEN WS-STATE-LIVE
                    IF WS-CO-HIT > 0
                       ADD 1 TO CO-LIVE(WS-CO-HIT)
                    END-IF
                    IF WS-SS-HIT > 0
                       ADD 1 TO SS-LIVE(WS-SS-HIT)
                    END-IF
                 WHEN WS-STATE-DELETED
                    IF WS-CO-HIT > 0
                       ADD 1 TO CO-DELETED(WS-CO-HIT)
                    END-IF
                    IF WS-SS-HIT > 0
                       ADD 1 TO SS-DELETED(WS-SS-HIT)
                    END-IF
                 WHEN OTHER
                    IF WS-CO-HIT > 0
                       ADD 1 TO CO-PURGED(WS-CO-HIT)
                    END-IF
                    IF WS-SS-HIT > 0
                       ADD 1 TO SS-PURGED(WS-SS-HIT)
                    END-IF
              END-EVALUATE
           END-IF.

      *> Cohort slot for WS-KEY-MONTH into WS-CO-HIT, added if new.
       2100-FIND-COHORT.
           MOVE ZERO TO WS-CO-HIT.
           MOVE 1 TO WS-CO-SUB.
           PERFORM UNTIL WS-CO-SUB > WS-CO-COUNT
                      OR WS-CO-HIT > 0
              IF CO-MONTH(WS-CO-SUB) = WS-KEY-MONTH
                 MOVE WS-CO-SUB TO WS-CO-HIT
              END-IF
              ADD 1 TO WS-CO-SUB
           END-PERFORM.
           IF WS-CO-HIT = 0
              IF WS-CO-COUNT < WS-CO-LIMIT
                 ADD 1 TO WS-CO-COUNT
                 MOVE WS-CO-COUNT TO WS-CO-HIT
                 INITIALIZE WS-CO-ENTRY(WS-CO-HIT)
                 MOVE WS-KEY-MONTH TO CO-MONTH(WS-CO-HIT)
              ELSE
                 CALL "CUSTCHK" USING WS-PRINT-FUNCTION WS-PRINT-ID
                                       WS-KEY-CUST-ID WS-PRINT-RESULT
                 DISPLAY "More than " WS-CO-LIMIT " load months - "
                         "customer " WS-PRINT-ID(1:7) " not reported."
              END-IF
           END-IF.

      *> Source-system slot for WS-KEY-SOURCE into WS-SS-HIT.
       2200-FIND-SOURCE-SLOT.
           MOVE ZERO TO WS-SS-HIT.
           MOVE 1 TO WS-SS-SUB.
           PERFORM UNTIL WS-SS-SUB > WS-SS-COUNT
                      OR WS-SS-HIT > 0
              IF SS-SOURCE(WS-SS-SUB) = WS-KEY-SOURCE
                 MOVE WS-SS-SUB TO WS-SS-HIT
              END-IF
              ADD 1 TO WS-SS-SUB
           END-PERFORM.
           IF WS-SS-HIT = 0
              AND WS-SS-COUNT < WS-SS-LIMIT
              ADD 1 TO WS-SS-COUNT
              MOVE WS-SS-COUNT TO WS-SS-HIT
              INITIALIZE WS-SS-ENTRY(WS-SS-HIT)
              MOVE WS-KEY-SOURCE TO SS-SOURCE(WS-SS-HIT)
           END-IF.

      *> A journal entry that took a customer off the live book or
      *> put one back on it.
       3000-NOTE-MOVEMENT.
           MOVE JR-BEFORE-IMAGE TO WS-IMAGE-VIEW.
           MOVE WS-IV-DELETE-FLAG TO WS-BEFORE-FLAG.
           MOVE JR-AFTER-IMAGE TO WS-IMAGE-VIEW.
           MOVE WS-IV-DELETE-FLAG TO WS-AFTER-FLAG.
           MOVE SPACE TO WS-MOVE-KIND.
           EVALUATE JR-ACTION
              WHEN "D"
                 MOVE "L" TO WS-MOVE-KIND
                 MOVE JR-BEFORE-IMAGE TO WS-IMAGE-VIEW
              WHEN "P"
                 IF WS-BEFORE-FLAG NOT = "D"
                    MOVE "L" TO WS-MOVE-KIND
                 END-IF
                 MOVE JR-BEFORE-IMAGE TO WS-IMAGE-VIEW
              WHEN "R"
                 MOVE "R" TO WS-MOVE-KIND
              WHEN "U"
                 IF WS-BEFORE-FLAG = "D"
                    AND WS-AFTER-FLAG NOT = "D"
                    MOVE "B" TO WS-MOVE-KIND
                 END-IF
                 IF WS-BEFORE-FLAG NOT = "D"
                    AND WS-AFTER-FLAG = "D"
                    MOVE "L" TO WS-MOVE-KIND
                 END-IF
           END-EVALUATE.

           IF WS-MOVE-KIND NOT = SPACE
              AND WS-IV-CUST-ID IS NUMERIC
              MOVE WS-IV-CUST-ID TO WS-KEY-CUST-ID
              IF WS-IV-LOAD-DATE IS NUMERIC
                 MOVE WS-IV-LOAD-DATE TO WS-KEY-LOAD-DATE
              ELSE
                 MOVE ZERO TO WS-KEY-LOAD-DATE
              END-IF
              PERFORM 1100-FIND-SOURCE
              IF WS-SOURCE-FILTER = SPACES
                 OR WS-KEY-SOURCE = WS-SOURCE-FILTER
                 PERFORM 3100-TALLY-MOVEMENT
              END-IF
           END-IF.

       3100-TALLY-MOVEMENT.
           COMPUTE WS-KEY-MONTH = WS-KEY-LOAD-DATE / 100.
           PERFORM 2100-FIND-COHORT.
           PERFORM 2200-FIND-SOURCE-SLOT.
           IF WS-KEY-LOAD-DATE > 0
              MOVE JR-TS-DATE       TO WS-EVENT-DATE
              MOVE WS-KEY-LOAD-DATE TO WS-LOAD-DATE-PARTS
              COMPUTE WS-ELAPSED =
                      (WS-EV-YEAR - WS-LD-YEAR) * 12
                    + WS-EV-MM - WS-LD-MM
              IF WS-ELAPSED < 0
                 MOVE 0 TO WS-ELAPSED
              END-IF
              IF WS-ELAPSED > 12
                 MOVE 13 TO WS-GRID-SUB
              ELSE
                 COMPUTE WS-GRID-SUB = WS-ELAPSED + 1
              END-IF
              ADD 1 TO WS-MOVES-COUNTED
           ELSE
              MOVE 0 TO WS-ELAPSED
              MOVE 0 TO WS-GRID-SUB
           END-IF.

           IF WS-MOVE-RESTORE
              IF WS-CO-HIT > 0
                 ADD 1 TO CO-RESTORED(WS-CO-HIT)
              END-IF
              IF WS-SS-HIT > 0
                 ADD 1 TO SS-RESTORED(WS-SS-HIT)
              END-IF
           END-IF.

           IF WS-CO-HIT > 0 AND WS-GRID-SUB > 0
              IF WS-MOVE-LOST
                 ADD 1 TO CO-LOST(WS-CO-HIT, WS-GRID-SUB)
                 ADD 1 TO CO-LEFT-EVENTS(WS-CO-HIT)
                 ADD WS-ELAPSED TO CO-LEFT-MONTHS(WS-CO-HIT)
              ELSE
                 ADD 1 TO CO-BACK(WS-CO-HIT, WS-GRID-SUB)
              END-IF
           END-IF.
           IF WS-SS-HIT > 0 AND WS-GRID-SUB > 0
              AND WS-MOVE-LOST
              ADD 1 TO SS-LEFT-EVENTS(WS-SS-HIT)
              ADD WS-ELAPSED TO SS-LEFT-MONTHS(WS-SS-HIT)
           END-IF.

      *> The CUSTJRNL entries on JRNLARCH.DAT, in the order cut.
       3500-LOAD-SEGMENT-LIST.
           MOVE ZERO TO WS-SEG-COUNT.
           OPEN INPUT JOURNAL-SEGMENTS.
           IF WS-JARCH-STATUS = "00"
              MOVE "N" TO WS-EOF-SWITCH
              PERFORM UNTIL WS-EOF
                 READ JOURNAL-SEGMENTS
                    AT END
                       MOVE "Y" TO WS-EOF-SWITCH
                    NOT AT END
                       IF JA-JOURNAL-NAME = "CUSTJRNL.DAT"
                          AND WS-SEG-COUNT < WS-SEG-LIMIT
                          ADD 1 TO WS-SEG-COUNT
                          MOVE JA-ARCHIVE-NAME
                            TO SG-NAME(WS-SEG-COUNT)
                          MOVE JA-FIRST-DATE
                            TO SG-FIRST-DATE(WS-SEG-COUNT)
                          MOVE JA-LAST-DATE
                            TO SG-LAST-DATE(WS-SEG-COUNT)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE JOURNAL-SEGMENTS
           END-IF.

      *> One pass over whichever journal WS-JRNL-READ-NAME names;
      *> WS-JOURNAL-STATUS is left as the open found it.
       3600-SCAN-JOURNAL.
           OPEN INPUT JOURNAL-FILE.
           IF WS-JOURNAL-STATUS = "00"
              MOVE "N" TO WS-EOF-SWITCH
              PERFORM UNTIL WS-EOF
                 READ JOURNAL-FILE
                    AT END
                       MOVE "Y" TO WS-EOF-SWITCH
                    NOT AT END
                       ADD 1 TO WS-JOURNAL-READ
                       PERFORM 3000-NOTE-MOVEMENT
                 END-READ
              END-PERFORM
              CLOSE JOURNAL-FILE
              MOVE "00" TO WS-JOURNAL-STATUS
           END-IF.

       4000-SORT-COHORTS.
           MOVE 1 TO WS-I-SUB.
           PERFORM UNTIL WS-I-SUB >= WS-CO-COUNT
              COMPUTE WS-J-SUB = WS-I-SUB + 1
              PERFORM UNTIL WS-J-SUB > WS-CO-COUNT
                 IF CO-MONTH(WS-J-SUB) < CO-MONTH(WS-I-SUB)
                    MOVE WS-CO-ENTRY(WS-I-SUB) TO WS-CO-SWAP
                    MOVE WS-CO-ENTRY(WS-J-SUB)
                      TO WS-CO-ENTRY(WS-I-SUB)
                    MOVE WS-CO-SWAP TO WS-CO-ENTRY(WS-J-SUB)
                 END-IF
                 ADD 1 TO WS-J-SUB
              END-PERFORM
              ADD 1 TO WS-I-SUB
           END-PERFORM.

       5000-PRINT-COHORT-SUMMARY.
           MOVE SPACES TO COHORT-RPT-LINE.
           STRING "CUSTOMER COHORT RETENTION   COMPANY: "
                  DELIMITED BY SIZE
                  WS-COMPANY-CODE DELIMITED BY SIZE
                  "   RUN DATE: " DELIMITED BY SIZE
                  WS-CURR-DATE DELIMITED BY SIZE
                  INTO COHORT-RPT-LINE
           END-STRING.
           WRITE COHORT-RPT-LINE.
           IF WS-SOURCE-FILTER NOT = SPACES
              MOVE SPACES TO COHORT-RPT-LINE
              STRING "Source system " DELIMITED BY SIZE
                     WS-SOURCE-FILTER DELIMITED BY SIZE
                     " only." DELIMITED BY SIZE
                     INTO COHORT-RPT-LINE
              END-STRING
              WRITE COHORT-RPT-LINE
           END-IF.
           IF WS-SEGS-READ > 0
              MOVE SPACES TO COHORT-RPT-LINE
              STRING "Movements include " DELIMITED BY SIZE
                     WS-SEGS-READ DELIMITED BY SIZE
                     " archived journal segment(s) from JRNLARCH.DAT."
                     DELIMITED BY SIZE
                     INTO COHORT-RPT-LINE
              END-STRING
              WRITE COHORT-RPT-LINE
           END-IF.
           MOVE 1 TO WS-SEG-SUB.
           PERFORM UNTIL WS-SEG-SUB > WS-SEG-COUNT
              IF SG-ON-DISK(WS-SEG-SUB) = "N"
                 MOVE SPACES TO COHORT-RPT-LINE
                 STRING "WARNING: archived segment " DELIMITED BY SIZE
                        FUNCTION TRIM(SG-NAME(WS-SEG-SUB))
                        DELIMITED BY SIZE
                        " is not on disk - movements from "
                        DELIMITED BY SIZE
                        SG-FIRST-DATE(WS-SEG-SUB) DELIMITED BY SIZE
                        " to " DELIMITED BY SIZE
                        SG-LAST-DATE(WS-SEG-SUB) DELIMITED BY SIZE
                        " are not counted." DELIMITED BY SIZE
                        INTO COHORT-RPT-LINE
                 END-STRING
                 WRITE COHORT-RPT-LINE
              END-IF
              ADD 1 TO WS-SEG-SUB
           END-PERFORM.
           PERFORM 9200-WRITE-BLANK-LINE.
           MOVE "COHORT SUMMARY - BY LOAD MONTH" TO COHORT-RPT-LINE.
           WRITE COHORT-RPT-LINE.
           PERFORM 9000-WRITE-SUMMARY-HEADING.

           MOVE 1 TO WS-CO-SUB.
           PERFORM UNTIL WS-CO-SUB > WS-CO-COUNT
              PERFORM 9300-FORMAT-MONTH
              MOVE WS-MONTH-TEXT              TO WS-SUMMARY-LABEL
              MOVE CO-LIVE(WS-CO-SUB)         TO WS-SUM-LIVE
              MOVE CO-DELETED(WS-CO-SUB)      TO WS-SUM-DELETED
              MOVE CO-PURGED(WS-CO-SUB)       TO WS-SUM-PURGED
              MOVE CO-RESTORED(WS-CO-SUB)     TO WS-SUM-RESTORED
              MOVE CO-LEFT-EVENTS(WS-CO-SUB)  TO WS-SUM-LEFT-EVENTS
              MOVE CO-LEFT-MONTHS(WS-CO-SUB)  TO WS-SUM-LEFT-MONTHS
              PERFORM 9100-WRITE-SUMMARY-LINE
              ADD 1 TO WS-CO-SUB
           END-PERFORM.

      *> Percent of each dated cohort retained at the end of each
      *> month since intake, on the journalled movements. Months not
      *> yet reached are left blank.
       6000-PRINT-RETENTION-GRID.
           PERFORM 9200-WRITE-BLANK-LINE.
           MOVE "RETENTION GRID - PERCENT RETAINED BY MONTHS SINCE LOAD"
             TO COHORT-RPT-LINE.
           WRITE COHORT-RPT-LINE.
           MOVE SPACES TO COHORT-RPT-LINE.
           STRING "COHORT   LOADED    M0   M1   M2   M3   M4   M5"
                  DELIMITED BY SIZE
                  "   M6   M7   M8   M9  M10  M11 M12+"
                  DELIMITED BY SIZE
                  INTO COHORT-RPT-LINE
           END-STRING.
           WRITE COHORT-RPT-LINE.

           MOVE 1 TO WS-CO-SUB.
           PERFORM UNTIL WS-CO-SUB > WS-CO-COUNT
              IF CO-MONTH(WS-CO-SUB) > 0
                 PERFORM 6100-PRINT-GRID-LINE
              END-IF
              ADD 1 TO WS-CO-SUB
           END-PERFORM.

       6100-PRINT-GRID-LINE.
           COMPUTE WS-LOADED = CO-LIVE(WS-CO-SUB)
                             + CO-DELETED(WS-CO-SUB)
                             + CO-PURGED(WS-CO-SUB).
           MOVE CO-MONTH(WS-CO-SUB) TO WS-MONTH-KEY.
           COMPUTE WS-MONTHS-OPEN =
                   (WS-CURR-YEAR - WS-MK-YEAR) * 12
                 + WS-CURR-MM - WS-MK-MM.
           PERFORM 9300-FORMAT-MONTH.
           MOVE SPACES TO COHORT-RPT-LINE.
           STRING WS-MONTH-TEXT DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-LOADED DELIMITED BY SIZE
                  INTO COHORT-RPT-LINE
           END-STRING.
           MOVE 17 TO WS-CELL-PTR.
           MOVE WS-LOADED TO WS-RETAINED.
           MOVE 1 TO WS-GRID-SUB.
           PERFORM UNTIL WS-GRID-SUB > 13
              COMPUTE WS-RETAINED = WS-RETAINED
                                  - CO-LOST(WS-CO-SUB, WS-GRID-SUB)
                                  + CO-BACK(WS-CO-SUB, WS-GRID-SUB)
              MOVE SPACES TO WS-CELL
              IF WS-GRID-SUB - 1 <= WS-MONTHS-OPEN
                 AND WS-LOADED > 0
                 IF WS-RETAINED < 0
                    MOVE 0 TO WS-PERCENT
                 ELSE
                    COMPUTE WS-PERCENT ROUNDED =
                            WS-RETAINED * 100 / WS-LOADED
                 END-IF
                 MOVE WS-PERCENT TO WS-PERCENT-OUT
                 STRING " " DELIMITED BY SIZE
                        WS-PERCENT-OUT DELIMITED BY SIZE
                        "%" DELIMITED BY SIZE
                        INTO WS-CELL
                 END-STRING
              END-IF
              MOVE WS-CELL TO COHORT-RPT-LINE(WS-CELL-PTR:5)
              ADD 5 TO WS-CELL-PTR
              ADD 1 TO WS-GRID-SUB
           END-PERFORM.
           WRITE COHORT-RPT-LINE.

       7000-PRINT-SOURCE-SUMMARY.
           PERFORM 9200-WRITE-BLANK-LINE.
           MOVE "RETENTION BY SOURCE SYSTEM" TO COHORT-RPT-LINE.
           WRITE COHORT-RPT-LINE.
           PERFORM 9000-WRITE-SUMMARY-HEADING.
           MOVE 1 TO WS-SS-SUB.
           PERFORM UNTIL WS-SS-SUB > WS-SS-COUNT
              MOVE SS-SOURCE(WS-SS-SUB)       TO WS-SUMMARY-LABEL
              MOVE SS-LIVE(WS-SS-SUB)         TO WS-SUM-LIVE
              MOVE SS-DELETED(WS-SS-SUB)      TO WS-SUM-DELETED
              MOVE SS-PURGED(WS-SS-SUB)       TO WS-SUM-PURGED
              MOVE SS-RESTORED(WS-SS-SUB)     TO WS-SUM-RESTORED
              MOVE SS-LEFT-EVENTS(WS-SS-SUB)  TO WS-SUM-LEFT-EVENTS
              MOVE SS-LEFT-MONTHS(WS-SS-SUB)  TO WS-SUM-LEFT-MONTHS
              PERFORM 9100-WRITE-SUMMARY-LINE
              ADD 1 TO WS-SS-SUB
           END-PERFORM.
           IF WS-SX-OVERFLOW > 0
              MOVE SPACES TO COHORT-RPT-LINE
              STRING "Cross-references past the " DELIMITED BY SIZE
                     WS-SX-LIMIT DELIMITED BY SIZE
                     "-entry table, counted under NONE: "
                     DELIMITED BY SIZE
                     WS-SX-OVERFLOW DELIMITED BY SIZE
                     INTO COHORT-RPT-LINE
              END-STRING
              WRITE COHORT-RPT-LINE
           END-IF.

       9000-WRITE-SUMMARY-HEADING.
           MOVE SPACES TO COHORT-RPT-LINE.
           STRING "            LOADED    LIVE DELETED  PURGED"
                  DELIMITED BY SIZE
                  "RESTORED RETAINED     AVG MONTHS TO LEAVE"
                  DELIMITED BY SIZE
                  INTO COHORT-RPT-LINE
           END-STRING.
           WRITE COHORT-RPT-LINE.

       9100-WRITE-SUMMARY-LINE.
           COMPUTE WS-LOADED = WS-SUM-LIVE + WS-SUM-DELETED
                             + WS-SUM-PURGED.
           IF WS-LOADED > 0
              COMPUTE WS-PERCENT ROUNDED =
                      WS-SUM-LIVE * 100 / WS-LOADED
           ELSE
              MOVE 0 TO WS-PERCENT
           END-IF.
           MOVE WS-PERCENT TO WS-PERCENT-OUT.
           IF WS-SUM-LEFT-EVENTS > 0
              COMPUTE WS-AVG-MONTHS ROUNDED =
                      WS-SUM-LEFT-MONTHS / WS-SUM-LEFT-EVENTS
           ELSE
              MOVE 0 TO WS-AVG-MONTHS
           END-IF.
           MOVE WS-AVG-MONTHS TO WS-AVG-OUT.
           MOVE SPACES TO COHORT-RPT-LINE.
           STRING WS-SUMMARY-LABEL DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-LOADED DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-SUM-LIVE DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-SUM-DELETED DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-SUM-PURGED DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-SUM-RESTORED DELIMITED BY SIZE
                  "      " DELIMITED BY SIZE
                  WS-PERCENT-OUT DELIMITED BY SIZE
                  "%" DELIMITED BY SIZE
                  INTO COHORT-RPT-LINE
           END-STRING.
           IF WS-SUM-LEFT-EVENTS > 0
              MOVE WS-AVG-OUT TO COHORT-RPT-LINE(74:4)
           ELSE
              MOVE "n/a" TO COHORT-RPT-LINE(74:3)
           END-IF.
           WRITE COHORT-RPT-LINE.

       9200-WRITE-BLANK-LINE.
           MOVE SPACES TO COHORT-RPT-LINE.
           WRITE COHORT-RPT-LINE.

      *> CO-MONTH(WS-CO-SUB) as YYYY-MM, or UNDATED for zero.
       9300-FORMAT-MONTH.
           IF CO-MONTH(WS-CO-SUB) = 0
              MOVE "UNDATED" TO WS-MONTH-TEXT
           ELSE
              MOVE SPACES TO WS-MONTH-TEXT
              STRING CO-MONTH(WS-CO-SUB)(1:4) DELIMITED BY SIZE
                     "-" DELIMITED BY SIZE
                     CO-MONTH(WS-CO-SUB)(5:2) DELIMITED BY SIZE
                     INTO WS-MONTH-TEXT
              END-STRING
           END-IF.
