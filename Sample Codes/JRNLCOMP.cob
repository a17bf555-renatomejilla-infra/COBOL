      *    Author      : Renato D. Mejilla
      *    Date        : October 15, 2026
      *    Description : Change-journal compaction. CUSTJRNL.DAT and
      *                  ADDRJRNL.DAT are appended to forever and
      *                  LOGHOUSE deliberately leaves them alone, so
      *                  CUSTRECOVER, DRREHEARSE, CUSTPROF and
      *                  INVESTRPT scan a journal that grows every
      *                  night. A journal entry is only needed for a
      *                  restore-plus-replay while a backup generation
      *                  older than it is still retained. For each
      *                  journal this finds the oldest generation still
      *                  on its registry (CMBKGEN.DAT for CUSTJRNL,
      *                  ADBKGEN.DAT for ADDRJRNL) and proves it by
      *                  re-reading it against the registered record
      *                  count. Entries stamped before that
      *                  generation's date are cut to a dated journal
      *                  segment (<journal>.Ayyyymmdd) and everything
      *                  from that date on stays on the live journal -
      *                  the generation's own date is kept whole, since
      *                  the registry holds no time of day. Row counts
      *                  are proved at every stage: the split work
      *                  files must add back to the journal read, the
      *                  segment must grow by exactly the entries cut,
      *                  and the live journal is re-read after it is
      *                  rewritten. The live journal is only replaced
      *                  once the segment has proved; a journal whose
      *                  oldest generation is missing or does not
      *                  verify is left untouched. Every segment is
      *                  listed on JRNLARCH.DAT with its first and last
      *                  entry dates and entry count, and is never
      *                  deleted here - CUSTPROF and INVESTRPT read the
      *                  segments behind the live journal when asked.
      *                  A rewritten journal also drops the CUSTSNAP.DAT
      *                  snapshot stamped from it (see SNAPREAD).
      *                  The run is listed on JRNLCOMP.RPT.
      *                  RETURN-CODE 0 compacted or nothing due, 4 a
      *                  journal skipped for want of a verified
      *                  generation, 8 a count did not prove. Runs as a
      *                  NIGHTLYRUN step after the backups.
      *    Compiler    : Micro Focus Visual COBOL
      *    ============================================================

       IDENTIFICATION DIVISION.
       PROGRAM-ID.     JRNLCOMP.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JOURNAL-FILE ASSIGN TO WS-JRNL-FILE-NAME
                               ORGANIZATION LINE SEQUENTIAL
                               FILE STATUS IS WS-JOURNAL-STATUS.

           SELECT KEEP-WORK    ASSIGN TO WS-KEEP-TMP-NAME
                               ORGANIZATION LINE SEQUENTIAL
                               FILE STATUS IS WS-KEEP-STATUS.

           SELECT SEGMENT-WORK ASSIGN TO WS-SEG-TMP-NAME
                               ORGANIZATION LINE SEQUENTIAL
                               FILE STATUS IS WS-SEGMENT-STATUS.

           SELECT JOURNAL-ARCHIVE ASSIGN TO WS-ARCHIVE-NAME
                               ORGANIZATION LINE SEQUENTIAL
                               FILE STATUS IS WS-ARCHIVE-STATUS.

           SELECT GEN-REGISTRY ASSIGN TO WS-GENREG-FILE
                               ORGANIZATION LINE SEQUENTIAL
                               FILE STATUS IS WS-REGISTRY-STATUS.

           SELECT GEN-FILE     ASSIGN TO WS-GEN-NAME
                               ORGANIZATION LINE SEQUENTIAL
                               FILE STATUS IS WS-GEN-STATUS.

           SELECT ARCH-REGISTRY ASSIGN TO WS-JARCH-FILE
                               ORGANIZATION LINE SEQUENTIAL
                               FILE STATUS IS WS-JARCH-STATUS.

           SELECT JRNLCOMP-RPT ASSIGN TO WS-RPT-FILE-NAME
                               ORGANIZATION LINE SEQUENTIAL
                               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *> Both journals open with the same timestamp; the images behind
      *> it differ in width and are carried through untouched.
       FD  JOURNAL-FILE.
       01  JOURNAL-LINE          PIC X(250).
       01  JOURNAL-STAMP.
           05 JL-TS-DATE         PIC X(8).
           05 FILLER             PIC X.
           05 JL-TS-TIME         PIC X(8).

       FD  KEEP-WORK.
       01  KEEP-WORK-LINE        PIC X(250).

       FD  SEGMENT-WORK.
       01  SEGMENT-WORK-LINE     PIC X(250).

       FD  JOURNAL-ARCHIVE.
       01  JOURNAL-ARCHIVE-LINE  PIC X(250).

       FD  GEN-REGISTRY.
       01  GEN-REGISTRY-RECORD.
           05 GEN-FILE-NAME      PIC X(26).
           05 GEN-RUN-DATE       PIC 9(8).
           05 GEN-RECORD-COUNT   PIC 9(6).

      *> Only counted - CUSTBACKUP and ADDRBACKUP verify the same way.
       FD  GEN-FILE.
       01  GEN-FILE-LINE         PIC X(250).

       FD  ARCH-REGISTRY.
       COPY JARCREC.

       FD  JRNLCOMP-RPT.
       01  JRNLCOMP-RPT-LINE     PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-JRNL-FILE-NAME   PIC X(26) VALUE SPACES.
       01  WS-GENREG-FILE      PIC X(26) VALUE SPACES.
       01  WS-GEN-NAME         PIC X(26) VALUE SPACES.
       01  WS-ARCHIVE-NAME     PIC X(30) VALUE SPACES.
       01  WS-KEEP-TMP-NAME    PIC X(26) VALUE "JRNLCOMP.TMP".
       01  WS-SEG-TMP-NAME     PIC X(26) VALUE "JRNLCOMP.SEG".
       01  WS-JARCH-FILE       PIC X(26) VALUE "JRNLARCH.DAT".
       01  WS-RPT-FILE-NAME    PIC X(26) VALUE "JRNLCOMP.RPT".
       01  WS-SNAPSHOT-FILE    PIC X(26) VALUE "CUSTSNAP.DAT".

       01  WS-JOURNAL-STATUS   PIC XX VALUE "00".
       01  WS-KEEP-STATUS      PIC XX VALUE "00".
       01  WS-SEGMENT-STATUS   PIC XX VALUE "00".
       01  WS-ARCHIVE-STATUS   PIC XX VALUE "00".
       01  WS-REGISTRY-STATUS  PIC XX VALUE "00".
       01  WS-GEN-STATUS       PIC XX VALUE "00".
       01  WS-JARCH-STATUS     PIC XX VALUE "00".
       01  WS-REPORT-STATUS    PIC XX VALUE "00".
       01  WS-EOF-SWITCH       PIC X VALUE "N".
           88 WS-EOF           VALUE "Y".

      *> The journals this job compacts and the generation registry
      *> that says how far back each one is still needed.
       01  WS-JOURNAL-NAMES.
           05 FILLER PIC X(14) VALUE "CUSTJRNL.DAT".
           05 FILLER PIC X(14) VALUE "CMBKGEN.DAT".
           05 FILLER PIC X(14) VALUE "ADDRJRNL.DAT".
           05 FILLER PIC X(14) VALUE "ADBKGEN.DAT".
       01  WS-JOURNAL-NAME-TABLE REDEFINES WS-JOURNAL-NAMES.
           05 WS-JOURNAL-ENTRY OCCURS 2 TIMES.
              10 JT-JOURNAL-NAME  PIC X(14).
              10 JT-GENREG-NAME   PIC X(14).
       01  WS-JNL-SUB          PIC 9 VALUE ZERO.

      *> What became of each journal, for the report.
       01  WS-RESULT-TABLE.
           05 WS-RESULT-ENTRY OCCURS 2 TIMES.
              10 RS-JOURNAL-NAME  PIC X(14).
              10 RS-GEN-NAME      PIC X(26).
              10 RS-GEN-DATE      PIC 9(8).
              10 RS-BEFORE-COUNT  PIC 9(7).
              10 RS-KEPT-COUNT    PIC 9(7).
              10 RS-CUT-COUNT     PIC 9(7).
              10 RS-LIVE-COUNT    PIC 9(7).
              10 RS-ADDED-COUNT   PIC 9(7).
              10 RS-OUTCOME       PIC X(11).
              10 RS-NOTE          PIC X(80).

      *> Each stage clears this when the journal must go no further.
       01  WS-CARRY-ON-SWITCH  PIC X(1) VALUE "Y".
           88 WS-CARRY-ON      VALUE "Y".

      *> The oldest generation still on the registry.
       01  WS-GEN-FOUND        PIC X(1) VALUE "N".
       01  WS-GEN-DATE         PIC 9(8) VALUE ZERO.
       01  WS-GEN-REGISTERED   PIC 9(6) VALUE ZERO.
       01  WS-GEN-READ-COUNT   PIC 9(6) VALUE ZERO.

       01  WS-BEFORE-COUNT     PIC 9(7) VALUE ZERO.
       01  WS-KEPT-COUNT       PIC 9(7) VALUE ZERO.
       01  WS-CUT-COUNT        PIC 9(7) VALUE ZERO.
       01  WS-CHECK-KEPT       PIC 9(7) VALUE ZERO.
       01  WS-CHECK-CUT        PIC 9(7) VALUE ZERO.
       01  WS-ARCH-BEFORE      PIC 9(7) VALUE ZERO.
       01  WS-ARCH-AFTER       PIC 9(7) VALUE ZERO.
       01  WS-LIVE-COUNT       PIC 9(7) VALUE ZERO.
       01  WS-FIRST-CUT-DATE   PIC 9(8) VALUE ZERO.
       01  WS-LAST-CUT-DATE    PIC 9(8) VALUE ZERO.
       01  WS-COUNT-TEXT       PIC Z(6)9.
       01  WS-COUNT-TEXT-2     PIC Z(6)9.

       01  WS-DELETE-RESULT    PIC 9(2) COMP-5 VALUE ZERO.

      *> JRNLARCH.DAT, loaded whole and written back.
       01  WS-JA-TABLE.
           05 WS-JA-COUNT      PIC 9(4) VALUE ZERO.
           05 WS-JA-LIMIT      PIC 9(4) VALUE 500.
           05 WS-JA-ENTRY OCCURS 500 TIMES.
              10 JT-ARCHIVE-NAME  PIC X(30).
              10 JT-SEG-JOURNAL   PIC X(14).
              10 JT-MADE-DATE     PIC 9(8).
              10 JT-FIRST-DATE    PIC 9(8).
              10 JT-LAST-DATE     PIC 9(8).
              10 JT-ENTRY-COUNT   PIC 9(7).
       01  WS-JA-SUB           PIC 9(4) VALUE ZERO.
       01  WS-JA-FOUND         PIC 9(4) VALUE ZERO.

      *> Operator-alert fields.
       01  WS-ALERT-SEVERITY   PIC X(1) VALUE "W".
       01  WS-ALERT-PROGRAM    PIC X(20) VALUE SPACES.
       01  WS-ALERT-MESSAGE    PIC X(60) VALUE SPACES.

       01  WS-DETAIL-LINE.
           05 DL-JOURNAL-NAME  PIC X(14).
           05 FILLER           PIC X(2).
           05 DL-GEN-NAME      PIC X(26).
           05 FILLER           PIC X(2).
           05 DL-GEN-DATE      PIC X(8).
           05 FILLER           PIC X(2).
           05 DL-BEFORE-COUNT  PIC Z(6)9.
           05 FILLER           PIC X(2).
           05 DL-KEPT-COUNT    PIC Z(6)9.
           05 FILLER           PIC X(2).
           05 DL-CUT-COUNT     PIC Z(6)9.
           05 FILLER           PIC X(2).
           05 DL-LIVE-COUNT    PIC Z(6)9.
           05 FILLER           PIC X(2).
           05 DL-ADDED-COUNT   PIC Z(6)9.
           05 FILLER           PIC X(2).
           05 DL-OUTCOME       PIC X(11).

       01  WS-SEGMENT-LINE.
           05 FILLER           PIC X(2) VALUE SPACES.
           05 SL-ARCHIVE-NAME  PIC X(30).
           05 FILLER           PIC X(2) VALUE SPACES.
           05 SL-JOURNAL-NAME  PIC X(14).
           05 FILLER           PIC X(2) VALUE SPACES.
           05 SL-MADE-DATE     PIC 9(8).
           05 FILLER           PIC X(2) VALUE SPACES.
           05 SL-FIRST-DATE    PIC 9(8).
           05 FILLER           PIC X(4) VALUE " to ".
           05 SL-LAST-DATE     PIC 9(8).
           05 FILLER           PIC X(2) VALUE SPACES.
           05 SL-ENTRY-COUNT   PIC Z(6)9.

       01  WS-COMPACTED-COUNT  PIC 9(2) VALUE ZERO.
       01  WS-SKIPPED-COUNT    PIC 9(2) VALUE ZERO.
       01  WS-FAILED-COUNT     PIC 9(2) VALUE ZERO.
       01  WS-TOTAL-READ       PIC 9(7) VALUE ZERO.
       01  WS-TOTAL-CUT        PIC 9(7) VALUE ZERO.

       01  WS-LINES-ON-PAGE    PIC 99 VALUE ZERO.
       01  WS-PAGE-NUMBER      PIC 999 VALUE ZERO.
       01  WS-LINES-PER-PAGE   PIC 99 VALUE 60.

       01  WS-CURR-DATE.
           05 WS-CURR-YEAR     PIC 9(4).
           05 WS-CURR-MONTH    PIC 9(2).
           05 WS-CURR-DAY      PIC 9(2).
       01  WS-CURR-DATE-NUM REDEFINES WS-CURR-DATE PIC 9(8).
       01  WS-RUN-DATE-TEXT.
           05 WS-RUN-MONTH     PIC 99.
           05 FILLER           PIC X VALUE "/".
           05 WS-RUN-DAY       PIC 99.
           05 FILLER           PIC X VALUE "/".
           05 WS-RUN-YEAR      PIC 9(4).

       01  WS-COMPANY-CODE     PIC X(4) VALUE SPACES.

       01  WS-STAT-READ        PIC 9(6) VALUE ZERO.
       01  WS-STAT-WRITTEN     PIC 9(6) VALUE ZERO.
       01  WS-STAT-UPDATED     PIC 9(6) VALUE ZERO.
       01  WS-STAT-REJECTED    PIC 9(6) VALUE ZERO.

       01  WS-OPERATOR-ID      PIC X(8) VALUE SPACES.
       01  WS-PROGRAM-NAME     PIC X(20) VALUE "JRNLCOMP".
       01  WS-AUDIT-OUTCOME    PIC X(8) VALUE SPACES.

       PROCEDURE DIVISION.
           DISPLAY "<<< CHANGE-JOURNAL COMPACTION >>>".
           DISPLAY "---------------------------------".

           ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT "OPERATOR-ID".
           MOVE "START" TO WS-AUDIT-OUTCOME.
           CALL "AUDITLOG" USING WS-PROGRAM-NAME WS-OPERATOR-ID
                                  WS-AUDIT-OUTCOME.

           CALL "FILERES" USING WS-KEEP-TMP-NAME.
           CALL "FILERES" USING WS-SEG-TMP-NAME.
           CALL "FILERES" USING WS-JARCH-FILE.
           CALL "FILERES" USING WS-RPT-FILE-NAME.
           CALL "FILERES" USING WS-SNAPSHOT-FILE.

           ACCEPT WS-CURR-DATE FROM DATE YYYYMMDD.
           MOVE WS-CURR-MONTH TO WS-RUN-MONTH.
           MOVE WS-CURR-DAY   TO WS-RUN-DAY.
           MOVE WS-CURR-YEAR  TO WS-RUN-YEAR.
           ACCEPT WS-COMPANY-CODE FROM ENVIRONMENT
                  "ACMITS-COMPANY".
           IF WS-COMPANY-CODE = SPACES
              MOVE "BASE" TO WS-COMPANY-CODE
           END-IF.

           PERFORM 0500-LOAD-ARCH-REGISTRY.

           PERFORM VARYING WS-JNL-SUB FROM 1 BY 1
                   UNTIL WS-JNL-SUB > 2
              PERFORM 1000-COMPACT-ONE-JOURNAL
           END-PERFORM.

           PERFORM 7000-SAVE-ARCH-REGISTRY.

           OPEN OUTPUT JRNLCOMP-RPT.
           IF WS-REPORT-STATUS NOT = "00"
              DISPLAY "Cannot open JRNLCOMP.RPT, status="
                      WS-REPORT-STATUS
              MOVE "FAIL" TO WS-AUDIT-OUTCOME
              CALL "AUDITLOG" USING WS-PROGRAM-NAME WS-OPERATOR-ID
                                     WS-AUDIT-OUTCOME
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           PERFORM 8200-PRINT-PAGE-HEADERS.
           PERFORM VARYING WS-JNL-SUB FROM 1 BY 1
                   UNTIL WS-JNL-SUB > 2
              PERFORM 8100-PRINT-JOURNAL
           END-PERFORM.
           PERFORM 8300-PRINT-SEGMENTS.
           PERFORM 8500-PRINT-TOTALS.
           CLOSE JRNLCOMP-RPT.

           CALL "SPOOLREG" USING WS-PROGRAM-NAME WS-RPT-FILE-NAME.

           DISPLAY "Journal entries read   : " WS-TOTAL-READ.
           DISPLAY "Entries cut to segments: " WS-TOTAL-CUT.
           DISPLAY "Journals compacted     : " WS-COMPACTED-COUNT.
           DISPLAY "Journals skipped       : " WS-SKIPPED-COUNT.
           DISPLAY "Journals not proved    : " WS-FAILED-COUNT.
           DISPLAY "Report written to JRNLCOMP.RPT.".

           MOVE WS-TOTAL-READ  TO WS-STAT-READ.
           MOVE WS-TOTAL-CUT   TO WS-STAT-WRITTEN.
           MOVE ZERO           TO WS-STAT-UPDATED.
           MOVE WS-FAILED-COUNT TO WS-STAT-REJECTED.
           CALL "RUNSTATS" USING WS-PROGRAM-NAME WS-STAT-READ
                                  WS-STAT-WRITTEN WS-STAT-UPDATED
                                  WS-STAT-REJECTED.

           EVALUATE TRUE
              WHEN WS-FAILED-COUNT > 0
                 MOVE "FAIL"    TO WS-AUDIT-OUTCOME
              WHEN WS-SKIPPED-COUNT > 0
                 MOVE "PARTIAL" TO WS-AUDIT-OUTCOME
              WHEN OTHER
                 MOVE "SUCCESS" TO WS-AUDIT-OUTCOME
           END-EVALUATE.
           CALL "AUDITLOG" USING WS-PROGRAM-NAME WS-OPERATOR-ID
                                  WS-AUDIT-OUTCOME.

           EVALUATE TRUE
              WHEN WS-FAILED-COUNT > 0
                 MOVE 8 TO RETURN-CODE
              WHEN WS-SKIPPED-COUNT > 0
                 MOVE 4 TO RETURN-CODE
              WHEN OTHER
                 MOVE 0 TO RETURN-CODE
           END-EVALUATE.
           GOBACK.

      *> Find the cut-off, split the journal, prove the split, grow
      *> the segment, prove it, then - and only then - replace the
      *> live journal and prove that too.
       1000-COMPACT-ONE-JOURNAL.
           MOVE JT-JOURNAL-NAME(WS-JNL-SUB) TO WS-JRNL-FILE-NAME.
           MOVE JT-GENREG-NAME(WS-JNL-SUB)  TO WS-GENREG-FILE.
           CALL "FILERES" USING WS-JRNL-FILE-NAME.
           CALL "FILERES" USING WS-GENREG-FILE.
           MOVE SPACES TO WS-ARCHIVE-NAME.
           STRING FUNCTION TRIM(WS-JRNL-FILE-NAME) DELIMITED BY SIZE
                  ".A" DELIMITED BY SIZE
                  WS-CURR-DATE DELIMITED BY SIZE
                  INTO WS-ARCHIVE-NAME
           END-STRING.

           INITIALIZE WS-RESULT-ENTRY(WS-JNL-SUB).
           MOVE JT-JOURNAL-NAME(WS-JNL-SUB)
             TO RS-JOURNAL-NAME(WS-JNL-SUB).
           MOVE ZERO TO WS-BEFORE-COUNT WS-KEPT-COUNT WS-CUT-COUNT
                        WS-LIVE-COUNT WS-ARCH-BEFORE WS-ARCH-AFTER.
           MOVE "Y" TO WS-CARRY-ON-SWITCH.

           PERFORM 1100-FIND-OLDEST-GENERATION.
           IF WS-CARRY-ON
              PERFORM 1200-VERIFY-GENERATION
           END-IF.
           IF WS-CARRY-ON
              PERFORM 1300-SPLIT-JOURNAL
           END-IF.
           IF WS-CARRY-ON
              PERFORM 1400-PROVE-SPLIT
           END-IF.
           IF WS-CARRY-ON
              PERFORM 1500-APPEND-SEGMENT
           END-IF.
           IF WS-CARRY-ON
              PERFORM 1600-REPLACE-JOURNAL
           END-IF.

           MOVE WS-BEFORE-COUNT TO RS-BEFORE-COUNT(WS-JNL-SUB).
           MOVE WS-KEPT-COUNT   TO RS-KEPT-COUNT(WS-JNL-SUB).
           MOVE WS-CUT-COUNT    TO RS-CUT-COUNT(WS-JNL-SUB).
           MOVE WS-LIVE-COUNT   TO RS-LIVE-COUNT(WS-JNL-SUB).
           ADD WS-BEFORE-COUNT  TO WS-TOTAL-READ.

           DISPLAY FUNCTION TRIM(WS-JRNL-FILE-NAME) ": "
                   FUNCTION TRIM(RS-OUTCOME(WS-JNL-SUB)) " - "
                   FUNCTION TRIM(RS-NOTE(WS-JNL-SUB)).

      *> Registry entries are appended as generations are taken, but
      *> the earliest date is taken rather than trusting the order.
       1100-FIND-OLDEST-GENERATION.
           MOVE "N" TO WS-GEN-FOUND.
           MOVE ZERO TO WS-GEN-DATE.
           MOVE "N" TO WS-EOF-SWITCH.
           OPEN INPUT GEN-REGISTRY.
           IF WS-REGISTRY-STATUS = "00"
              PERFORM UNTIL WS-EOF
                 READ GEN-REGISTRY
                    AT END
                       MOVE "Y" TO WS-EOF-SWITCH
                    NOT AT END
                       IF GEN-RUN-DATE IS NUMERIC
                          AND (WS-GEN-FOUND = "N"
                               OR GEN-RUN-DATE < WS-GEN-DATE)
                          MOVE "Y" TO WS-GEN-FOUND
                          MOVE GEN-FILE-NAME    TO WS-GEN-NAME
                          MOVE GEN-RUN-DATE     TO WS-GEN-DATE
                          MOVE GEN-RECORD-COUNT TO WS-GEN-REGISTERED
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE GEN-REGISTRY
           END-IF.

           IF WS-GEN-FOUND = "N"
              MOVE "N" TO WS-CARRY-ON-SWITCH
              MOVE "SKIPPED" TO RS-OUTCOME(WS-JNL-SUB)
              MOVE SPACES TO RS-NOTE(WS-JNL-SUB)
              STRING "no backup generation registered on "
                     DELIMITED BY SIZE
                     FUNCTION TRIM(WS-GENREG-FILE) DELIMITED BY SIZE
                     " - journal left whole" DELIMITED BY SIZE
                     INTO RS-NOTE(WS-JNL-SUB)
              END-STRING
              ADD 1 TO WS-SKIPPED-COUNT
           ELSE
              MOVE WS-GEN-NAME TO RS-GEN-NAME(WS-JNL-SUB)
              MOVE WS-GEN-DATE TO RS-GEN-DATE(WS-JNL-SUB)
           END-IF.

      *> A generation that cannot be read back whole supersedes
      *> nothing - the journal is still the only way back.
       1200-VERIFY-GENERATION.
           MOVE ZERO TO WS-GEN-READ-COUNT.
           MOVE "N" TO WS-EOF-SWITCH.
           OPEN INPUT GEN-FILE.
           IF WS-GEN-STATUS NOT = "00"
              MOVE "N" TO WS-CARRY-ON-SWITCH
              MOVE SPACES TO RS-NOTE(WS-JNL-SUB)
              STRING "oldest generation not on disk, status "
                     DELIMITED BY SIZE
                     WS-GEN-STATUS DELIMITED BY SIZE
                     " - journal left whole" DELIMITED BY SIZE
                     INTO RS-NOTE(WS-JNL-SUB)
              END-STRING
           ELSE
              PERFORM UNTIL WS-EOF
                 READ GEN-FILE
                    AT END
                       MOVE "Y" TO WS-EOF-SWITCH
                    NOT AT END
                       ADD 1 TO WS-GEN-READ-COUNT
                 END-READ
              END-PERFORM
              CLOSE GEN-FILE
              IF WS-GEN-READ-COUNT NOT = WS-GEN-REGISTERED
                 MOVE "N" TO WS-CARRY-ON-SWITCH
                 MOVE WS-GEN-READ-COUNT TO WS-COUNT-TEXT
                 MOVE WS-GEN-REGISTERED TO WS-COUNT-TEXT-2
                 MOVE SPACES TO RS-NOTE(WS-JNL-SUB)
                 STRING "oldest generation reads "
                        DELIMITED BY SIZE
                        FUNCTION TRIM(WS-COUNT-TEXT)
                        DELIMITED BY SIZE
                        " records, registry says "
                        DELIMITED BY SIZE
                        FUNCTION TRIM(WS-COUNT-TEXT-2)
                        DELIMITED BY SIZE
                        " - journal left whole" DELIMITED BY SIZE
                        INTO RS-NOTE(WS-JNL-SUB)
                 END-STRING
              END-IF
           END-IF.

           IF NOT WS-CARRY-ON
              MOVE "UNVERIFIED" TO RS-OUTCOME(WS-JNL-SUB)
              ADD 1 TO WS-SKIPPED-COUNT
              MOVE "W" TO WS-ALERT-SEVERITY
              MOVE SPACES TO WS-ALERT-MESSAGE
              STRING FUNCTION TRIM(WS-JRNL-FILE-NAME)
                     DELIMITED BY SIZE
                     " not compacted - oldest generation unverified"
                     DELIMITED BY SIZE
                     INTO WS-ALERT-MESSAGE
              END-STRING
              PERFORM 9000-RAISE-ALERT
           END-IF.

      *> Entries before the generation's date go to the segment work
      *> file, the rest to the keep work file. An entry without a
      *> readable date is kept - only provably old entries leave.
       1300-SPLIT-JOURNAL.
           MOVE ZERO TO WS-FIRST-CUT-DATE WS-LAST-CUT-DATE.
           MOVE "N" TO WS-EOF-SWITCH.
           OPEN INPUT JOURNAL-FILE.
           IF WS-JOURNAL-STATUS NOT = "00"
              MOVE "N" TO WS-CARRY-ON-SWITCH
              MOVE "NO JOURNAL" TO RS-OUTCOME(WS-JNL-SUB)
              MOVE SPACES TO RS-NOTE(WS-JNL-SUB)
              STRING "journal not on disk, status "
                     DELIMITED BY SIZE
                     WS-JOURNAL-STATUS DELIMITED BY SIZE
                     INTO RS-NOTE(WS-JNL-SUB)
              END-STRING
           ELSE
              OPEN OUTPUT KEEP-WORK
              OPEN OUTPUT SEGMENT-WORK
              PERFORM UNTIL WS-EOF
                 READ JOURNAL-FILE
                    AT END
                       MOVE "Y" TO WS-EOF-SWITCH
                    NOT AT END
                       PERFORM 1310-KEEP-OR-CUT
                 END-READ
              END-PERFORM
              CLOSE JOURNAL-FILE
              CLOSE KEEP-WORK
              CLOSE SEGMENT-WORK
              IF WS-CUT-COUNT = 0
                 MOVE "N" TO WS-CARRY-ON-SWITCH
                 MOVE "NOTHING DUE" TO RS-OUTCOME(WS-JNL-SUB)
                 MOVE SPACES TO RS-NOTE(WS-JNL-SUB)
                 STRING "no entries before " DELIMITED BY SIZE
                        WS-GEN-DATE DELIMITED BY SIZE
                        INTO RS-NOTE(WS-JNL-SUB)
                 END-STRING
                 PERFORM 1900-DROP-WORK-FILES
              END-IF
           END-IF.

       1310-KEEP-OR-CUT.
           ADD 1 TO WS-BEFORE-COUNT.
           IF JL-TS-DATE IS NUMERIC
              AND JL-TS-DATE < WS-GEN-DATE
              MOVE JOURNAL-LINE TO SEGMENT-WORK-LINE
              WRITE SEGMENT-WORK-LINE
              ADD 1 TO WS-CUT-COUNT
              IF WS-FIRST-CUT-DATE = 0
                 OR JL-TS-DATE < WS-FIRST-CUT-DATE
                 MOVE JL-TS-DATE TO WS-FIRST-CUT-DATE
              END-IF
              IF JL-TS-DATE > WS-LAST-CUT-DATE
                 MOVE JL-TS-DATE TO WS-LAST-CUT-DATE
              END-IF
           ELSE
              MOVE JOURNAL-LINE TO KEEP-WORK-LINE
              WRITE KEEP-WORK-LINE
              ADD 1 TO WS-KEPT-COUNT
           END-IF.

      *> Both work files are read back before anything is touched;
      *> between them they must hold every entry the journal did.
       1400-PROVE-SPLIT.
           PERFORM 9100-COUNT-KEEP-WORK.
           PERFORM 9200-COUNT-SEGMENT-WORK.
           IF WS-CHECK-KEPT NOT = WS-KEPT-COUNT
              OR WS-CHECK-CUT NOT = WS-CUT-COUNT
              OR WS-CHECK-KEPT + WS-CHECK-CUT NOT = WS-BEFORE-COUNT
              MOVE "N" TO WS-CARRY-ON-SWITCH
              MOVE SPACES TO RS-NOTE(WS-JNL-SUB)
              STRING "work files do not add back to the journal"
                     DELIMITED BY SIZE
                     " - journal left as it was" DELIMITED BY SIZE
                     INTO RS-NOTE(WS-JNL-SUB)
              END-STRING
              PERFORM 1800-PROOF-FAILED
              PERFORM 1900-DROP-WORK-FILES
           END-IF.

      *> A same-day rerun extends the segment the earlier run made,
      *> so the proof is on how far the segment grew.
       1500-APPEND-SEGMENT.
           PERFORM 9300-COUNT-ARCHIVE.
           MOVE WS-CHECK-CUT TO WS-ARCH-BEFORE.

           OPEN EXTEND JOURNAL-ARCHIVE.
           IF WS-ARCHIVE-STATUS = "35"
              OPEN OUTPUT JOURNAL-ARCHIVE
           END-IF.
           MOVE "N" TO WS-EOF-SWITCH.
           OPEN INPUT SEGMENT-WORK.
           PERFORM UNTIL WS-EOF
              READ SEGMENT-WORK
                 AT END
                    MOVE "Y" TO WS-EOF-SWITCH
                 NOT AT END
                    MOVE SEGMENT-WORK-LINE TO JOURNAL-ARCHIVE-LINE
                    WRITE JOURNAL-ARCHIVE-LINE
              END-READ
           END-PERFORM.
           CLOSE SEGMENT-WORK.
           CLOSE JOURNAL-ARCHIVE.

           PERFORM 9300-COUNT-ARCHIVE.
           MOVE WS-CHECK-CUT TO WS-ARCH-AFTER.
           IF WS-ARCH-AFTER > WS-ARCH-BEFORE
              COMPUTE RS-ADDED-COUNT(WS-JNL-SUB) =
                      WS-ARCH-AFTER - WS-ARCH-BEFORE
           ELSE
              MOVE ZERO TO RS-ADDED-COUNT(WS-JNL-SUB)
           END-IF.
           IF RS-ADDED-COUNT(WS-JNL-SUB) NOT = WS-CUT-COUNT
              MOVE "N" TO WS-CARRY-ON-SWITCH
              MOVE SPACES TO RS-NOTE(WS-JNL-SUB)
              STRING FUNCTION TRIM(WS-ARCHIVE-NAME)
                     DELIMITED BY SIZE
                     " did not grow by the entries cut"
                     DELIMITED BY SIZE
                     " - journal left as it was" DELIMITED BY SIZE
                     INTO RS-NOTE(WS-JNL-SUB)
              END-STRING
              PERFORM 1800-PROOF-FAILED
              PERFORM 1900-DROP-WORK-FILES
           END-IF.

      *> The segment has proved, so the kept entries go back over the
      *> live journal, which is then read back once more.
       1600-REPLACE-JOURNAL.
           MOVE "N" TO WS-EOF-SWITCH.
           OPEN INPUT KEEP-WORK.
           OPEN OUTPUT JOURNAL-FILE.
           PERFORM UNTIL WS-EOF
              READ KEEP-WORK
                 AT END
                    MOVE "Y" TO WS-EOF-SWITCH
                 NOT AT END
                    MOVE KEEP-WORK-LINE TO JOURNAL-LINE
                    WRITE JOURNAL-LINE
              END-READ
           END-PERFORM.
           CLOSE KEEP-WORK.
           CLOSE JOURNAL-FILE.
           PERFORM 1650-DROP-SNAPSHOT.

           PERFORM 9400-COUNT-JOURNAL.
           IF WS-LIVE-COUNT NOT = WS-KEPT-COUNT
      *    The keep work file is left on disk - it is the only full
      *    copy of the kept entries until the journal is put right.
              MOVE SPACES TO RS-NOTE(WS-JNL-SUB)
              STRING "live journal does not re-read to the entries "
                     DELIMITED BY SIZE
                     "kept - restore it from " DELIMITED BY SIZE
                     FUNCTION TRIM(WS-KEEP-TMP-NAME)
                     DELIMITED BY SIZE
                     INTO RS-NOTE(WS-JNL-SUB)
              END-STRING
              PERFORM 1800-PROOF-FAILED
              CALL "CBL_DELETE_FILE" USING WS-SEG-TMP-NAME
                   RETURNING WS-DELETE-RESULT
           ELSE
              MOVE "COMPACTED" TO RS-OUTCOME(WS-JNL-SUB)
              MOVE SPACES TO RS-NOTE(WS-JNL-SUB)
              STRING "entries before " DELIMITED BY SIZE
                     WS-GEN-DATE DELIMITED BY SIZE
                     " cut to " DELIMITED BY SIZE
                     FUNCTION TRIM(WS-ARCHIVE-NAME)
                     DELIMITED BY SIZE
                     INTO RS-NOTE(WS-JNL-SUB)
              END-STRING
              ADD 1 TO WS-COMPACTED-COUNT
              ADD WS-CUT-COUNT TO WS-TOTAL-CUT
              PERFORM 1700-REGISTER-SEGMENT
              PERFORM 1900-DROP-WORK-FILES
           END-IF.

      *> SNAPREAD proves CUSTSNAP.DAT current against the last entry
      *> on each journal. A rewritten journal is no longer the one
      *> the snapshot was stamped from, so the snapshot is dropped -
      *> its readers fall back to the live files until CUSTSNAP
      *> takes the next one.
       1650-DROP-SNAPSHOT.
           CALL "CBL_DELETE_FILE" USING WS-SNAPSHOT-FILE
                RETURNING WS-DELETE-RESULT.

      *> A same-day rerun widens the entry it made earlier instead of
      *> listing the one segment twice.
       1700-REGISTER-SEGMENT.
           MOVE ZERO TO WS-JA-FOUND.
           MOVE 1 TO WS-JA-SUB.
           PERFORM UNTIL WS-JA-SUB > WS-JA-COUNT
                      OR WS-JA-FOUND > 0
              IF JT-ARCHIVE-NAME(WS-JA-SUB) = WS-ARCHIVE-NAME
                 MOVE WS-JA-SUB TO WS-JA-FOUND
              END-IF
              ADD 1 TO WS-JA-SUB
           END-PERFORM.
           IF WS-JA-FOUND > 0
              ADD WS-CUT-COUNT TO JT-ENTRY-COUNT(WS-JA-FOUND)
              IF WS-FIRST-CUT-DATE < JT-FIRST-DATE(WS-JA-FOUND)
                 MOVE WS-FIRST-CUT-DATE
                   TO JT-FIRST-DATE(WS-JA-FOUND)
              END-IF
              IF WS-LAST-CUT-DATE > JT-LAST-DATE(WS-JA-FOUND)
                 MOVE WS-LAST-CUT-DATE
                   TO JT-LAST-DATE(WS-JA-FOUND)
              END-IF
           ELSE
              IF WS-JA-COUNT < WS-JA-LIMIT
                 ADD 1 TO WS-JA-COUNT
                 MOVE WS-ARCHIVE-NAME
                   TO JT-ARCHIVE-NAME(WS-JA-COUNT)
                 MOVE JT-JOURNAL-NAME(WS-JNL-SUB)
                   TO JT-SEG-JOURNAL(WS-JA-COUNT)
                 MOVE WS-CURR-DATE-NUM TO JT-MADE-DATE(WS-JA-COUNT)
                 MOVE WS-FIRST-CUT-DATE
                   TO JT-FIRST-DATE(WS-JA-COUNT)
                 MOVE WS-LAST-CUT-DATE
                   TO JT-LAST-DATE(WS-JA-COUNT)
                 MOVE WS-CUT-COUNT TO JT-ENTRY-COUNT(WS-JA-COUNT)
              ELSE
                 DISPLAY "JRNLARCH.DAT is full - "
                         FUNCTION TRIM(WS-ARCHIVE-NAME)
                         " is not listed."
              END-IF
           END-IF.

       1800-PROOF-FAILED.
           MOVE "NOT PROVED" TO RS-OUTCOME(WS-JNL-SUB).
           ADD 1 TO WS-FAILED-COUNT.
           MOVE "E" TO WS-ALERT-SEVERITY.
           MOVE SPACES TO WS-ALERT-MESSAGE.
           STRING FUNCTION TRIM(WS-JRNL-FILE-NAME) DELIMITED BY SIZE
                  " compaction counts did not prove - see "
                  DELIMITED BY SIZE
                  "JRNLCOMP.RPT" DELIMITED BY SIZE
                  INTO WS-ALERT-MESSAGE
           END-STRING.
           PERFORM 9000-RAISE-ALERT.

       1900-DROP-WORK-FILES.
           CALL "CBL_DELETE_FILE" USING WS-KEEP-TMP-NAME
                RETURNING WS-DELETE-RESULT.
           CALL "CBL_DELETE_FILE" USING WS-SEG-TMP-NAME
                RETURNING WS-DELETE-RESULT.

       0500-LOAD-ARCH-REGISTRY.
           MOVE ZERO TO WS-JA-COUNT.
           MOVE "N" TO WS-EOF-SWITCH.
           OPEN INPUT ARCH-REGISTRY.
           IF WS-JARCH-STATUS = "00"
              PERFORM UNTIL WS-EOF
                 READ ARCH-REGISTRY
                    AT END
                       MOVE "Y" TO WS-EOF-SWITCH
                    NOT AT END
                       IF WS-JA-COUNT < WS-JA-LIMIT
                          ADD 1 TO WS-JA-COUNT
                          MOVE JA-ARCHIVE-NAME
                            TO JT-ARCHIVE-NAME(WS-JA-COUNT)
                          MOVE JA-JOURNAL-NAME
                            TO JT-SEG-JOURNAL(WS-JA-COUNT)
                          MOVE JA-MADE-DATE
                            TO JT-MADE-DATE(WS-JA-COUNT)
                          MOVE JA-FIRST-DATE
                            TO JT-FIRST-DATE(WS-JA-COUNT)
                          MOVE JA-LAST-DATE
                            TO JT-LAST-DATE(WS-JA-COUNT)
                          MOVE JA-ENTRY-COUNT
                            TO JT-ENTRY-COUNT(WS-JA-COUNT)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE ARCH-REGISTRY
           END-IF.

       7000-SAVE-ARCH-REGISTRY.
           OPEN OUTPUT ARCH-REGISTRY.
           MOVE 1 TO WS-JA-SUB.
           PERFORM UNTIL WS-JA-SUB > WS-JA-COUNT
              MOVE SPACES TO JOURNAL-ARCHIVE-ENTRY
              MOVE JT-ARCHIVE-NAME(WS-JA-SUB) TO JA-ARCHIVE-NAME
              MOVE JT-SEG-JOURNAL(WS-JA-SUB)  TO JA-JOURNAL-NAME
              MOVE JT-MADE-DATE(WS-JA-SUB)    TO JA-MADE-DATE
              MOVE JT-FIRST-DATE(WS-JA-SUB)   TO JA-FIRST-DATE
              MOVE JT-LAST-DATE(WS-JA-SUB)    TO JA-LAST-DATE
              MOVE JT-ENTRY-COUNT(WS-JA-SUB)  TO JA-ENTRY-COUNT
              WRITE JOURNAL-ARCHIVE-ENTRY
              ADD 1 TO WS-JA-SUB
           END-PERFORM.
           CLOSE ARCH-REGISTRY.

       8100-PRINT-JOURNAL.
           IF WS-LINES-ON-PAGE + 3 > WS-LINES-PER-PAGE
              PERFORM 8200-PRINT-PAGE-HEADERS
           END-IF.
           MOVE SPACES TO WS-DETAIL-LINE.
           MOVE RS-JOURNAL-NAME(WS-JNL-SUB) TO DL-JOURNAL-NAME.
           MOVE RS-GEN-NAME(WS-JNL-SUB)     TO DL-GEN-NAME.
           IF RS-GEN-DATE(WS-JNL-SUB) > 0
              MOVE RS-GEN-DATE(WS-JNL-SUB)  TO DL-GEN-DATE
           END-IF.
           MOVE RS-BEFORE-COUNT(WS-JNL-SUB) TO DL-BEFORE-COUNT.
           MOVE RS-KEPT-COUNT(WS-JNL-SUB)   TO DL-KEPT-COUNT.
           MOVE RS-CUT-COUNT(WS-JNL-SUB)    TO DL-CUT-COUNT.
           MOVE RS-LIVE-COUNT(WS-JNL-SUB)   TO DL-LIVE-COUNT.
           MOVE RS-ADDED-COUNT(WS-JNL-SUB)  TO DL-ADDED-COUNT.
           MOVE RS-OUTCOME(WS-JNL-SUB)      TO DL-OUTCOME.
           WRITE JRNLCOMP-RPT-LINE FROM WS-DETAIL-LINE.
           MOVE SPACES TO JRNLCOMP-RPT-LINE.
           MOVE RS-NOTE(WS-JNL-SUB) TO JRNLCOMP-RPT-LINE(17:80).
           WRITE JRNLCOMP-RPT-LINE.
           ADD 2 TO WS-LINES-ON-PAGE.

       8200-PRINT-PAGE-HEADERS.
           ADD 1 TO WS-PAGE-NUMBER.
           MOVE SPACE TO JRNLCOMP-RPT-LINE.
           IF WS-PAGE-NUMBER > 1
              WRITE JRNLCOMP-RPT-LINE AFTER ADVANCING PAGE
           END-IF.
           STRING "CHANGE-JOURNAL COMPACTION"
                  DELIMITED BY SIZE
                  "   COMPANY: " DELIMITED BY SIZE
                  WS-COMPANY-CODE DELIMITED BY SIZE
                  "   RUN DATE: " DELIMITED BY SIZE
                  WS-RUN-DATE-TEXT DELIMITED BY SIZE
                  "   PAGE: "     DELIMITED BY SIZE
                  WS-PAGE-NUMBER  DELIMITED BY SIZE
                  INTO JRNLCOMP-RPT-LINE
           END-STRING.
           WRITE JRNLCOMP-RPT-LINE.
           MOVE SPACES TO JRNLCOMP-RPT-LINE.
           WRITE JRNLCOMP-RPT-LINE.
           MOVE "Journal"    TO JRNLCOMP-RPT-LINE(1:14).
           MOVE "Oldest generation" TO JRNLCOMP-RPT-LINE(17:26).
           MOVE "Gen date"   TO JRNLCOMP-RPT-LINE(45:8).
           MOVE "   Read"    TO JRNLCOMP-RPT-LINE(55:7).
           MOVE "   Kept"    TO JRNLCOMP-RPT-LINE(64:7).
           MOVE "    Cut"    TO JRNLCOMP-RPT-LINE(73:7).
           MOVE "Re-read"    TO JRNLCOMP-RPT-LINE(82:7).
           MOVE "  Seg +"    TO JRNLCOMP-RPT-LINE(91:7).
           MOVE "Outcome"    TO JRNLCOMP-RPT-LINE(100:11).
           WRITE JRNLCOMP-RPT-LINE.
           MOVE SPACES TO JRNLCOMP-RPT-LINE.
           MOVE ALL "=" TO JRNLCOMP-RPT-LINE(1:14).
           MOVE ALL "=" TO JRNLCOMP-RPT-LINE(17:26).
           MOVE ALL "=" TO JRNLCOMP-RPT-LINE(45:8).
           MOVE ALL "=" TO JRNLCOMP-RPT-LINE(55:7).
           MOVE ALL "=" TO JRNLCOMP-RPT-LINE(64:7).
           MOVE ALL "=" TO JRNLCOMP-RPT-LINE(73:7).
           MOVE ALL "=" TO JRNLCOMP-RPT-LINE(82:7).
           MOVE ALL "=" TO JRNLCOMP-RPT-LINE(91:7).
           MOVE ALL "=" TO JRNLCOMP-RPT-LINE(100:11).
           WRITE JRNLCOMP-RPT-LINE.
           MOVE 4 TO WS-LINES-ON-PAGE.

      *> Every segment on the registry, so the report says where the
      *> older entries of each journal now live.
       8300-PRINT-SEGMENTS.
           IF WS-LINES-ON-PAGE + 5 > WS-LINES-PER-PAGE
              PERFORM 8200-PRINT-PAGE-HEADERS
           END-IF.
           MOVE SPACES TO JRNLCOMP-RPT-LINE.
           WRITE JRNLCOMP-RPT-LINE.
           MOVE "JOURNAL SEGMENTS ON JRNLARCH.DAT"
             TO JRNLCOMP-RPT-LINE.
           WRITE JRNLCOMP-RPT-LINE.
           MOVE SPACES TO JRNLCOMP-RPT-LINE.
           MOVE "Segment"    TO JRNLCOMP-RPT-LINE(3:30).
           MOVE "Journal"    TO JRNLCOMP-RPT-LINE(35:14).
           MOVE "Made"       TO JRNLCOMP-RPT-LINE(51:8).
           MOVE "Entries dated" TO JRNLCOMP-RPT-LINE(61:20).
           MOVE "Entries"    TO JRNLCOMP-RPT-LINE(83:7).
           WRITE JRNLCOMP-RPT-LINE.
           ADD 3 TO WS-LINES-ON-PAGE.
           IF WS-JA-COUNT = 0
              MOVE "  No journal segments cut yet."
                TO JRNLCOMP-RPT-LINE
              WRITE JRNLCOMP-RPT-LINE
              ADD 1 TO WS-LINES-ON-PAGE
           END-IF.
           MOVE 1 TO WS-JA-SUB.
           PERFORM UNTIL WS-JA-SUB > WS-JA-COUNT
              IF WS-LINES-ON-PAGE >= WS-LINES-PER-PAGE
                 PERFORM 8200-PRINT-PAGE-HEADERS
              END-IF
              MOVE JT-ARCHIVE-NAME(WS-JA-SUB) TO SL-ARCHIVE-NAME
              MOVE JT-SEG-JOURNAL(WS-JA-SUB)  TO SL-JOURNAL-NAME
              MOVE JT-MADE-DATE(WS-JA-SUB)    TO SL-MADE-DATE
              MOVE JT-FIRST-DATE(WS-JA-SUB)   TO SL-FIRST-DATE
              MOVE JT-LAST-DATE(WS-JA-SUB)    TO SL-LAST-DATE
              MOVE JT-ENTRY-COUNT(WS-JA-SUB)  TO SL-ENTRY-COUNT
              WRITE JRNLCOMP-RPT-LINE FROM WS-SEGMENT-LINE
              ADD 1 TO WS-LINES-ON-PAGE
              ADD 1 TO WS-JA-SUB
           END-PERFORM.

       8500-PRINT-TOTALS.
           IF WS-LINES-ON-PAGE + 6 > WS-LINES-PER-PAGE
              PERFORM 8200-PRINT-PAGE-HEADERS
           END-IF.
           MOVE SPACES TO JRNLCOMP-RPT-LINE.
           WRITE JRNLCOMP-RPT-LINE.

           MOVE WS-TOTAL-READ TO WS-COUNT-TEXT.
           MOVE SPACES TO JRNLCOMP-RPT-LINE.
           STRING "Journal entries read   : " DELIMITED BY SIZE
                  WS-COUNT-TEXT DELIMITED BY SIZE
                  INTO JRNLCOMP-RPT-LINE
           END-STRING.
           WRITE JRNLCOMP-RPT-LINE.

           MOVE WS-TOTAL-CUT TO WS-COUNT-TEXT.
           MOVE SPACES TO JRNLCOMP-RPT-LINE.
           STRING "Entries cut to segments: " DELIMITED BY SIZE
                  WS-COUNT-TEXT DELIMITED BY SIZE
                  INTO JRNLCOMP-RPT-LINE
           END-STRING.
           WRITE JRNLCOMP-RPT-LINE.

           MOVE WS-COMPACTED-COUNT TO WS-COUNT-TEXT.
           MOVE SPACES TO JRNLCOMP-RPT-LINE.
           STRING "Journals compacted     : " DELIMITED BY SIZE
                  WS-COUNT-TEXT DELIMITED BY SIZE
                  INTO JRNLCOMP-RPT-LINE
           END-STRING.
           WRITE JRNLCOMP-RPT-LINE.

           MOVE WS-SKIPPED-COUNT TO WS-COUNT-TEXT.
           MOVE SPACES TO JRNLCOMP-RPT-LINE.
           STRING "Journals skipped       : " DELIMITED BY SIZE
                  WS-COUNT-TEXT DELIMITED BY SIZE
                  INTO JRNLCOMP-RPT-LINE
           END-STRING.
           WRITE JRNLCOMP-RPT-LINE.

           MOVE WS-FAILED-COUNT TO WS-COUNT-TEXT.
           MOVE SPACES TO JRNLCOMP-RPT-LINE.
           STRING "Journals not proved    : " DELIMITED BY SIZE
                  WS-COUNT-TEXT DELIMITED BY SIZE
                  INTO JRNLCOMP-RPT-LINE
           END-STRING.
           WRITE JRNLCOMP-RPT-LINE.

       9000-RAISE-ALERT.
           MOVE WS-PROGRAM-NAME TO WS-ALERT-PROGRAM.
           CALL "OPERALERT" USING WS-ALERT-SEVERITY
                WS-ALERT-PROGRAM WS-ALERT-MESSAGE.

       9100-COUNT-KEEP-WORK.
           MOVE ZERO TO WS-CHECK-KEPT.
           MOVE "N" TO WS-EOF-SWITCH.
           OPEN INPUT KEEP-WORK.
           IF WS-KEEP-STATUS = "00"
              PERFORM UNTIL WS-EOF
                 READ KEEP-WORK
                    AT END
                       MOVE "Y" TO WS-EOF-SWITCH
                    NOT AT END
                       ADD 1 TO WS-CHECK-KEPT
                 END-READ
              END-PERFORM
              CLOSE KEEP-WORK
           END-IF.

       9200-COUNT-SEGMENT-WORK.
           MOVE ZERO TO WS-CHECK-CUT.
           MOVE "N" TO WS-EOF-SWITCH.
           OPEN INPUT SEGMENT-WORK.
           IF WS-SEGMENT-STATUS = "00"
              PERFORM UNTIL WS-EOF
                 READ SEGMENT-WORK
                    AT END
                       MOVE "Y" TO WS-EOF-SWITCH
                    NOT AT END
                       ADD 1 TO WS-CHECK-CUT
                 END-READ
              END-PERFORM
              CLOSE SEGMENT-WORK
           END-IF.

      *> Leaves the segment's line count in WS-CHECK-CUT - zero when
      *> there is no segment yet.
       9300-COUNT-ARCHIVE.
           MOVE ZERO TO WS-CHECK-CUT.
           MOVE "N" TO WS-EOF-SWITCH.
           OPEN INPUT JOURNAL-ARCHIVE.
           IF WS-ARCHIVE-STATUS = "00"
              PERFORM UNTIL WS-EOF
                 READ JOURNAL-ARCHIVE
                    AT END
                       MOVE "Y" TO WS-EOF-SWITCH
                    NOT AT END
                       ADD 1 TO WS-CHECK-CUT
                 END-READ
              END-PERFORM
              CLOSE JOURNAL-ARCHIVE
           END-IF.

       9400-COUNT-JOURNAL.
           MOVE ZERO TO WS-LIVE-COUNT.
           MOVE "N" TO WS-EOF-SWITCH.
           OPEN INPUT JOURNAL-FILE.
           IF WS-JOURNAL-STATUS = "00"
              PERFORM UNTIL WS-EOF
                 READ JOURNAL-FILE
                    AT END
                       MOVE "Y" TO WS-EOF-SWITCH
                    NOT AT END
                       ADD 1 TO WS-LIVE-COUNT
                 END-READ
              END-PERFORM
              CLOSE JOURNAL-FILE
           END-IF.
