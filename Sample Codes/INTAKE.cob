      *    Author      : Renato D. Mejilla
      *    Date        : October 15, 2026
      *    Description : Inbound file intake manager. CustDataFormat
      *                  reads exactly one file called CUSTIN and
      *                  ADDRLOAD exactly one ADDRIN, so a night with
      *                  two source systems delivering meant somebody
      *                  renaming files by hand and running the load
      *                  twice. The transfer jobs now drop each file
      *                  under its own name and add a line for it to
      *                  the INBOUND.DAT inbound directory list - file
      *                  name, arrival date, arrival time. This step
      *                  takes the list in arrival order and identifies
      *                  each file by its HDR record: an HDR carrying
      *                  an extract ID is a customer extract for
      *                  CustDataFormat (which refuses one without), an
      *                  HDR that ends at the source system is an
      *                  address intake for ADDRLOAD, and a file with
      *                  no HDR at all is unidentified. Each file is
      *                  run through its load under its own name (the
      *                  CUSTIN-FILE / ADDRIN-FILE environment hand-
      *                  off), so every file gets the load's own HDR/
      *                  TRL balancing and reports. A file that loads
      *                  (RETURN-CODE 0 or 4) is moved to the dated
      *                  archive, INTAKE-ARCHIVE/yyyymmdd; one that
      *                  fails balancing, is refused, or cannot be
      *                  identified goes to INTAKE-QUARANTINE/yyyymmdd
      *                  with an operator alert. Both directories are
      *                  run parameters (ARCHIVE and QUARANTINE by
      *                  default). A customer extract that ends out of
      *                  balance leaves CustDataFormat's checkpoint in
      *                  place for its re-transfer, so further customer
      *                  extracts are held on the list until the
      *                  extract carrying that ID comes back in and
      *                  completes - a checkpoint is never resumed
      *                  against somebody else's file. Every file is
      *                  logged to INTAKLOG.DAT and the night's intake
      *                  is listed on INTAKE.RPT with its outcome.
      *                  RETURN-CODE 0 everything loaded, 4 something
      *                  was quarantined, held or missing. Runs as a
      *                  NIGHTLYRUN step.
      *    Compiler    : Micro Focus Visual COBOL
      *    ============================================================

       IDENTIFICATION DIVISION.
       PROGRAM-ID.     INTAKE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INBOUND-LIST ASSIGN TO WS-INBOUND-FILE
                               ORGANIZATION LINE SEQUENTIAL
                               FILE STATUS IS WS-LIST-STATUS.

           SELECT INBOUND-WORK ASSIGN TO WS-TMP-NAME
                               ORGANIZATION LINE SEQUENTIAL
                               FILE STATUS IS WS-WORK-STATUS.

           SELECT ARRIVAL-FILE ASSIGN TO WS-ARRIVAL-NAME
                               ORGANIZATION LINE SEQUENTIAL
                               FILE STATUS IS WS-ARRIVAL-STATUS.

           SELECT CHECKPOINT-FILE ASSIGN TO WS-CKPT-FILE-NAME
                               ORGANIZATION LINE SEQUENTIAL
                               FILE STATUS IS WS-CKPT-STATUS.

           SELECT INTAKE-LOG   ASSIGN TO WS-INTAKLOG-FILE
                               ORGANIZATION LINE SEQUENTIAL
                               FILE STATUS IS WS-LOG-STATUS.

           SELECT INTAKE-RPT   ASSIGN TO WS-RPT-FILE-NAME
                               ORGANIZATION LINE SEQUENTIAL
                               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *> One line per file landed, written by the transfer job.
       FD  INBOUND-LIST.
       01  INBOUND-LIST-RECORD.
           05 IB-FILE-NAME       PIC X(26).
           05 FILLER             PIC X.
           05 IB-ARRIVAL-DATE    PIC 9(8).
           05 FILLER             PIC X.
           05 IB-ARRIVAL-TIME    PIC 9(6).

       FD  INBOUND-WORK.
       01  INBOUND-WORK-RECORD   PIC X(42).

      *> Only the HDR record is read here - the loads read the rest.
      *> Customer extracts and address intakes share the first three
      *> HDR fields; only the customer HDR goes on to an extract ID.
       FD  ARRIVAL-FILE.
       01  ARRIVAL-RECORD        PIC X(80).
       01  ARRIVAL-HEADER.
           05 AH-REC-TYPE        PIC X(3).
           05 AH-EXTRACT-DATE    PIC X(8).
           05 AH-SOURCE-SYSTEM   PIC X(10).
           05 AH-EXTRACT-ID      PIC X(8).
           05 AH-FORMAT-CODE     PIC X(1).

      *> CustDataFormat's checkpoint - a non-zero read count means a
      *> customer extract ended out of balance and is waiting for its
      *> re-transfer.
       FD  CHECKPOINT-FILE.
       01  CHECKPOINT-RECORD.
           05 CKPT-READ-COUNT    PIC 9(6).
           05 FILLER             PIC X(17).

       FD  INTAKE-LOG.
       01  INTAKE-LOG-RECORD.
           05 IL-RUN-DATE        PIC 9(8).
           05 FILLER             PIC X.
           05 IL-FILE-NAME       PIC X(26).
           05 FILLER             PIC X.
           05 IL-ARRIVAL-DATE    PIC 9(8).
           05 FILLER             PIC X.
           05 IL-ARRIVAL-TIME    PIC 9(6).
           05 FILLER             PIC X.
           05 IL-FEED-TYPE       PIC X(1).
           05 FILLER             PIC X.
           05 IL-SOURCE-SYSTEM   PIC X(10).
           05 FILLER             PIC X.
           05 IL-EXTRACT-ID      PIC X(8).
           05 FILLER             PIC X.
           05 IL-LOAD-RC         PIC 9(4).
           05 FILLER             PIC X.
           05 IL-OUTCOME         PIC X(11).
           05 FILLER             PIC X.
           05 IL-CKPT-LEFT       PIC X(1).
           05 FILLER             PIC X.
           05 IL-MOVED-TO        PIC X(60).

       FD  INTAKE-RPT.
       01  INTAKE-RPT-LINE       PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-INBOUND-FILE     PIC X(26) VALUE "INBOUND.DAT".
       01  WS-TMP-NAME         PIC X(26) VALUE "INBOUND.TMP".
       01  WS-CKPT-FILE-NAME   PIC X(26) VALUE "CUSTCKPT.DAT".
       01  WS-INTAKLOG-FILE    PIC X(26) VALUE "INTAKLOG.DAT".
       01  WS-RPT-FILE-NAME    PIC X(26) VALUE "INTAKE.RPT".
       01  WS-ARRIVAL-NAME     PIC X(26) VALUE SPACES.

       01  WS-LIST-STATUS      PIC XX VALUE "00".
       01  WS-WORK-STATUS      PIC XX VALUE "00".
       01  WS-ARRIVAL-STATUS   PIC XX VALUE "00".
       01  WS-CKPT-STATUS      PIC XX VALUE "00".
       01  WS-LOG-STATUS       PIC XX VALUE "00".
       01  WS-REPORT-STATUS    PIC XX VALUE "00".
       01  WS-EOF-SWITCH       PIC X VALUE "N".
           88 WS-EOF           VALUE "Y".

      *> Where loaded and failed files go - run parameters through
      *> PARMGET, resolved through FILERES like any other name.
       01  WS-ARCHIVE-DIR      PIC X(26) VALUE "ARCHIVE".
       01  WS-QUARANTINE-DIR   PIC X(26) VALUE "QUARANTINE".
       01  WS-ARCHIVE-MADE     PIC X(1) VALUE "N".
       01  WS-QUARANTINE-MADE  PIC X(1) VALUE "N".
       01  WS-DATED-DIR        PIC X(40) VALUE SPACES.
       01  WS-MOVE-TARGET      PIC X(80) VALUE SPACES.
       01  WS-MOVE-RESULT      PIC 9(2) COMP-5 VALUE ZERO.
       01  WS-DIR-RESULT       PIC 9(2) COMP-5 VALUE ZERO.
       01  WS-DELETE-RESULT    PIC 9(2) COMP-5 VALUE ZERO.

      *> The night's arrivals, in list order and then sorted into
      *> arrival order.
       01  WS-QUEUE-TABLE.
           05 WS-QUEUE-COUNT   PIC 9(4) VALUE ZERO.
           05 WS-QUEUE-LIMIT   PIC 9(4) VALUE 500.
           05 WS-QUEUE-ENTRY OCCURS 500 TIMES.
              10 QT-FILE-NAME      PIC X(26).
              10 QT-ARRIVAL-DATE   PIC 9(8).
              10 QT-ARRIVAL-TIME   PIC 9(6).
              10 QT-RESOLVED-NAME  PIC X(26).
              10 QT-FEED-TYPE      PIC X(1).
              10 QT-SOURCE-SYSTEM  PIC X(10).
              10 QT-EXTRACT-ID     PIC X(8).
              10 QT-LOAD-RC        PIC 9(4).
              10 QT-OUTCOME        PIC X(11).
              10 QT-NOTE           PIC X(36).
              10 QT-CKPT-LEFT      PIC X(1).
              10 QT-MOVED-TO       PIC X(60).
       01  WS-QUEUE-SWAP         PIC X(197).
       01  WS-Q-SUB              PIC 9(4) VALUE ZERO.
       01  WS-SORT-SUB           PIC 9(4) VALUE ZERO.
       01  WS-SORT-SWAPPED       PIC X(1) VALUE "N".
       01  WS-LIST-READ          PIC 9(4) VALUE ZERO.
       01  WS-LIST-SKIP          PIC 9(4) VALUE ZERO.
       01  WS-LIST-OVERFLOW      PIC X(1) VALUE "N".
           88 WS-LIST-FULL       VALUE "Y".
       01  WS-ARRIVAL-KEY-A      PIC 9(14) VALUE ZERO.
       01  WS-ARRIVAL-KEY-B      PIC 9(14) VALUE ZERO.

      *> A customer checkpoint waiting for its re-transfer, and the
      *> extract ID that is allowed to resume it (blank when the
      *> checkpoint was left by a run outside the intake).
       01  WS-CKPT-SWITCH      PIC X(1) VALUE "N".
           88 WS-CKPT-PENDING  VALUE "Y".
       01  WS-RESUME-EXTRACT   PIC X(8) VALUE SPACES.

      *> Hand-off to the loads.
       01  WS-ENV-CLEAR        PIC X(1) VALUE SPACE.
       01  WS-LOAD-RC          PIC 9(4) VALUE ZERO.
       01  WS-LOAD-RC-OUT      PIC ZZZ9.

      *> Operator-alert fields for a quarantined file.
       01  WS-ALERT-SEVERITY   PIC X(1) VALUE "W".
       01  WS-ALERT-PROGRAM    PIC X(20) VALUE SPACES.
       01  WS-ALERT-MESSAGE    PIC X(60) VALUE SPACES.

       01  WS-PARM-NAME        PIC X(24) VALUE SPACES.
       01  WS-PARM-VALUE       PIC X(20) VALUE SPACES.
       01  WS-PARM-SOURCE      PIC X(1) VALUE SPACE.

       01  WS-DETAIL-LINE.
           05 DL-ARRIVAL-DATE  PIC 9(8).
           05 FILLER           PIC X(1).
           05 DL-ARRIVAL-TIME  PIC X(5).
           05 FILLER           PIC X(2).
           05 DL-FILE-NAME     PIC X(26).
           05 FILLER           PIC X(2).
           05 DL-FEED-TYPE     PIC X(8).
           05 FILLER           PIC X(2).
           05 DL-SOURCE        PIC X(10).
           05 FILLER           PIC X(2).
           05 DL-EXTRACT-ID    PIC X(8).
           05 FILLER           PIC X(2).
           05 DL-LOAD-RC       PIC X(4).
           05 FILLER           PIC X(2).
           05 DL-OUTCOME       PIC X(11).
           05 FILLER           PIC X(2).
           05 DL-NOTE          PIC X(36).

       01  WS-RECEIVED-COUNT   PIC 9(5) VALUE ZERO.
       01  WS-LOADED-COUNT     PIC 9(5) VALUE ZERO.
       01  WS-QUARANTINE-COUNT PIC 9(5) VALUE ZERO.
       01  WS-HELD-COUNT       PIC 9(5) VALUE ZERO.
       01  WS-MISSING-COUNT    PIC 9(5) VALUE ZERO.
       01  WS-UNMOVED-COUNT    PIC 9(5) VALUE ZERO.

       01  WS-COUNT-OUT        PIC ZZZ,ZZ9.
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
       01  WS-PROGRAM-NAME     PIC X(20) VALUE "INTAKE".
       01  WS-AUDIT-OUTCOME    PIC X(8) VALUE SPACES.

       PROCEDURE DIVISION.
           DISPLAY "<<< INBOUND FILE INTAKE >>>".
           DISPLAY "---------------------------".

           ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT "OPERATOR-ID".
           MOVE "START" TO WS-AUDIT-OUTCOME.
           CALL "AUDITLOG" USING WS-PROGRAM-NAME WS-OPERATOR-ID
                                  WS-AUDIT-OUTCOME.

           MOVE "INTAKE-ARCHIVE" TO WS-PARM-NAME.
           MOVE WS-ARCHIVE-DIR TO WS-PARM-VALUE.
           CALL "PARMGET" USING WS-PROGRAM-NAME WS-PARM-NAME
                                 WS-PARM-VALUE WS-PARM-SOURCE.
           IF WS-PARM-VALUE NOT = SPACES
              MOVE WS-PARM-VALUE TO WS-ARCHIVE-DIR
           END-IF.
           MOVE "INTAKE-QUARANTINE" TO WS-PARM-NAME.
           MOVE WS-QUARANTINE-DIR TO WS-PARM-VALUE.
           CALL "PARMGET" USING WS-PROGRAM-NAME WS-PARM-NAME
                                 WS-PARM-VALUE WS-PARM-SOURCE.
           IF WS-PARM-VALUE NOT = SPACES
              MOVE WS-PARM-VALUE TO WS-QUARANTINE-DIR
           END-IF.

           CALL "FILERES" USING WS-INBOUND-FILE.
           CALL "FILERES" USING WS-TMP-NAME.
           CALL "FILERES" USING WS-CKPT-FILE-NAME.
           CALL "FILERES" USING WS-INTAKLOG-FILE.
           CALL "FILERES" USING WS-RPT-FILE-NAME.
           CALL "FILERES" USING WS-ARCHIVE-DIR.
           CALL "FILERES" USING WS-QUARANTINE-DIR.

           ACCEPT WS-CURR-DATE FROM DATE YYYYMMDD.
           MOVE WS-CURR-MONTH TO WS-RUN-MONTH.
           MOVE WS-CURR-DAY   TO WS-RUN-DAY.
           MOVE WS-CURR-YEAR  TO WS-RUN-YEAR.
           ACCEPT WS-COMPANY-CODE FROM ENVIRONMENT
                  "ACMITS-COMPANY".
           IF WS-COMPANY-CODE = SPACES
              MOVE "BASE" TO WS-COMPANY-CODE
           END-IF.

           PERFORM 1000-LOAD-INBOUND-LIST.
           PERFORM 1100-SORT-ARRIVAL-ORDER.
           PERFORM 1200-CHECK-CUSTOMER-CHECKPOINT.

           MOVE 1 TO WS-Q-SUB.
           PERFORM UNTIL WS-Q-SUB > WS-QUEUE-COUNT
              PERFORM 2000-PROCESS-ARRIVAL
              ADD 1 TO WS-Q-SUB
           END-PERFORM.

           IF WS-QUEUE-COUNT > 0
              PERFORM 4000-REWRITE-INBOUND-LIST
              PERFORM 4500-WRITE-INTAKE-LOG
           END-IF.

           OPEN OUTPUT INTAKE-RPT.
           IF WS-REPORT-STATUS NOT = "00"
              DISPLAY "Cannot open INTAKE.RPT, status="
                      WS-REPORT-STATUS
              MOVE "FAIL" TO WS-AUDIT-OUTCOME
              CALL "AUDITLOG" USING WS-PROGRAM-NAME WS-OPERATOR-ID
                                     WS-AUDIT-OUTCOME
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           PERFORM 8200-PRINT-PAGE-HEADERS.
           MOVE 1 TO WS-Q-SUB.
           PERFORM UNTIL WS-Q-SUB > WS-QUEUE-COUNT
              PERFORM 8100-PRINT-ARRIVAL
              ADD 1 TO WS-Q-SUB
           END-PERFORM.
           IF WS-QUEUE-COUNT = 0
              MOVE "NO FILES ON THE INBOUND LIST TONIGHT"
                TO INTAKE-RPT-LINE
              WRITE INTAKE-RPT-LINE
              ADD 1 TO WS-LINES-ON-PAGE
           END-IF.
           PERFORM 8500-PRINT-TOTALS.
           CLOSE INTAKE-RPT.

           CALL "SPOOLREG" USING WS-PROGRAM-NAME WS-RPT-FILE-NAME.

           DISPLAY "Files received   : " WS-RECEIVED-COUNT.
           DISPLAY "  Loaded         : " WS-LOADED-COUNT.
           DISPLAY "  Quarantined    : " WS-QUARANTINE-COUNT.
           DISPLAY "  Held           : " WS-HELD-COUNT.
           DISPLAY "  Missing        : " WS-MISSING-COUNT.
           DISPLAY "Report written to INTAKE.RPT.".

           MOVE WS-RECEIVED-COUNT   TO WS-STAT-READ.
           MOVE WS-LOADED-COUNT     TO WS-STAT-WRITTEN.
           MOVE ZERO                TO WS-STAT-UPDATED.
           COMPUTE WS-STAT-REJECTED =
                   WS-QUARANTINE-COUNT + WS-MISSING-COUNT.
           CALL "RUNSTATS" USING WS-PROGRAM-NAME WS-STAT-READ
                                  WS-STAT-WRITTEN WS-STAT-UPDATED
                                  WS-STAT-REJECTED.

           IF WS-QUARANTINE-COUNT > 0 OR WS-HELD-COUNT > 0
              OR WS-MISSING-COUNT > 0 OR WS-UNMOVED-COUNT > 0
              MOVE "PARTIAL" TO WS-AUDIT-OUTCOME
           ELSE
              MOVE "SUCCESS" TO WS-AUDIT-OUTCOME
           END-IF.
           CALL "AUDITLOG" USING WS-PROGRAM-NAME WS-OPERATOR-ID
                                  WS-AUDIT-OUTCOME.

           IF WS-AUDIT-OUTCOME = "PARTIAL"
              MOVE 4 TO RETURN-CODE
           ELSE
              MOVE 0 TO RETURN-CODE
           END-IF.

           GOBACK.

      *> No list on disk just means nothing landed tonight.
       1000-LOAD-INBOUND-LIST.
           MOVE ZERO TO WS-QUEUE-COUNT.
           MOVE ZERO TO WS-LIST-READ.
           OPEN INPUT INBOUND-LIST.
           IF WS-LIST-STATUS = "00"
              MOVE "N" TO WS-EOF-SWITCH
              PERFORM UNTIL WS-EOF
                 READ INBOUND-LIST
                    AT END
                       MOVE "Y" TO WS-EOF-SWITCH
                    NOT AT END
                       IF IB-FILE-NAME NOT = SPACES
                          PERFORM 1050-QUEUE-ARRIVAL
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE INBOUND-LIST
           END-IF.
           MOVE "N" TO WS-EOF-SWITCH.

      *> Past the queue limit the rest of the list waits for the
      *> next run - 4000 copies those lines back untouched.
       1050-QUEUE-ARRIVAL.
           IF WS-QUEUE-COUNT < WS-QUEUE-LIMIT
              ADD 1 TO WS-LIST-READ
              ADD 1 TO WS-QUEUE-COUNT
              MOVE IB-FILE-NAME TO QT-FILE-NAME(WS-QUEUE-COUNT)
              IF IB-ARRIVAL-DATE IS NUMERIC
                 MOVE IB-ARRIVAL-DATE
                   TO QT-ARRIVAL-DATE(WS-QUEUE-COUNT)
              ELSE
                 MOVE ZERO TO QT-ARRIVAL-DATE(WS-QUEUE-COUNT)
              END-IF
              IF IB-ARRIVAL-TIME IS NUMERIC
                 MOVE IB-ARRIVAL-TIME
                   TO QT-ARRIVAL-TIME(WS-QUEUE-COUNT)
              ELSE
                 MOVE ZERO TO QT-ARRIVAL-TIME(WS-QUEUE-COUNT)
              END-IF
              MOVE IB-FILE-NAME
                TO QT-RESOLVED-NAME(WS-QUEUE-COUNT)
              CALL "FILERES" USING QT-RESOLVED-NAME(WS-QUEUE-COUNT)
              MOVE "U"    TO QT-FEED-TYPE(WS-QUEUE-COUNT)
              MOVE SPACES TO QT-SOURCE-SYSTEM(WS-QUEUE-COUNT)
              MOVE SPACES TO QT-EXTRACT-ID(WS-QUEUE-COUNT)
              MOVE ZERO   TO QT-LOAD-RC(WS-QUEUE-COUNT)
              MOVE SPACES TO QT-OUTCOME(WS-QUEUE-COUNT)
              MOVE SPACES TO QT-NOTE(WS-QUEUE-COUNT)
              MOVE "N"    TO QT-CKPT-LEFT(WS-QUEUE-COUNT)
              MOVE SPACES TO QT-MOVED-TO(WS-QUEUE-COUNT)
           ELSE
              IF NOT WS-LIST-FULL
                 DISPLAY "INBOUND.DAT holds more than "
                         WS-QUEUE-LIMIT
                         " files - the rest wait for the next run."
                 MOVE "Y" TO WS-LIST-OVERFLOW
              END-IF
           END-IF.

      *> Arrival date and time, oldest first. A plain exchange sort
      *> - a night's list is a handful of files. Equal times keep
      *> their list order.
       1100-SORT-ARRIVAL-ORDER.
           MOVE "Y" TO WS-SORT-SWAPPED.
           PERFORM UNTIL WS-SORT-SWAPPED = "N"
              MOVE "N" TO WS-SORT-SWAPPED
              MOVE 1 TO WS-SORT-SUB
              PERFORM UNTIL WS-SORT-SUB >= WS-QUEUE-COUNT
                 COMPUTE WS-ARRIVAL-KEY-A =
                         QT-ARRIVAL-DATE(WS-SORT-SUB) * 1000000
                         + QT-ARRIVAL-TIME(WS-SORT-SUB)
                 COMPUTE WS-ARRIVAL-KEY-B =
                         QT-ARRIVAL-DATE(WS-SORT-SUB + 1) * 1000000
                         + QT-ARRIVAL-TIME(WS-SORT-SUB + 1)
                 IF WS-ARRIVAL-KEY-A > WS-ARRIVAL-KEY-B
                    MOVE WS-QUEUE-ENTRY(WS-SORT-SUB)
                      TO WS-QUEUE-SWAP
                    MOVE WS-QUEUE-ENTRY(WS-SORT-SUB + 1)
                      TO WS-QUEUE-ENTRY(WS-SORT-SUB)
                    MOVE WS-QUEUE-SWAP
                      TO WS-QUEUE-ENTRY(WS-SORT-SUB + 1)
                    MOVE "Y" TO WS-SORT-SWAPPED
                 END-IF
                 ADD 1 TO WS-SORT-SUB
              END-PERFORM
           END-PERFORM.

      *> A checkpoint left by an out-of-balance customer load may
      *> only be resumed by the re-transfer of that extract - the
      *> intake log names it. A checkpoint the log cannot account
      *> for (a load run by hand) holds every customer extract.
       1200-CHECK-CUSTOMER-CHECKPOINT.
           PERFORM 3900-READ-CHECKPOINT.
           MOVE SPACES TO WS-RESUME-EXTRACT.
           IF WS-CKPT-PENDING
              OPEN INPUT INTAKE-LOG
              IF WS-LOG-STATUS = "00"
                 MOVE "N" TO WS-EOF-SWITCH
                 PERFORM UNTIL WS-EOF
                    READ INTAKE-LOG
                       AT END
                          MOVE "Y" TO WS-EOF-SWITCH
                       NOT AT END
                          IF IL-FEED-TYPE = "C"
                             AND IL-OUTCOME NOT = "HELD"
                             IF IL-CKPT-LEFT = "Y"
                                MOVE IL-EXTRACT-ID
                                  TO WS-RESUME-EXTRACT
                             ELSE
                                MOVE SPACES TO WS-RESUME-EXTRACT
                             END-IF
                          END-IF
                    END-READ
                 END-PERFORM
                 CLOSE INTAKE-LOG
              END-IF
              MOVE "N" TO WS-EOF-SWITCH
              IF WS-RESUME-EXTRACT = SPACES
                 DISPLAY "CUSTCKPT.DAT holds a checkpoint the "
                         "intake did not leave - customer "
                         "extracts held."
              ELSE
                 DISPLAY "Customer checkpoint pending for extract "
                         FUNCTION TRIM(WS-RESUME-EXTRACT)
                         " - other customer extracts held."
              END-IF
           END-IF.

       2000-PROCESS-ARRIVAL.
           ADD 1 TO WS-RECEIVED-COUNT.
           PERFORM 2100-IDENTIFY-ARRIVAL.
           EVALUATE TRUE
              WHEN QT-OUTCOME(WS-Q-SUB) = "MISSING"
                 ADD 1 TO WS-MISSING-COUNT
              WHEN QT-FEED-TYPE(WS-Q-SUB) = "U"
                 PERFORM 3600-QUARANTINE-FILE
              WHEN QT-FEED-TYPE(WS-Q-SUB) = "C"
                 AND WS-CKPT-PENDING
                 AND QT-EXTRACT-ID(WS-Q-SUB) NOT = WS-RESUME-EXTRACT
                 MOVE "HELD" TO QT-OUTCOME(WS-Q-SUB)
                 IF WS-RESUME-EXTRACT = SPACES
                    MOVE "customer checkpoint pending"
                      TO QT-NOTE(WS-Q-SUB)
                 ELSE
                    STRING "waiting on extract "
                           DELIMITED BY SIZE
                           WS-RESUME-EXTRACT DELIMITED BY SIZE
                           " re-send" DELIMITED BY SIZE
                           INTO QT-NOTE(WS-Q-SUB)
                    END-STRING
                 END-IF
                 ADD 1 TO WS-HELD-COUNT
              WHEN QT-FEED-TYPE(WS-Q-SUB) = "C"
                 PERFORM 3000-RUN-CUSTOMER-LOAD
                 PERFORM 3400-FILE-AWAY-LOADED
              WHEN OTHER
                 PERFORM 3100-RUN-ADDRESS-LOAD
                 PERFORM 3400-FILE-AWAY-LOADED
           END-EVALUATE.

      *> Only the first record is read. A list line whose file is
      *> not on disk is reported MISSING and dropped from the list.
       2100-IDENTIFY-ARRIVAL.
           MOVE QT-RESOLVED-NAME(WS-Q-SUB) TO WS-ARRIVAL-NAME.
           OPEN INPUT ARRIVAL-FILE.
           IF WS-ARRIVAL-STATUS NOT = "00"
              MOVE "MISSING" TO QT-OUTCOME(WS-Q-SUB)
              STRING "not found, status " DELIMITED BY SIZE
                     WS-ARRIVAL-STATUS DELIMITED BY SIZE
                     INTO QT-NOTE(WS-Q-SUB)
              END-STRING
           ELSE
              MOVE SPACES TO ARRIVAL-RECORD
              READ ARRIVAL-FILE
                 AT END
                    MOVE "empty file" TO QT-NOTE(WS-Q-SUB)
                 NOT AT END
                    IF AH-REC-TYPE NOT = "HDR"
                       MOVE "no HDR record" TO QT-NOTE(WS-Q-SUB)
                    ELSE
                       MOVE AH-SOURCE-SYSTEM
                         TO QT-SOURCE-SYSTEM(WS-Q-SUB)
                       IF AH-EXTRACT-ID NOT = SPACES
                          MOVE "C" TO QT-FEED-TYPE(WS-Q-SUB)
                          MOVE AH-EXTRACT-ID
                            TO QT-EXTRACT-ID(WS-Q-SUB)
                       ELSE
                          MOVE "A" TO QT-FEED-TYPE(WS-Q-SUB)
                       END-IF
                    END-IF
              END-READ
              CLOSE ARRIVAL-FILE
           END-IF.

      *> The load reads the file under its own name through the
      *> CUSTIN-FILE hand-off. A proof setting left in the
      *> environment is switched off - the intake moves a file on
      *> as loaded, so the load must really commit it. CANCEL leaves
      *> the next call starting from a fresh copy of the program.
       3000-RUN-CUSTOMER-LOAD.
           DISPLAY "Loading customer extract "
                   FUNCTION TRIM(QT-FILE-NAME(WS-Q-SUB)) ".".
           DISPLAY "CUSTIN-FILE" UPON ENVIRONMENT-NAME.
           DISPLAY QT-RESOLVED-NAME(WS-Q-SUB)
              UPON ENVIRONMENT-VALUE.
           DISPLAY "CUSTIN-PROOF" UPON ENVIRONMENT-NAME.
           DISPLAY "N" UPON ENVIRONMENT-VALUE.
           MOVE ZERO TO RETURN-CODE.
           CALL "CustDataFormat".
           MOVE RETURN-CODE TO WS-LOAD-RC.
           CANCEL "CustDataFormat".
           DISPLAY "CUSTIN-FILE" UPON ENVIRONMENT-NAME.
           DISPLAY WS-ENV-CLEAR UPON ENVIRONMENT-VALUE.
           MOVE WS-LOAD-RC TO QT-LOAD-RC(WS-Q-SUB).

           *> Out of balance leaves the checkpoint for the re-send.
           PERFORM 3900-READ-CHECKPOINT.
           IF WS-CKPT-PENDING
              MOVE "Y" TO QT-CKPT-LEFT(WS-Q-SUB)
              MOVE QT-EXTRACT-ID(WS-Q-SUB) TO WS-RESUME-EXTRACT
           END-IF.

       3100-RUN-ADDRESS-LOAD.
           DISPLAY "Loading address intake "
                   FUNCTION TRIM(QT-FILE-NAME(WS-Q-SUB)) ".".
           DISPLAY "ADDRIN-FILE" UPON ENVIRONMENT-NAME.
           DISPLAY QT-RESOLVED-NAME(WS-Q-SUB)
              UPON ENVIRONMENT-VALUE.
           MOVE ZERO TO RETURN-CODE.
           CALL "ADDRLOAD".
           MOVE RETURN-CODE TO WS-LOAD-RC.
           CANCEL "ADDRLOAD".
           DISPLAY "ADDRIN-FILE" UPON ENVIRONMENT-NAME.
           DISPLAY WS-ENV-CLEAR UPON ENVIRONMENT-VALUE.
           MOVE WS-LOAD-RC TO QT-LOAD-RC(WS-Q-SUB).

      *> RETURN-CODE 0 loaded, 4 loaded with rejects (the rejects
      *> are on the load's own reject file); anything higher means
      *> the load refused the file or it failed balancing.
       3400-FILE-AWAY-LOADED.
           EVALUATE TRUE
              WHEN WS-LOAD-RC = 0
                 MOVE "LOADED" TO QT-OUTCOME(WS-Q-SUB)
                 PERFORM 3500-ARCHIVE-FILE
              WHEN WS-LOAD-RC = 4
                 MOVE "LOADED-REJ" TO QT-OUTCOME(WS-Q-SUB)
                 PERFORM 3500-ARCHIVE-FILE
              WHEN WS-LOAD-RC = 8
                 AND QT-FEED-TYPE(WS-Q-SUB) = "C"
                 MOVE "extract already loaded"
                   TO QT-NOTE(WS-Q-SUB)
                 PERFORM 3600-QUARANTINE-FILE
              WHEN WS-LOAD-RC = 16
                 AND QT-FEED-TYPE(WS-Q-SUB) = "C"
                 MOVE "out of balance - see CUSTBAL.RPT"
                   TO QT-NOTE(WS-Q-SUB)
                 PERFORM 3600-QUARANTINE-FILE
              WHEN WS-LOAD-RC = 16
                 MOVE "out of balance - see ADDREXC.RPT"
                   TO QT-NOTE(WS-Q-SUB)
                 PERFORM 3600-QUARANTINE-FILE
              WHEN OTHER
                 MOVE WS-LOAD-RC TO WS-LOAD-RC-OUT
                 STRING "load failed, return code "
                        DELIMITED BY SIZE
                        FUNCTION TRIM(WS-LOAD-RC-OUT)
                        DELIMITED BY SIZE
                        INTO QT-NOTE(WS-Q-SUB)
                 END-STRING
                 PERFORM 3600-QUARANTINE-FILE
           END-EVALUATE.

       3500-ARCHIVE-FILE.
           ADD 1 TO WS-LOADED-COUNT.
           IF WS-ARCHIVE-MADE = "N"
              CALL "CBL_CREATE_DIR" USING WS-ARCHIVE-DIR
                   RETURNING WS-DIR-RESULT
           END-IF.
           MOVE SPACES TO WS-DATED-DIR.
           STRING FUNCTION TRIM(WS-ARCHIVE-DIR) DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  WS-CURR-DATE DELIMITED BY SIZE
                  INTO WS-DATED-DIR
           END-STRING.
           IF WS-ARCHIVE-MADE = "N"
              CALL "CBL_CREATE_DIR" USING WS-DATED-DIR
                   RETURNING WS-DIR-RESULT
              MOVE "Y" TO WS-ARCHIVE-MADE
           END-IF.
           PERFORM 3700-MOVE-FILE.
           IF WS-MOVE-RESULT = 0
              MOVE "archived" TO QT-NOTE(WS-Q-SUB)
           END-IF.

       3600-QUARANTINE-FILE.
           MOVE "QUARANTINED" TO QT-OUTCOME(WS-Q-SUB).
           ADD 1 TO WS-QUARANTINE-COUNT.
           IF WS-QUARANTINE-MADE = "N"
              CALL "CBL_CREATE_DIR" USING WS-QUARANTINE-DIR
                   RETURNING WS-DIR-RESULT
           END-IF.
           MOVE SPACES TO WS-DATED-DIR.
           STRING FUNCTION TRIM(WS-QUARANTINE-DIR) DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  WS-CURR-DATE DELIMITED BY SIZE
                  INTO WS-DATED-DIR
           END-STRING.
           IF WS-QUARANTINE-MADE = "N"
              CALL "CBL_CREATE_DIR" USING WS-DATED-DIR
                   RETURNING WS-DIR-RESULT
              MOVE "Y" TO WS-QUARANTINE-MADE
           END-IF.
           PERFORM 3700-MOVE-FILE.

           MOVE WS-PROGRAM-NAME TO WS-ALERT-PROGRAM.
           MOVE SPACES TO WS-ALERT-MESSAGE.
           STRING "INBOUND FILE QUARANTINED: " DELIMITED BY SIZE
                  FUNCTION TRIM(QT-FILE-NAME(WS-Q-SUB))
                  DELIMITED BY SIZE
                  INTO WS-ALERT-MESSAGE
           END-STRING.
           CALL "OPERALERT" USING WS-ALERT-SEVERITY
                WS-ALERT-PROGRAM WS-ALERT-MESSAGE.

      *> A file that cannot be moved stays where it landed and is
      *> flagged - it still comes off the list, since the load has
      *> already seen it.
       3700-MOVE-FILE.
           MOVE SPACES TO WS-MOVE-TARGET.
           STRING FUNCTION TRIM(WS-DATED-DIR) DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  FUNCTION TRIM(QT-RESOLVED-NAME(WS-Q-SUB))
                  DELIMITED BY SIZE
                  INTO WS-MOVE-TARGET
           END-STRING.
           CALL "CBL_RENAME_FILE" USING QT-RESOLVED-NAME(WS-Q-SUB)
                                         WS-MOVE-TARGET
                RETURNING WS-MOVE-RESULT.
           IF WS-MOVE-RESULT = 0
              MOVE WS-MOVE-TARGET TO QT-MOVED-TO(WS-Q-SUB)
           ELSE
              ADD 1 TO WS-UNMOVED-COUNT
              MOVE SPACES TO QT-MOVED-TO(WS-Q-SUB)
              MOVE "NOT MOVED - still in inbound area"
                TO QT-NOTE(WS-Q-SUB)
              DISPLAY "Could not move "
                      FUNCTION TRIM(QT-RESOLVED-NAME(WS-Q-SUB))
                      " to " FUNCTION TRIM(WS-DATED-DIR) "."
           END-IF.

       3900-READ-CHECKPOINT.
           MOVE "N" TO WS-CKPT-SWITCH.
           OPEN INPUT CHECKPOINT-FILE.
           IF WS-CKPT-STATUS = "00"
              READ CHECKPOINT-FILE
                 AT END
                    CONTINUE
                 NOT AT END
                    IF CKPT-READ-COUNT IS NUMERIC
                       AND CKPT-READ-COUNT > 0
                       MOVE "Y" TO WS-CKPT-SWITCH
                    END-IF
              END-READ
              CLOSE CHECKPOINT-FILE
           END-IF.

      *> The list is rebuilt through a work file: held files first,
      *> still in arrival order, then any lines past the queue limit
      *> exactly as they were.
       4000-REWRITE-INBOUND-LIST.
           OPEN OUTPUT INBOUND-WORK.
           MOVE 1 TO WS-Q-SUB.
           PERFORM UNTIL WS-Q-SUB > WS-QUEUE-COUNT
              IF QT-OUTCOME(WS-Q-SUB) = "HELD"
                 MOVE SPACES TO INBOUND-LIST-RECORD
                 MOVE QT-FILE-NAME(WS-Q-SUB)    TO IB-FILE-NAME
                 MOVE QT-ARRIVAL-DATE(WS-Q-SUB) TO IB-ARRIVAL-DATE
                 MOVE QT-ARRIVAL-TIME(WS-Q-SUB) TO IB-ARRIVAL-TIME
                 WRITE INBOUND-WORK-RECORD FROM INBOUND-LIST-RECORD
              END-IF
              ADD 1 TO WS-Q-SUB
           END-PERFORM.
           IF WS-LIST-FULL
              MOVE ZERO TO WS-LIST-SKIP
              OPEN INPUT INBOUND-LIST
              MOVE "N" TO WS-EOF-SWITCH
              PERFORM UNTIL WS-EOF
                 READ INBOUND-LIST
                    AT END
                       MOVE "Y" TO WS-EOF-SWITCH
                    NOT AT END
                       IF IB-FILE-NAME NOT = SPACES
                          IF WS-LIST-SKIP < WS-LIST-READ
                             ADD 1 TO WS-LIST-SKIP
                          ELSE
                             WRITE INBOUND-WORK-RECORD
                                FROM INBOUND-LIST-RECORD
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE INBOUND-LIST
           END-IF.
           CLOSE INBOUND-WORK.

           OPEN INPUT INBOUND-WORK.
           OPEN OUTPUT INBOUND-LIST.
           MOVE "N" TO WS-EOF-SWITCH.
           PERFORM UNTIL WS-EOF
              READ INBOUND-WORK
                 AT END
                    MOVE "Y" TO WS-EOF-SWITCH
                 NOT AT END
                    WRITE INBOUND-LIST-RECORD
                       FROM INBOUND-WORK-RECORD
              END-READ
           END-PERFORM.
           CLOSE INBOUND-WORK.
           CLOSE INBOUND-LIST.
           MOVE "N" TO WS-EOF-SWITCH.
           CALL "CBL_DELETE_FILE" USING WS-TMP-NAME
                RETURNING WS-DELETE-RESULT.

       4500-WRITE-INTAKE-LOG.
           OPEN EXTEND INTAKE-LOG.
           IF WS-LOG-STATUS = "35"
              OPEN OUTPUT INTAKE-LOG
           END-IF.
           MOVE 1 TO WS-Q-SUB.
           PERFORM UNTIL WS-Q-SUB > WS-QUEUE-COUNT
              MOVE SPACES TO INTAKE-LOG-RECORD
              MOVE WS-CURR-DATE-NUM          TO IL-RUN-DATE
              MOVE QT-FILE-NAME(WS-Q-SUB)    TO IL-FILE-NAME
              MOVE QT-ARRIVAL-DATE(WS-Q-SUB) TO IL-ARRIVAL-DATE
              MOVE QT-ARRIVAL-TIME(WS-Q-SUB) TO IL-ARRIVAL-TIME
              MOVE QT-FEED-TYPE(WS-Q-SUB)    TO IL-FEED-TYPE
              MOVE QT-SOURCE-SYSTEM(WS-Q-SUB) TO IL-SOURCE-SYSTEM
              MOVE QT-EXTRACT-ID(WS-Q-SUB)   TO IL-EXTRACT-ID
              MOVE QT-LOAD-RC(WS-Q-SUB)      TO IL-LOAD-RC
              MOVE QT-OUTCOME(WS-Q-SUB)      TO IL-OUTCOME
              MOVE QT-CKPT-LEFT(WS-Q-SUB)    TO IL-CKPT-LEFT
              MOVE QT-MOVED-TO(WS-Q-SUB)     TO IL-MOVED-TO
              WRITE INTAKE-LOG-RECORD
              ADD 1 TO WS-Q-SUB
           END-PERFORM.
           CLOSE INTAKE-LOG.

       8100-PRINT-ARRIVAL.
           IF WS-LINES-ON-PAGE >= WS-LINES-PER-PAGE
              PERFORM 8200-PRINT-PAGE-HEADERS
           END-IF.
           MOVE SPACES TO WS-DETAIL-LINE.
           MOVE QT-ARRIVAL-DATE(WS-Q-SUB) TO DL-ARRIVAL-DATE.
           STRING QT-ARRIVAL-TIME(WS-Q-SUB)(1:2) DELIMITED BY SIZE
                  ":" DELIMITED BY SIZE
                  QT-ARRIVAL-TIME(WS-Q-SUB)(3:2) DELIMITED BY SIZE
                  INTO DL-ARRIVAL-TIME
           END-STRING.
           MOVE QT-FILE-NAME(WS-Q-SUB) TO DL-FILE-NAME.
           EVALUATE TRUE
              WHEN QT-OUTCOME(WS-Q-SUB) = "MISSING"
                 MOVE SPACES     TO DL-FEED-TYPE
              WHEN QT-FEED-TYPE(WS-Q-SUB) = "C"
                 MOVE "CUSTOMER" TO DL-FEED-TYPE
              WHEN QT-FEED-TYPE(WS-Q-SUB) = "A"
                 MOVE "ADDRESS"  TO DL-FEED-TYPE
              WHEN OTHER
                 MOVE "UNKNOWN"  TO DL-FEED-TYPE
           END-EVALUATE.
           MOVE QT-SOURCE-SYSTEM(WS-Q-SUB) TO DL-SOURCE.
           MOVE QT-EXTRACT-ID(WS-Q-SUB)    TO DL-EXTRACT-ID.
           IF QT-FEED-TYPE(WS-Q-SUB) NOT = "U"
              AND QT-OUTCOME(WS-Q-SUB) NOT = "HELD"
              AND QT-OUTCOME(WS-Q-SUB) NOT = "MISSING"
              MOVE QT-LOAD-RC(WS-Q-SUB) TO DL-LOAD-RC
           END-IF.
           MOVE QT-OUTCOME(WS-Q-SUB) TO DL-OUTCOME.
           MOVE QT-NOTE(WS-Q-SUB)    TO DL-NOTE.
           WRITE INTAKE-RPT-LINE FROM WS-DETAIL-LINE.
           ADD 1 TO WS-LINES-ON-PAGE.

       8200-PRINT-PAGE-HEADERS.
           ADD 1 TO WS-PAGE-NUMBER.
           MOVE SPACE TO INTAKE-RPT-LINE.
           IF WS-PAGE-NUMBER > 1
              WRITE INTAKE-RPT-LINE AFTER ADVANCING PAGE
           END-IF.
           STRING "NIGHTLY INBOUND FILE INTAKE"
                  DELIMITED BY SIZE
                  "   COMPANY: " DELIMITED BY SIZE
                  WS-COMPANY-CODE DELIMITED BY SIZE
                  "   RUN DATE: " DELIMITED BY SIZE
                  WS-RUN-DATE-TEXT DELIMITED BY SIZE
                  "   PAGE: "     DELIMITED BY SIZE
                  WS-PAGE-NUMBER  DELIMITED BY SIZE
                  INTO INTAKE-RPT-LINE
           END-STRING.
           WRITE INTAKE-RPT-LINE.
           MOVE SPACES TO INTAKE-RPT-LINE.
           WRITE INTAKE-RPT-LINE.
           MOVE "Arrived"    TO INTAKE-RPT-LINE(1:14).
           MOVE "File"       TO INTAKE-RPT-LINE(17:26).
           MOVE "Feed"       TO INTAKE-RPT-LINE(45:8).
           MOVE "Source"     TO INTAKE-RPT-LINE(55:10).
           MOVE "Extract"    TO INTAKE-RPT-LINE(67:8).
           MOVE "RC"         TO INTAKE-RPT-LINE(77:4).
           MOVE "Outcome"    TO INTAKE-RPT-LINE(83:11).
           MOVE "Note"       TO INTAKE-RPT-LINE(96:36).
           WRITE INTAKE-RPT-LINE.
           MOVE SPACES TO INTAKE-RPT-LINE.
           MOVE ALL "=" TO INTAKE-RPT-LINE(1:14).
           MOVE ALL "=" TO INTAKE-RPT-LINE(17:26).
           MOVE ALL "=" TO INTAKE-RPT-LINE(45:8).
           MOVE ALL "=" TO INTAKE-RPT-LINE(55:10).
           MOVE ALL "=" TO INTAKE-RPT-LINE(67:8).
           MOVE ALL "=" TO INTAKE-RPT-LINE(77:4).
           MOVE ALL "=" TO INTAKE-RPT-LINE(83:11).
           MOVE ALL "=" TO INTAKE-RPT-LINE(96:36).
           WRITE INTAKE-RPT-LINE.
           MOVE 4 TO WS-LINES-ON-PAGE.

       8500-PRINT-TOTALS.
           IF WS-LINES-ON-PAGE + 8 > WS-LINES-PER-PAGE
              PERFORM 8200-PRINT-PAGE-HEADERS
           END-IF.
           MOVE SPACES TO INTAKE-RPT-LINE.
           WRITE INTAKE-RPT-LINE.

           MOVE WS-RECEIVED-COUNT TO WS-COUNT-OUT.
           MOVE SPACES TO INTAKE-RPT-LINE.
           STRING "Files received        : " DELIMITED BY SIZE
                  WS-COUNT-OUT DELIMITED BY SIZE
                  INTO INTAKE-RPT-LINE
           END-STRING.
           WRITE INTAKE-RPT-LINE.

           MOVE WS-LOADED-COUNT TO WS-COUNT-OUT.
           MOVE SPACES TO INTAKE-RPT-LINE.
           STRING "  Loaded and archived : " DELIMITED BY SIZE
                  WS-COUNT-OUT DELIMITED BY SIZE
                  INTO INTAKE-RPT-LINE
           END-STRING.
           WRITE INTAKE-RPT-LINE.

           MOVE WS-QUARANTINE-COUNT TO WS-COUNT-OUT.
           MOVE SPACES TO INTAKE-RPT-LINE.
           STRING "  Quarantined         : " DELIMITED BY SIZE
                  WS-COUNT-OUT DELIMITED BY SIZE
                  INTO INTAKE-RPT-LINE
           END-STRING.
           WRITE INTAKE-RPT-LINE.

           MOVE WS-HELD-COUNT TO WS-COUNT-OUT.
           MOVE SPACES TO INTAKE-RPT-LINE.
           STRING "  Held for next run   : " DELIMITED BY SIZE
                  WS-COUNT-OUT DELIMITED BY SIZE
                  INTO INTAKE-RPT-LINE
           END-STRING.
           WRITE INTAKE-RPT-LINE.

           MOVE WS-MISSING-COUNT TO WS-COUNT-OUT.
           MOVE SPACES TO INTAKE-RPT-LINE.
           STRING "  Listed but missing  : " DELIMITED BY SIZE
                  WS-COUNT-OUT DELIMITED BY SIZE
                  INTO INTAKE-RPT-LINE
           END-STRING.
           WRITE INTAKE-RPT-LINE.

           IF WS-UNMOVED-COUNT > 0
              MOVE WS-UNMOVED-COUNT TO WS-COUNT-OUT
              MOVE SPACES TO INTAKE-RPT-LINE
              STRING "Could not be moved    : " DELIMITED BY SIZE
                     WS-COUNT-OUT DELIMITED BY SIZE
                     INTO INTAKE-RPT-LINE
              END-STRING
              WRITE INTAKE-RPT-LINE
           END-IF.
