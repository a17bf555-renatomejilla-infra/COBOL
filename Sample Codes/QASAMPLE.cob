      *    Author      : Renato D. Mejilla
      *    Date        : October 15, 2026
      *    Description : Nightly keying-accuracy sample. A birth date
      *                  mistyped through CUSTADD or CUSTMAINT stayed
      *                  wrong until the customer complained - nobody
      *                  checked keyed work. This reads the CUSTJRNL.DAT
      *                  and ADDRJRNL.DAT entries journalled since the
      *                  last sample (the high-water stamp on QACTL.DAT,
      *                  so a late or missed night loses nothing and no
      *                  entry is drawn twice), keeps the adds and
      *                  updates keyed by hand through CUSTADD,
      *                  CUSTMAINT and ADDRMAINT, and draws each one at
      *                  random at its operator's sampling rate onto
      *                  the QAWORK file (see QAREC) for a supervisor to
      *                  check through QAREVIEW. The rate is the
      *                  percentage in QASAMPLE-PCT-<operator ID>
      *                  through PARMGET, else QASAMPLE-PCT, else 10;
      *                  a newly trained operator can be sampled
      *                  heavily and a seasoned one lightly. The first
      *                  run ever samples from the start of the day.
      *                  Any segment JRNLCOMP has cut from either
      *                  journal (JRNLARCH.DAT) that reaches the mark
      *                  is read ahead of the live file, so a long gap
      *                  between samples still sees every entry; one
      *                  that cannot be read is named on the report.
      *                  QASAMPLE.RPT shows per operator the entries
      *                  keyed and the number drawn. RETURN-CODE 0
      *                  sampled, 8 could not run. Runs as a NIGHTLYRUN
      *                  step.
      *    Compiler    : Micro Focus Visual COBOL
      *    ============================================================

       IDENTIFICATION DIVISION.
       PROGRAM-ID.     QASAMPLE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUST-JOURNAL ASSIGN TO WS-CJRNL-READ-NAME
                               ORGANIZATION LINE SEQUENTIAL
                               FILE STATUS IS WS-CJRNL-STATUS.

           SELECT ADDR-JOURNAL ASSIGN TO WS-AJRNL-READ-NAME
                               ORGANIZATION LINE SEQUENTIAL
                               FILE STATUS IS WS-AJRNL-STATUS.

           SELECT JOURNAL-SEGMENTS ASSIGN TO WS-JARCH-FILE
                               ORGANIZATION LINE SEQUENTIAL
                               FILE STATUS IS WS-JARCH-STATUS.

           SELECT QA-WORK      ASSIGN TO WS-QAWORK-FILE
                               ORGANIZATION INDEXED
                               ACCESS MODE IS DYNAMIC
                               RECORD KEY IS QA-KEY
                               FILE STATUS IS WS-QAWORK-STATUS.

           SELECT QA-CONTROL-FILE ASSIGN TO WS-QACTL-FILE
                               ORGANIZATION LINE SEQUENTIAL
                               FILE STATUS IS WS-QACTL-STATUS.

           SELECT QA-SAMPLE-RPT ASSIGN TO WS-RPT-FILE-NAME
                               ORGANIZATION LINE SEQUENTIAL
                               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *> The CUSTJRNL layout.
       FD  CUST-JOURNAL.
       01  CUST-JOURNAL-RECORD.
           05 CJ-TS-DATE       PIC 9(8).
           05 FILLER           PIC X.
           05 CJ-TS-TIME       PIC 9(8).
           05 FILLER           PIC X.
           05 CJ-PROGRAM-NAME  PIC X(20).
           05 FILLER           PIC X.
           05 CJ-OPERATOR-ID   PIC X(8).
           05 FILLER           PIC X.
           05 CJ-ACTION        PIC X(1).
           05 FILLER           PIC X.
           05 CJ-BEFORE-IMAGE  PIC X(65).
           05 FILLER           PIC X.
           05 CJ-AFTER-IMAGE   PIC X(65).

      *> The ADDRJRNL layout.
       FD  ADDR-JOURNAL.
       01  ADDR-JOURNAL-RECORD.
           05 AJ-TS-DATE       PIC 9(8).
           05 FILLER           PIC X.
           05 AJ-TS-TIME       PIC 9(8).
           05 FILLER           PIC X.
           05 AJ-PROGRAM-NAME  PIC X(20).
           05 FILLER           PIC X.
           05 AJ-OPERATOR-ID   PIC X(8).
           05 FILLER           PIC X.
           05 AJ-ACTION        PIC X(1).
           05 FILLER           PIC X.
           05 AJ-BEFORE-IMAGE  PIC X(90).
           05 FILLER           PIC X.
           05 AJ-AFTER-IMAGE   PIC X(90).

       FD  QA-WORK.
       COPY QAREC.

      *> One record - the stamp of the last journal entry sampled,
      *> and the run that took it.
       FD  QA-CONTROL-FILE.
       01  QA-CONTROL-RECORD.
           05 QC-LAST-DATE     PIC 9(8).
           05 FILLER           PIC X.
           05 QC-LAST-TIME     PIC 9(8).
           05 FILLER           PIC X.
           05 QC-RUN-DATE      PIC 9(8).

      *> JRNLCOMP's list of the dated segments cut from the journals.
       FD  JOURNAL-SEGMENTS.
       COPY JARCREC.

       FD  QA-SAMPLE-RPT.
       01  QA-SAMPLE-RPT-LINE  PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-CJRNL-FILE       PIC X(26) VALUE "CUSTJRNL.DAT".
       01  WS-AJRNL-FILE       PIC X(26) VALUE "ADDRJRNL.DAT".
       01  WS-CJRNL-READ-NAME  PIC X(30) VALUE SPACES.
       01  WS-AJRNL-READ-NAME  PIC X(30) VALUE SPACES.
       01  WS-JARCH-FILE       PIC X(26) VALUE "JRNLARCH.DAT".
       01  WS-QAWORK-FILE      PIC X(26) VALUE "QAWORK".
       01  WS-QACTL-FILE       PIC X(26) VALUE "QACTL.DAT".
       01  WS-RPT-FILE-NAME    PIC X(26) VALUE "QASAMPLE.RPT".

       01  WS-CJRNL-STATUS     PIC XX VALUE "00".
       01  WS-AJRNL-STATUS     PIC XX VALUE "00".
       01  WS-JARCH-STATUS     PIC XX VALUE "00".
       01  WS-QAWORK-STATUS    PIC XX VALUE "00".
       01  WS-QACTL-STATUS     PIC XX VALUE "00".
       01  WS-REPORT-STATUS    PIC XX VALUE "00".
       01  WS-EOF-SWITCH       PIC X VALUE "N".
           88 WS-EOF           VALUE "Y".
       01  WS-QA-EOF           PIC X(1) VALUE "N".

      *> Run parameters through PARMGET.
       01  WS-PARM-NAME        PIC X(24) VALUE SPACES.
       01  WS-PARM-VALUE       PIC X(20) VALUE SPACES.
       01  WS-PARM-SOURCE      PIC X(1) VALUE SPACE.
       01  WS-DEFAULT-PCT      PIC 9(3) VALUE 10.

      *> Journal stamps compared as one number, date then time.
       01  WS-LAST-STAMP.
           05 WS-LS-DATE       PIC 9(8) VALUE ZERO.
           05 WS-LS-TIME       PIC 9(8) VALUE ZERO.
       01  WS-LAST-STAMP-NUM REDEFINES WS-LAST-STAMP PIC 9(16).
       01  WS-HIGH-STAMP.
           05 WS-HS-DATE       PIC 9(8) VALUE ZERO.
           05 WS-HS-TIME       PIC 9(8) VALUE ZERO.
       01  WS-HIGH-STAMP-NUM REDEFINES WS-HIGH-STAMP PIC 9(16).
       01  WS-ENTRY-STAMP.
           05 WS-ES-DATE       PIC 9(8) VALUE ZERO.
           05 WS-ES-TIME       PIC 9(8) VALUE ZERO.
       01  WS-ENTRY-STAMP-NUM REDEFINES WS-ENTRY-STAMP PIC 9(16).

      *> The entry being considered, from either journal.
       01  WS-ENTRY-JOURNAL    PIC X(1) VALUE SPACE.
       01  WS-ENTRY-PROGRAM    PIC X(20) VALUE SPACES.
       01  WS-ENTRY-OPERATOR   PIC X(8) VALUE SPACES.
       01  WS-ENTRY-ACTION     PIC X(1) VALUE SPACE.
       01  WS-ENTRY-BEFORE     PIC X(90) VALUE SPACES.
       01  WS-ENTRY-AFTER      PIC X(90) VALUE SPACES.

      *> Sampling rate and counts per operator.
       01  WS-OPER-TABLE.
           05 WS-OPER-COUNT    PIC 9(3) VALUE ZERO.
           05 WS-OPER-LIMIT    PIC 9(3) VALUE 300.
           05 WS-OPER-ENTRY OCCURS 300 TIMES.
              10 OP-OPERATOR      PIC X(8).
              10 OP-PCT           PIC 9(3).
              10 OP-KEYED         PIC 9(6).
              10 OP-DRAWN         PIC 9(6).
       01  WS-OP-SUB           PIC 9(3) VALUE ZERO.
       01  WS-OP-FOUND         PIC X(1) VALUE "N".

       01  WS-RANDOM-SEED      PIC 9(8) VALUE ZERO.
       01  WS-RANDOM           PIC 9V9(9) VALUE ZERO.
       01  WS-NEXT-SEQ         PIC 9(5) VALUE ZERO.
       01  WS-WRITE-FAILED     PIC 9(6) VALUE ZERO.

      *> Segments cut from either journal whose last entry reaches
      *> the mark, in the order they were cut. One listed but not
      *> on disk is named on the report.
       01  WS-SEG-TABLE.
           05 WS-SEG-COUNT     PIC 9(3) VALUE ZERO.
           05 WS-SEG-LIMIT     PIC 9(3) VALUE 500.
           05 WS-SEG-ENTRY OCCURS 500 TIMES.
              10 SG-ARCHIVE-NAME  PIC X(30).
              10 SG-JOURNAL-NAME  PIC X(14).
              10 SG-ON-DISK       PIC X(1).
       01  WS-SEG-SUB          PIC 9(3) VALUE ZERO.
       01  WS-SEGS-READ        PIC 9(3) VALUE ZERO.
       01  WS-SEGS-MISSING     PIC 9(3) VALUE ZERO.

       01  WS-READ-COUNT       PIC 9(6) VALUE ZERO.
       01  WS-KEYED-COUNT      PIC 9(6) VALUE ZERO.
       01  WS-DRAWN-COUNT      PIC 9(6) VALUE ZERO.

       01  WS-DETAIL-LINE.
           05 DL-OPERATOR      PIC X(8).
           05 FILLER           PIC X(4).
           05 DL-PCT           PIC ZZ9.
           05 FILLER           PIC X(1) VALUE "%".
           05 FILLER           PIC X(4).
           05 DL-KEYED         PIC ZZZ,ZZ9.
           05 FILLER           PIC X(4).
           05 DL-DRAWN         PIC ZZZ,ZZ9.
       01  WS-COUNT-OUT        PIC ZZZ,ZZ9.

       01  WS-CURR-DATE.
           05 WS-CURR-YEAR     PIC 9(4).
           05 WS-CURR-MONTH    PIC 9(2).
           05 WS-CURR-DAY      PIC 9(2).
       01  WS-CURR-DATE-NUM REDEFINES WS-CURR-DATE PIC 9(8).
       01  WS-CURR-TIME        PIC 9(8) VALUE ZERO.
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
       01  WS-PROGRAM-NAME     PIC X(20) VALUE "QASAMPLE".
       01  WS-AUDIT-OUTCOME    PIC X(8) VALUE SPACES.

       PROCEDURE DIVISION.
           DISPLAY "<<< KEYING ACCURACY SAMPLE >>>".
           DISPLAY "------------------------------".

           ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT "OPERATOR-ID".
           MOVE "START" TO WS-AUDIT-OUTCOME.
           CALL "AUDITLOG" USING WS-PROGRAM-NAME WS-OPERATOR-ID
                                  WS-AUDIT-OUTCOME.

           CALL "FILERES" USING WS-CJRNL-FILE.
           CALL "FILERES" USING WS-AJRNL-FILE.
           CALL "FILERES" USING WS-JARCH-FILE.
           CALL "FILERES" USING WS-QAWORK-FILE.
           CALL "FILERES" USING WS-QACTL-FILE.
           CALL "FILERES" USING WS-RPT-FILE-NAME.

           ACCEPT WS-CURR-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-CURR-TIME FROM TIME.
           MOVE WS-CURR-MONTH TO WS-RUN-MONTH.
           MOVE WS-CURR-DAY   TO WS-RUN-DAY.
           MOVE WS-CURR-YEAR  TO WS-RUN-YEAR.
           ACCEPT WS-COMPANY-CODE FROM ENVIRONMENT
                  "ACMITS-COMPANY".
           IF WS-COMPANY-CODE = SPACES
              MOVE "BASE" TO WS-COMPANY-CODE
           END-IF.

           MOVE "QASAMPLE-PCT" TO WS-PARM-NAME.
           MOVE SPACES TO WS-PARM-VALUE.
           CALL "PARMGET" USING WS-PROGRAM-NAME WS-PARM-NAME
                                 WS-PARM-VALUE WS-PARM-SOURCE.
           PERFORM 0700-TAKE-PERCENT.
           IF WS-PARM-VALUE(1:3) IS NUMERIC
              MOVE WS-PARM-VALUE(1:3) TO WS-DEFAULT-PCT
           END-IF.

           *> One seed per run; every draw after it continues the
           *> same sequence.
           MOVE WS-CURR-TIME TO WS-RANDOM-SEED.
           COMPUTE WS-RANDOM = FUNCTION RANDOM(WS-RANDOM-SEED).

           PERFORM 0800-READ-HIGH-WATER.
           PERFORM 0850-LOAD-SEGMENT-LIST.

           OPEN I-O QA-WORK.
           IF WS-QAWORK-STATUS = "35"
              OPEN OUTPUT QA-WORK
              CLOSE QA-WORK
              OPEN I-O QA-WORK
           END-IF.
           IF WS-QAWORK-STATUS NOT = "00"
              DISPLAY "Cannot open QAWORK, status=" WS-QAWORK-STATUS
              MOVE "FAIL" TO WS-AUDIT-OUTCOME
              CALL "AUDITLOG" USING WS-PROGRAM-NAME WS-OPERATOR-ID
                                     WS-AUDIT-OUTCOME
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           PERFORM 0900-FIND-LAST-SEQUENCE.

           PERFORM 1000-SAMPLE-CUST-JOURNAL.
           PERFORM 2000-SAMPLE-ADDR-JOURNAL.
           CLOSE QA-WORK.

           *> The mark only moves once every draw is on QAWORK - a
           *> failed write means the same entries are offered again.
           IF WS-WRITE-FAILED = 0
              PERFORM 3000-WRITE-HIGH-WATER
           END-IF.

           OPEN OUTPUT QA-SAMPLE-RPT.
           PERFORM 8000-PRINT-REPORT.
           CLOSE QA-SAMPLE-RPT.
           CALL "SPOOLREG" USING WS-PROGRAM-NAME WS-RPT-FILE-NAME.

           DISPLAY "Journal entries read  : " WS-READ-COUNT.
           DISPLAY "Archived segments read: " WS-SEGS-READ.
           IF WS-SEGS-MISSING > 0
              DISPLAY "Archived segments missing: " WS-SEGS-MISSING
                      " - see the report."
           END-IF.
           DISPLAY "Keyed adds/updates    : " WS-KEYED-COUNT.
           DISPLAY "Drawn for review      : " WS-DRAWN-COUNT.

           MOVE WS-KEYED-COUNT  TO WS-STAT-READ.
           MOVE WS-DRAWN-COUNT  TO WS-STAT-WRITTEN.
           MOVE WS-WRITE-FAILED TO WS-STAT-REJECTED.
           CALL "RUNSTATS" USING WS-PROGRAM-NAME WS-STAT-READ
                                  WS-STAT-WRITTEN WS-STAT-UPDATED
                                  WS-STAT-REJECTED.

           IF WS-WRITE-FAILED > 0
              MOVE "FAIL" TO WS-AUDIT-OUTCOME
              MOVE 8 TO RETURN-CODE
           ELSE
              MOVE "SUCCESS" TO WS-AUDIT-OUTCOME
              MOVE 0 TO RETURN-CODE
           END-IF.
           CALL "AUDITLOG" USING WS-PROGRAM-NAME WS-OPERATOR-ID
                                  WS-AUDIT-OUTCOME.
           GOBACK.

      *> Rates are three digits, as 010; over 100 is taken as 100.
       0700-TAKE-PERCENT.
           IF WS-PARM-VALUE(1:3) IS NUMERIC
              AND WS-PARM-VALUE(1:3) > "100"
              MOVE "100" TO WS-PARM-VALUE(1:3)
           END-IF.

      *> No QACTL.DAT means nothing has been sampled yet - start
      *> from the beginning of today.
       0800-READ-HIGH-WATER.
           MOVE WS-CURR-DATE-NUM TO WS-LS-DATE.
           MOVE ZERO TO WS-LS-TIME.
           OPEN INPUT QA-CONTROL-FILE.
           IF WS-QACTL-STATUS = "00"
              READ QA-CONTROL-FILE
                 NOT AT END
                    IF QC-LAST-DATE IS NUMERIC
                       AND QC-LAST-TIME IS NUMERIC
                       MOVE QC-LAST-DATE TO WS-LS-DATE
                       MOVE QC-LAST-TIME TO WS-LS-TIME
                    END-IF
              END-READ
              CLOSE QA-CONTROL-FILE
           END-IF.
           MOVE WS-LAST-STAMP-NUM TO WS-HIGH-STAMP-NUM.

      *> Segments cut from either journal that reach the mark - one
      *> whose last entry is before it holds nothing still due.
       0850-LOAD-SEGMENT-LIST.
           MOVE ZERO TO WS-SEG-COUNT.
           OPEN INPUT JOURNAL-SEGMENTS.
           IF WS-JARCH-STATUS = "00"
              MOVE "N" TO WS-EOF-SWITCH
              PERFORM UNTIL WS-EOF
                 READ JOURNAL-SEGMENTS
                    AT END
                       MOVE "Y" TO WS-EOF-SWITCH
                    NOT AT END
                       IF JA-LAST-DATE NOT < WS-LS-DATE
                          AND WS-SEG-COUNT < WS-SEG-LIMIT
                          ADD 1 TO WS-SEG-COUNT
                          MOVE JA-ARCHIVE-NAME
                            TO SG-ARCHIVE-NAME(WS-SEG-COUNT)
                          MOVE JA-JOURNAL-NAME
                            TO SG-JOURNAL-NAME(WS-SEG-COUNT)
                          MOVE "Y" TO SG-ON-DISK(WS-SEG-COUNT)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE JOURNAL-SEGMENTS
           END-IF.

      *> A rerun the same night numbers on from the last sample
      *> already drawn tonight.
       0900-FIND-LAST-SEQUENCE.
           MOVE ZERO TO WS-NEXT-SEQ.
           MOVE "N" TO WS-QA-EOF.
           MOVE WS-CURR-DATE-NUM TO QA-SAMPLE-DATE.
           MOVE ZERO TO QA-SAMPLE-SEQ.
           START QA-WORK
              KEY IS NOT LESS THAN QA-KEY
              INVALID KEY
                 MOVE "Y" TO WS-QA-EOF
           END-START.
           PERFORM UNTIL WS-QA-EOF = "Y"
              READ QA-WORK NEXT RECORD
                 AT END
                    MOVE "Y" TO WS-QA-EOF
                 NOT AT END
                    IF QA-SAMPLE-DATE NOT = WS-CURR-DATE-NUM
                       MOVE "Y" TO WS-QA-EOF
                    ELSE
                       MOVE QA-SAMPLE-SEQ TO WS-NEXT-SEQ
                    END-IF
              END-READ
           END-PERFORM.

      *> The CUSTJRNL segments oldest first, then the live journal.
       1000-SAMPLE-CUST-JOURNAL.
           MOVE 1 TO WS-SEG-SUB.
           PERFORM UNTIL WS-SEG-SUB > WS-SEG-COUNT
              IF SG-JOURNAL-NAME(WS-SEG-SUB) = "CUSTJRNL.DAT"
                 MOVE SG-ARCHIVE-NAME(WS-SEG-SUB)
                   TO WS-CJRNL-READ-NAME
                 PERFORM 1100-READ-CUST-JOURNAL
                 IF WS-CJRNL-STATUS = "00"
                    ADD 1 TO WS-SEGS-READ
                 ELSE
                    MOVE "N" TO SG-ON-DISK(WS-SEG-SUB)
                    ADD 1 TO WS-SEGS-MISSING
                 END-IF
              END-IF
              ADD 1 TO WS-SEG-SUB
           END-PERFORM.
           MOVE WS-CJRNL-FILE TO WS-CJRNL-READ-NAME.
           PERFORM 1100-READ-CUST-JOURNAL.

       1100-READ-CUST-JOURNAL.
           OPEN INPUT CUST-JOURNAL.
           IF WS-CJRNL-STATUS = "00"
              MOVE "N" TO WS-EOF-SWITCH
              PERFORM UNTIL WS-EOF
                 READ CUST-JOURNAL
                    AT END
                       MOVE "Y" TO WS-EOF-SWITCH
                    NOT AT END
                       MOVE CJ-TS-DATE TO WS-ES-DATE
                       MOVE CJ-TS-TIME TO WS-ES-TIME
                       IF WS-ENTRY-STAMP-NUM > WS-LAST-STAMP-NUM
                          MOVE "C"             TO WS-ENTRY-JOURNAL
                          MOVE CJ-PROGRAM-NAME TO WS-ENTRY-PROGRAM
                          MOVE CJ-OPERATOR-ID  TO WS-ENTRY-OPERATOR
                          MOVE CJ-ACTION       TO WS-ENTRY-ACTION
                          MOVE CJ-BEFORE-IMAGE TO WS-ENTRY-BEFORE
                          MOVE CJ-AFTER-IMAGE  TO WS-ENTRY-AFTER
                          PERFORM 4000-CONSIDER-ENTRY
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE CUST-JOURNAL
              MOVE "00" TO WS-CJRNL-STATUS
           END-IF.

      *> The ADDRJRNL segments oldest first, then the live journal.
       2000-SAMPLE-ADDR-JOURNAL.
           MOVE 1 TO WS-SEG-SUB.
           PERFORM UNTIL WS-SEG-SUB > WS-SEG-COUNT
              IF SG-JOURNAL-NAME(WS-SEG-SUB) = "ADDRJRNL.DAT"
                 MOVE SG-ARCHIVE-NAME(WS-SEG-SUB)
                   TO WS-AJRNL-READ-NAME
                 PERFORM 2100-READ-ADDR-JOURNAL
                 IF WS-AJRNL-STATUS = "00"
                    ADD 1 TO WS-SEGS-READ
                 ELSE
                    MOVE "N" TO SG-ON-DISK(WS-SEG-SUB)
                    ADD 1 TO WS-SEGS-MISSING
                 END-IF
              END-IF
              ADD 1 TO WS-SEG-SUB
           END-PERFORM.
           MOVE WS-AJRNL-FILE TO WS-AJRNL-READ-NAME.
           PERFORM 2100-READ-ADDR-JOURNAL.

       2100-READ-ADDR-JOURNAL.
           OPEN INPUT ADDR-JOURNAL.
           IF WS-AJRNL-STATUS = "00"
              MOVE "N" TO WS-EOF-SWITCH
              PERFORM UNTIL WS-EOF
                 READ ADDR-JOURNAL
                    AT END
                       MOVE "Y" TO WS-EOF-SWITCH
                    NOT AT END
                       MOVE AJ-TS-DATE TO WS-ES-DATE
                       MOVE AJ-TS-TIME TO WS-ES-TIME
                       IF WS-ENTRY-STAMP-NUM > WS-LAST-STAMP-NUM
                          MOVE "A"             TO WS-ENTRY-JOURNAL
                          MOVE AJ-PROGRAM-NAME TO WS-ENTRY-PROGRAM
                          MOVE AJ-OPERATOR-ID  TO WS-ENTRY-OPERATOR
                          MOVE AJ-ACTION       TO WS-ENTRY-ACTION
                          MOVE AJ-BEFORE-IMAGE TO WS-ENTRY-BEFORE
                          MOVE AJ-AFTER-IMAGE  TO WS-ENTRY-AFTER
                          PERFORM 4000-CONSIDER-ENTRY
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE ADDR-JOURNAL
              MOVE "00" TO WS-AJRNL-STATUS
           END-IF.

       3000-WRITE-HIGH-WATER.
           OPEN OUTPUT QA-CONTROL-FILE.
           MOVE SPACES TO QA-CONTROL-RECORD.
           MOVE WS-HS-DATE       TO QC-LAST-DATE.
           MOVE WS-HS-TIME       TO QC-LAST-TIME.
           MOVE WS-CURR-DATE-NUM TO QC-RUN-DATE.
           WRITE QA-CONTROL-RECORD.
           CLOSE QA-CONTROL-FILE.

      *> Only work keyed by hand is sampled - the batch loads and
      *> sweeps journal under an operator ID too, but nobody typed
      *> those values.
       4000-CONSIDER-ENTRY.
           ADD 1 TO WS-READ-COUNT.
           IF WS-ENTRY-STAMP-NUM > WS-HIGH-STAMP-NUM
              MOVE WS-ENTRY-STAMP-NUM TO WS-HIGH-STAMP-NUM
           END-IF.
           IF (WS-ENTRY-PROGRAM = "CUSTADD"
               OR WS-ENTRY-PROGRAM = "CUSTMAINT"
               OR WS-ENTRY-PROGRAM = "ADDRMAINT")
              AND (WS-ENTRY-ACTION = "A" OR WS-ENTRY-ACTION = "U")
              AND WS-ENTRY-OPERATOR NOT = SPACES
              ADD 1 TO WS-KEYED-COUNT
              PERFORM 4100-FIND-OPERATOR
              IF WS-OP-FOUND = "Y"
                 ADD 1 TO OP-KEYED(WS-OP-SUB)
                 COMPUTE WS-RANDOM = FUNCTION RANDOM
                 IF WS-RANDOM * 100 < OP-PCT(WS-OP-SUB)
                    PERFORM 4200-DRAW-ENTRY
                 END-IF
              END-IF
           END-IF.

       4100-FIND-OPERATOR.
           MOVE "N" TO WS-OP-FOUND.
           MOVE 1 TO WS-OP-SUB.
           PERFORM UNTIL WS-OP-SUB > WS-OPER-COUNT
                      OR WS-OP-FOUND = "Y"
              IF OP-OPERATOR(WS-OP-SUB) = WS-ENTRY-OPERATOR
                 MOVE "Y" TO WS-OP-FOUND
              ELSE
                 ADD 1 TO WS-OP-SUB
              END-IF
           END-PERFORM.
           IF WS-OP-FOUND = "N" AND WS-OPER-COUNT < WS-OPER-LIMIT
              ADD 1 TO WS-OPER-COUNT
              MOVE WS-OPER-COUNT TO WS-OP-SUB
              MOVE WS-ENTRY-OPERATOR TO OP-OPERATOR(WS-OP-SUB)
              MOVE ZERO TO OP-KEYED(WS-OP-SUB) OP-DRAWN(WS-OP-SUB)
              MOVE WS-DEFAULT-PCT TO OP-PCT(WS-OP-SUB)
              MOVE SPACES TO WS-PARM-NAME
              STRING "QASAMPLE-PCT-" DELIMITED BY SIZE
                     WS-ENTRY-OPERATOR DELIMITED BY SPACE
                     INTO WS-PARM-NAME
              END-STRING
              MOVE SPACES TO WS-PARM-VALUE
              CALL "PARMGET" USING WS-PROGRAM-NAME WS-PARM-NAME
                                    WS-PARM-VALUE WS-PARM-SOURCE
              PERFORM 0700-TAKE-PERCENT
              IF WS-PARM-VALUE(1:3) IS NUMERIC
                 MOVE WS-PARM-VALUE(1:3) TO OP-PCT(WS-OP-SUB)
              END-IF
              MOVE "Y" TO WS-OP-FOUND
           END-IF.

       4200-DRAW-ENTRY.
           ADD 1 TO WS-NEXT-SEQ.
           MOVE SPACES TO QA-SAMPLE-RECORD.
           MOVE WS-CURR-DATE-NUM  TO QA-SAMPLE-DATE.
           MOVE WS-NEXT-SEQ       TO QA-SAMPLE-SEQ.
           MOVE WS-ENTRY-JOURNAL  TO QA-JOURNAL.
           MOVE WS-ES-DATE        TO QA-TS-DATE.
           MOVE WS-ES-TIME        TO QA-TS-TIME.
           MOVE WS-ENTRY-PROGRAM  TO QA-PROGRAM.
           MOVE WS-ENTRY-OPERATOR TO QA-OPERATOR.
           MOVE WS-ENTRY-ACTION   TO QA-ACTION.
           MOVE WS-ENTRY-BEFORE   TO QA-BEFORE-IMAGE.
           MOVE WS-ENTRY-AFTER    TO QA-AFTER-IMAGE.
           MOVE "P"               TO QA-RESULT.
           MOVE ZERO              TO QA-REVIEWED-DATE.
           MOVE SPACE             TO QA-FIX-STATUS.
           MOVE ZERO              TO QA-FIXED-DATE.
           WRITE QA-SAMPLE-RECORD
              INVALID KEY
                 DISPLAY "QAWORK write failed for sample "
                         QA-KEY ", status=" WS-QAWORK-STATUS
                 ADD 1 TO WS-WRITE-FAILED
              NOT INVALID KEY
                 ADD 1 TO WS-DRAWN-COUNT
                 ADD 1 TO OP-DRAWN(WS-OP-SUB)
           END-WRITE.

       8000-PRINT-REPORT.
           MOVE SPACES TO QA-SAMPLE-RPT-LINE.
           STRING "KEYING ACCURACY SAMPLE" DELIMITED BY SIZE
                  "   COMPANY: " DELIMITED BY SIZE
                  WS-COMPANY-CODE DELIMITED BY SIZE
                  "   RUN DATE: " DELIMITED BY SIZE
                  WS-RUN-DATE-TEXT DELIMITED BY SIZE
                  "   PAGE: 001" DELIMITED BY SIZE
                  INTO QA-SAMPLE-RPT-LINE
           END-STRING.
           WRITE QA-SAMPLE-RPT-LINE.
           MOVE SPACES TO QA-SAMPLE-RPT-LINE.
           STRING "Journal entries after " DELIMITED BY SIZE
                  WS-LS-DATE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-LS-TIME DELIMITED BY SIZE
                  " up to " DELIMITED BY SIZE
                  WS-HS-DATE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-HS-TIME DELIMITED BY SIZE
                  INTO QA-SAMPLE-RPT-LINE
           END-STRING.
           WRITE QA-SAMPLE-RPT-LINE.
           MOVE 1 TO WS-SEG-SUB.
           PERFORM UNTIL WS-SEG-SUB > WS-SEG-COUNT
              IF SG-ON-DISK(WS-SEG-SUB) = "N"
                 MOVE SPACES TO QA-SAMPLE-RPT-LINE
                 STRING "WARNING: archived segment " DELIMITED BY SIZE
                        FUNCTION TRIM(SG-ARCHIVE-NAME(WS-SEG-SUB))
                        DELIMITED BY SIZE
                        " could not be read - its entries were not "
                        DELIMITED BY SIZE
                        "sampled." DELIMITED BY SIZE
                        INTO QA-SAMPLE-RPT-LINE
                 END-STRING
                 WRITE QA-SAMPLE-RPT-LINE
              END-IF
              ADD 1 TO WS-SEG-SUB
           END-PERFORM.
           MOVE SPACES TO QA-SAMPLE-RPT-LINE.
           WRITE QA-SAMPLE-RPT-LINE.
           MOVE "Operator" TO QA-SAMPLE-RPT-LINE(1:8).
           MOVE "Rate"     TO QA-SAMPLE-RPT-LINE(13:4).
           MOVE "  Keyed"  TO QA-SAMPLE-RPT-LINE(21:7).
           MOVE "  Drawn"  TO QA-SAMPLE-RPT-LINE(32:7).
           WRITE QA-SAMPLE-RPT-LINE.
           MOVE SPACES TO QA-SAMPLE-RPT-LINE.
           MOVE ALL "=" TO QA-SAMPLE-RPT-LINE(1:8).
           MOVE ALL "=" TO QA-SAMPLE-RPT-LINE(13:4).
           MOVE ALL "=" TO QA-SAMPLE-RPT-LINE(21:7).
           MOVE ALL "=" TO QA-SAMPLE-RPT-LINE(32:7).
           WRITE QA-SAMPLE-RPT-LINE.
           MOVE 1 TO WS-OP-SUB.
           PERFORM UNTIL WS-OP-SUB > WS-OPER-COUNT
              MOVE SPACES TO WS-DETAIL-LINE
              MOVE OP-OPERATOR(WS-OP-SUB) TO DL-OPERATOR
              MOVE OP-PCT(WS-OP-SUB)      TO DL-PCT
              MOVE "%" TO WS-DETAIL-LINE(16:1)
              MOVE OP-KEYED(WS-OP-SUB)    TO DL-KEYED
              MOVE OP-DRAWN(WS-OP-SUB)    TO DL-DRAWN
              WRITE QA-SAMPLE-RPT-LINE FROM WS-DETAIL-LINE
              ADD 1 TO WS-OP-SUB
           END-PERFORM.
           MOVE SPACES TO QA-SAMPLE-RPT-LINE.
           WRITE QA-SAMPLE-RPT-LINE.
           MOVE SPACES TO QA-SAMPLE-RPT-LINE.
           MOVE WS-KEYED-COUNT TO WS-COUNT-OUT.
           STRING "Keyed entries: " DELIMITED BY SIZE
                  WS-COUNT-OUT DELIMITED BY SIZE
                  INTO QA-SAMPLE-RPT-LINE
           END-STRING.
           WRITE QA-SAMPLE-RPT-LINE.
           MOVE SPACES TO QA-SAMPLE-RPT-LINE.
           MOVE WS-DRAWN-COUNT TO WS-COUNT-OUT.
           STRING "Drawn for QAREVIEW: " DELIMITED BY SIZE
                  WS-COUNT-OUT DELIMITED BY SIZE
                  INTO QA-SAMPLE-RPT-LINE
           END-STRING.
           WRITE QA-SAMPLE-RPT-LINE.
