      *    Author      : Renato D. Mejilla
      *    Date        : October 15, 2026
      *    Description : Monthly keying-accuracy report from the QAWORK
      *                  samples QASAMPLE draws and supervisors judge
      *                  through QAREVIEW. For each operator keyed in
      *                  the month: entries sampled, samples reviewed,
      *                  found in error, the error rate (errors over
      *                  reviewed), and errors not yet corrected from
      *                  the operator's worklist. The month is the one
      *                  the entries were keyed in, YYYYMM in
      *                  QARPT-MONTH through PARMGET, else the current
      *                  month. Writes QARPT.RPT and registers it on
      *                  the spool. RETURN-CODE 0 reported, 4 no
      *                  samples for the month, 8 could not run.
      *                  Belongs on an "M" (month-end) line in
      *                  RUNCAL.DAT, as MONTHEND does.
      *    Compiler    : Micro Focus Visual COBOL
      *    ============================================================

       IDENTIFICATION DIVISION.
       PROGRAM-ID.     QARPT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT QA-WORK      ASSIGN TO WS-QAWORK-FILE
                               ORGANIZATION INDEXED
                               ACCESS MODE IS SEQUENTIAL
                               RECORD KEY IS QA-KEY
                               FILE STATUS IS WS-QAWORK-STATUS.

           SELECT QA-RATE-RPT  ASSIGN TO WS-RPT-FILE-NAME
                               ORGANIZATION LINE SEQUENTIAL
                               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  QA-WORK.
       COPY QAREC.

       FD  QA-RATE-RPT.
       01  QA-RATE-RPT-LINE    PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-QAWORK-FILE      PIC X(26) VALUE "QAWORK".
       01  WS-RPT-FILE-NAME    PIC X(26) VALUE "QARPT.RPT".

       01  WS-QAWORK-STATUS    PIC XX VALUE "00".
       01  WS-REPORT-STATUS    PIC XX VALUE "00".
       01  WS-QA-EOF           PIC X(1) VALUE "N".

       01  WS-PARM-NAME        PIC X(24) VALUE SPACES.
       01  WS-PARM-VALUE       PIC X(20) VALUE SPACES.
       01  WS-PARM-SOURCE      PIC X(1) VALUE SPACE.

      *> The month reported, and a keyed date seen as its month.
       01  WS-REPORT-MONTH     PIC 9(6) VALUE ZERO.
       01  WS-KEYED-DATE.
           05 WS-KEYED-MONTH   PIC 9(6).
           05 WS-KEYED-DAY     PIC 9(2).
       01  WS-KEYED-DATE-NUM REDEFINES WS-KEYED-DATE PIC 9(8).

      *> Counts per operator.
       01  WS-OPER-TABLE.
           05 WS-OPER-COUNT    PIC 9(3) VALUE ZERO.
           05 WS-OPER-LIMIT    PIC 9(3) VALUE 300.
           05 WS-OPER-ENTRY OCCURS 300 TIMES.
              10 OP-OPERATOR      PIC X(8).
              10 OP-SAMPLED       PIC 9(6).
              10 OP-REVIEWED      PIC 9(6).
              10 OP-ERRORS        PIC 9(6).
              10 OP-OPEN          PIC 9(6).
       01  WS-OP-SUB           PIC 9(3) VALUE ZERO.
       01  WS-OP-FOUND         PIC X(1) VALUE "N".

       01  WS-TOTALS.
           05 WS-TOT-SAMPLED   PIC 9(6) VALUE ZERO.
           05 WS-TOT-REVIEWED  PIC 9(6) VALUE ZERO.
           05 WS-TOT-ERRORS    PIC 9(6) VALUE ZERO.
           05 WS-TOT-OPEN      PIC 9(6) VALUE ZERO.
       01  WS-READ-COUNT       PIC 9(6) VALUE ZERO.
       01  WS-RATE-REVIEWED    PIC 9(6) VALUE ZERO.
       01  WS-RATE-ERRORS      PIC 9(6) VALUE ZERO.

       01  WS-DETAIL-LINE.
           05 DL-OPERATOR      PIC X(8).
           05 FILLER           PIC X(4).
           05 DL-SAMPLED       PIC ZZZ,ZZ9.
           05 FILLER           PIC X(4).
           05 DL-REVIEWED      PIC ZZZ,ZZ9.
           05 FILLER           PIC X(4).
           05 DL-ERRORS        PIC ZZZ,ZZ9.
           05 FILLER           PIC X(4).
           05 DL-RATE          PIC ZZ9.9.
           05 DL-RATE-TEXT REDEFINES DL-RATE PIC X(5).
           05 DL-RATE-SIGN     PIC X(1).
           05 FILLER           PIC X(4).
           05 DL-OPEN          PIC ZZZ,ZZ9.

       01  WS-PAGE-NUMBER      PIC 9(3) VALUE ZERO.
       01  WS-LINE-COUNT       PIC 9(3) VALUE ZERO.

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
       01  WS-PROGRAM-NAME     PIC X(20) VALUE "QARPT".
       01  WS-AUDIT-OUTCOME    PIC X(8) VALUE SPACES.

       PROCEDURE DIVISION.
           DISPLAY "<<< KEYING ACCURACY BY OPERATOR >>>".
           DISPLAY "-----------------------------------".

           ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT "OPERATOR-ID".
           MOVE "START" TO WS-AUDIT-OUTCOME.
           CALL "AUDITLOG" USING WS-PROGRAM-NAME WS-OPERATOR-ID
                                  WS-AUDIT-OUTCOME.

           CALL "FILERES" USING WS-QAWORK-FILE.
           CALL "FILERES" USING WS-RPT-FILE-NAME.

           ACCEPT WS-CURR-DATE FROM DATE YYYYMMDD.
           MOVE WS-CURR-MONTH TO WS-RUN-MONTH.
           MOVE WS-CURR-DAY   TO WS-RUN-DAY.
           MOVE WS-CURR-YEAR  TO WS-RUN-YEAR.
           ACCEPT WS-COMPANY-CODE FROM ENVIRONMENT
                  "ACMITS-COMPANY".
           IF WS-COMPANY-CODE = SPACES
              MOVE "BASE" TO WS-COMPANY-CODE
           END-IF.

           MOVE WS-CURR-DATE-NUM TO WS-KEYED-DATE-NUM.
           MOVE WS-KEYED-MONTH TO WS-REPORT-MONTH.
           MOVE "QARPT-MONTH" TO WS-PARM-NAME.
           MOVE SPACES TO WS-PARM-VALUE.
           CALL "PARMGET" USING WS-PROGRAM-NAME WS-PARM-NAME
                                 WS-PARM-VALUE WS-PARM-SOURCE.
           IF WS-PARM-VALUE(1:6) IS NUMERIC
              AND WS-PARM-VALUE(5:2) >= "01"
              AND WS-PARM-VALUE(5:2) <= "12"
              MOVE WS-PARM-VALUE(1:6) TO WS-REPORT-MONTH
           END-IF.

           OPEN INPUT QA-WORK.
           IF WS-QAWORK-STATUS = "00"
              PERFORM 1000-TALLY-SAMPLES
              CLOSE QA-WORK
           ELSE
              IF WS-QAWORK-STATUS NOT = "35"
                 DISPLAY "Cannot open QAWORK, status="
                         WS-QAWORK-STATUS
                 MOVE "FAIL" TO WS-AUDIT-OUTCOME
                 CALL "AUDITLOG" USING WS-PROGRAM-NAME
                      WS-OPERATOR-ID WS-AUDIT-OUTCOME
                 MOVE 8 TO RETURN-CODE
                 GOBACK
              END-IF
           END-IF.

           OPEN OUTPUT QA-RATE-RPT.
           PERFORM 8000-PRINT-REPORT.
           CLOSE QA-RATE-RPT.
           CALL "SPOOLREG" USING WS-PROGRAM-NAME WS-RPT-FILE-NAME.

           DISPLAY "Month reported        : " WS-REPORT-MONTH.
           DISPLAY "Operators             : " WS-OPER-COUNT.
           DISPLAY "Entries sampled       : " WS-TOT-SAMPLED.
           DISPLAY "Found in error        : " WS-TOT-ERRORS.

           MOVE WS-READ-COUNT  TO WS-STAT-READ.
           MOVE WS-OPER-COUNT  TO WS-STAT-WRITTEN.
           CALL "RUNSTATS" USING WS-PROGRAM-NAME WS-STAT-READ
                                  WS-STAT-WRITTEN WS-STAT-UPDATED
                                  WS-STAT-REJECTED.

           IF WS-TOT-SAMPLED = 0
              MOVE "NOMATCH" TO WS-AUDIT-OUTCOME
              MOVE 4 TO RETURN-CODE
           ELSE
              MOVE "SUCCESS" TO WS-AUDIT-OUTCOME
              MOVE 0 TO RETURN-CODE
           END-IF.
           CALL "AUDITLOG" USING WS-PROGRAM-NAME WS-OPERATOR-ID
                                  WS-AUDIT-OUTCOME.
           GOBACK.

      *> Samples count in the month their entry was keyed, whenever
      *> they were drawn or reviewed.
       1000-TALLY-SAMPLES.
           MOVE "N" TO WS-QA-EOF.
           PERFORM UNTIL WS-QA-EOF = "Y"
              READ QA-WORK NEXT RECORD
                 AT END
                    MOVE "Y" TO WS-QA-EOF
                 NOT AT END
                    ADD 1 TO WS-READ-COUNT
                    MOVE QA-TS-DATE TO WS-KEYED-DATE-NUM
                    IF WS-KEYED-MONTH = WS-REPORT-MONTH
                       PERFORM 1100-COUNT-SAMPLE
                    END-IF
              END-READ
           END-PERFORM.

       1100-COUNT-SAMPLE.
           PERFORM 1200-FIND-OPERATOR.
           IF WS-OP-FOUND = "Y"
              ADD 1 TO OP-SAMPLED(WS-OP-SUB) WS-TOT-SAMPLED
              IF QA-CORRECT OR QA-IN-ERROR
                 ADD 1 TO OP-REVIEWED(WS-OP-SUB) WS-TOT-REVIEWED
              END-IF
              IF QA-IN-ERROR
                 ADD 1 TO OP-ERRORS(WS-OP-SUB) WS-TOT-ERRORS
                 IF QA-FIX-OPEN
                    ADD 1 TO OP-OPEN(WS-OP-SUB) WS-TOT-OPEN
                 END-IF
              END-IF
           END-IF.

       1200-FIND-OPERATOR.
           MOVE "N" TO WS-OP-FOUND.
           MOVE 1 TO WS-OP-SUB.
           PERFORM UNTIL WS-OP-SUB > WS-OPER-COUNT
                      OR WS-OP-FOUND = "Y"
              IF OP-OPERATOR(WS-OP-SUB) = QA-OPERATOR
                 MOVE "Y" TO WS-OP-FOUND
              ELSE
                 ADD 1 TO WS-OP-SUB
              END-IF
           END-PERFORM.
           IF WS-OP-FOUND = "N" AND WS-OPER-COUNT < WS-OPER-LIMIT
              ADD 1 TO WS-OPER-COUNT
              MOVE WS-OPER-COUNT TO WS-OP-SUB
              MOVE QA-OPERATOR TO OP-OPERATOR(WS-OP-SUB)
              MOVE ZERO TO OP-SAMPLED(WS-OP-SUB)
                           OP-REVIEWED(WS-OP-SUB)
                           OP-ERRORS(WS-OP-SUB)
                           OP-OPEN(WS-OP-SUB)
              MOVE "Y" TO WS-OP-FOUND
           END-IF.

       8000-PRINT-REPORT.
           PERFORM 8200-PRINT-PAGE-HEADERS.
           MOVE 1 TO WS-OP-SUB.
           PERFORM UNTIL WS-OP-SUB > WS-OPER-COUNT
              MOVE SPACES TO WS-DETAIL-LINE
              MOVE OP-OPERATOR(WS-OP-SUB) TO DL-OPERATOR
              MOVE OP-SAMPLED(WS-OP-SUB)  TO DL-SAMPLED
              MOVE OP-REVIEWED(WS-OP-SUB) TO DL-REVIEWED
              MOVE OP-ERRORS(WS-OP-SUB)   TO DL-ERRORS
              MOVE OP-OPEN(WS-OP-SUB)     TO DL-OPEN
              MOVE OP-REVIEWED(WS-OP-SUB) TO WS-RATE-REVIEWED
              MOVE OP-ERRORS(WS-OP-SUB)   TO WS-RATE-ERRORS
              PERFORM 8100-SET-RATE
              IF WS-LINE-COUNT >= 60
                 PERFORM 8200-PRINT-PAGE-HEADERS
              END-IF
              WRITE QA-RATE-RPT-LINE FROM WS-DETAIL-LINE
              ADD 1 TO WS-LINE-COUNT
              ADD 1 TO WS-OP-SUB
           END-PERFORM.
           MOVE SPACES TO QA-RATE-RPT-LINE.
           WRITE QA-RATE-RPT-LINE.
           MOVE SPACES TO WS-DETAIL-LINE.
           MOVE "TOTAL"         TO DL-OPERATOR.
           MOVE WS-TOT-SAMPLED  TO DL-SAMPLED.
           MOVE WS-TOT-REVIEWED TO DL-REVIEWED.
           MOVE WS-TOT-ERRORS   TO DL-ERRORS.
           MOVE WS-TOT-OPEN     TO DL-OPEN.
           MOVE WS-TOT-REVIEWED TO WS-RATE-REVIEWED.
           MOVE WS-TOT-ERRORS   TO WS-RATE-ERRORS.
           PERFORM 8100-SET-RATE.
           WRITE QA-RATE-RPT-LINE FROM WS-DETAIL-LINE.
           IF WS-OPER-COUNT = 0
              MOVE SPACES TO QA-RATE-RPT-LINE
              WRITE QA-RATE-RPT-LINE
              MOVE "No keyed entries were sampled in the month."
                TO QA-RATE-RPT-LINE
              WRITE QA-RATE-RPT-LINE
           END-IF.

      *> Errors over reviewed; an operator with nothing reviewed
      *> yet has no rate to show.
       8100-SET-RATE.
           IF WS-RATE-REVIEWED = 0
              MOVE "  n/a" TO DL-RATE-TEXT
              MOVE SPACE TO DL-RATE-SIGN
           ELSE
              COMPUTE DL-RATE ROUNDED =
                      WS-RATE-ERRORS * 100 / WS-RATE-REVIEWED
              MOVE "%" TO DL-RATE-SIGN
           END-IF.

       8200-PRINT-PAGE-HEADERS.
           ADD 1 TO WS-PAGE-NUMBER.
           MOVE SPACES TO QA-RATE-RPT-LINE.
           STRING "KEYING ACCURACY BY OPERATOR" DELIMITED BY SIZE
                  "   COMPANY: " DELIMITED BY SIZE
                  WS-COMPANY-CODE DELIMITED BY SIZE
                  "   RUN DATE: " DELIMITED BY SIZE
                  WS-RUN-DATE-TEXT DELIMITED BY SIZE
                  "   PAGE: " DELIMITED BY SIZE
                  WS-PAGE-NUMBER DELIMITED BY SIZE
                  INTO QA-RATE-RPT-LINE
           END-STRING.
           IF WS-PAGE-NUMBER = 1
              WRITE QA-RATE-RPT-LINE
           ELSE
              WRITE QA-RATE-RPT-LINE AFTER ADVANCING PAGE
           END-IF.
           MOVE SPACES TO QA-RATE-RPT-LINE.
           STRING "Entries keyed in month " DELIMITED BY SIZE
                  WS-REPORT-MONTH DELIMITED BY SIZE
                  INTO QA-RATE-RPT-LINE
           END-STRING.
           WRITE QA-RATE-RPT-LINE.
           MOVE SPACES TO QA-RATE-RPT-LINE.
           WRITE QA-RATE-RPT-LINE.
           MOVE "Operator"   TO QA-RATE-RPT-LINE(1:8).
           MOVE "Sampled"    TO QA-RATE-RPT-LINE(13:7).
           MOVE "Reviewed"   TO QA-RATE-RPT-LINE(23:8).
           MOVE " Errors"    TO QA-RATE-RPT-LINE(35:7).
           MOVE "  Rate"     TO QA-RATE-RPT-LINE(46:6).
           MOVE "   Open"    TO QA-RATE-RPT-LINE(56:7).
           WRITE QA-RATE-RPT-LINE.
           MOVE SPACES TO QA-RATE-RPT-LINE.
           MOVE ALL "=" TO QA-RATE-RPT-LINE(1:8).
           MOVE ALL "=" TO QA-RATE-RPT-LINE(13:7).
           MOVE ALL "=" TO QA-RATE-RPT-LINE(24:7).
           MOVE ALL "=" TO QA-RATE-RPT-LINE(35:7).
           MOVE ALL "=" TO QA-RATE-RPT-LINE(46:6).
           MOVE ALL "=" TO QA-RATE-RPT-LINE(56:7).
           WRITE QA-RATE-RPT-LINE.
           MOVE 5 TO WS-LINE-COUNT.
