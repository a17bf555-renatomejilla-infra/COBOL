      *    Author      : Renato D. Mejilla
      *    Date        : October 15, 2026
      *    Description : Run-parameter listing. Shows every parameter
      *                  on PARMS.DAT with the value in force and where
      *                  it came from, resolved through the same shared
      *                  PARMGET routine the programs call - so an
      *                  environment variable set for this run shows
      *                  up as ENVIRONMENT with the file value it
      *                  overrides, a file line in force as PARMS.DAT
      *                  with its effective date and who set it, and a
      *                  parameter whose only lines are still to come
      *                  as DEFAULT, the program's built-in value.
      *                  Future-dated values are then listed as
      *                  scheduled changes, and the PARMAUD.DAT change
      *                  log follows - every add, change and removal
      *                  PARMMAINT made, from PARMRPT-FROM (YYYYMMDD,
      *                  blank for the whole log). Report goes to
      *                  PARMS.RPT.
      *    Compiler    : Micro Focus Visual COBOL
      *    ============================================================

       IDENTIFICATION DIVISION.
       PROGRAM-ID.     PARMRPT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARAMETER-FILE ASSIGN TO WS-PARMS-FILE
                               ORGANIZATION LINE SEQUENTIAL
                               FILE STATUS IS WS-TABLE-STATUS.

           SELECT PARM-AUDIT   ASSIGN TO WS-PARMAUD-FILE
                               ORGANIZATION LINE SEQUENTIAL
                               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT PARM-RPT     ASSIGN TO WS-RPT-FILE-NAME
                               ORGANIZATION LINE SEQUENTIAL
                               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PARAMETER-FILE.
       COPY PARMREC.

       FD  PARM-AUDIT.
       COPY PARMAUD.

       FD  PARM-RPT.
       01  PARM-RPT-LINE       PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-PARMS-FILE       PIC X(26) VALUE "PARMS.DAT".
       01  WS-PARMAUD-FILE     PIC X(26) VALUE "PARMAUD.DAT".
       01  WS-RPT-FILE-NAME    PIC X(26) VALUE "PARMS.RPT".

       01  WS-TABLE-STATUS     PIC XX VALUE "00".
       01  WS-AUDIT-STATUS     PIC XX VALUE "00".
       01  WS-REPORT-STATUS    PIC XX VALUE "00".
       01  WS-EOF-SWITCH       PIC X VALUE "N".
           88 WS-EOF           VALUE "Y".

       01  WS-FROM-TEXT        PIC X(8) VALUE SPACES.
       01  WS-FROM-DATE        PIC 9(8) VALUE ZERO.

      *> PARMS.DAT as filed - PARMMAINT keeps it in program,
      *> parameter and date order.
       01  WS-PM-TABLE.
           05 WS-PM-COUNT      PIC 9(4) VALUE ZERO.
           05 WS-PM-LIMIT      PIC 9(4) VALUE 1000.
           05 WS-PM-ENTRY OCCURS 1000 TIMES.
              10 PT-PROGRAM-NAME   PIC X(12).
              10 PT-PARM-NAME      PIC X(24).
              10 PT-EFFECTIVE-DATE PIC 9(8).
              10 PT-PARM-VALUE     PIC X(20).
              10 PT-CHANGED-BY     PIC X(8).
              10 PT-CHANGED-DATE   PIC 9(8).
       01  WS-PM-SUB           PIC 9(4) VALUE ZERO.
       01  WS-SCAN-SUB         PIC 9(4) VALUE ZERO.
       01  WS-FILE-HIT         PIC 9(4) VALUE ZERO.
       01  WS-FIRST-OF-KEY     PIC X(1) VALUE "Y".

      *> The resolved value, through PARMGET.
       01  WS-GET-PROGRAM      PIC X(20) VALUE SPACES.
       01  WS-GET-PARM         PIC X(24) VALUE SPACES.
       01  WS-GET-VALUE        PIC X(20) VALUE SPACES.
       01  WS-GET-SOURCE       PIC X(1) VALUE SPACE.

       01  WS-DETAIL-LINE.
           05 DL-PROGRAM       PIC X(12).
           05 FILLER           PIC X(2).
           05 DL-PARM-NAME     PIC X(24).
           05 FILLER           PIC X(2).
           05 DL-VALUE         PIC X(20).
           05 FILLER           PIC X(2).
           05 DL-SOURCE        PIC X(11).
           05 FILLER           PIC X(2).
           05 DL-EFFECTIVE     PIC X(8).
           05 FILLER           PIC X(2).
           05 DL-SET-BY        PIC X(8).
           05 FILLER           PIC X(2).
           05 DL-NOTE          PIC X(37).

       01  WS-AUDIT-LINE.
           05 AL-LOG-DATE      PIC 9(8).
           05 FILLER           PIC X(1).
           05 AL-LOG-TIME      PIC X(5).
           05 FILLER           PIC X(2).
           05 AL-OPERATOR      PIC X(8).
           05 FILLER           PIC X(2).
           05 AL-ACTION        PIC X(7).
           05 FILLER           PIC X(2).
           05 AL-PROGRAM       PIC X(12).
           05 FILLER           PIC X(2).
           05 AL-PARM-NAME     PIC X(24).
           05 FILLER           PIC X(2).
           05 AL-EFFECTIVE     PIC 9(8).
           05 FILLER           PIC X(2).
           05 AL-OLD-VALUE     PIC X(20).
           05 FILLER           PIC X(2).
           05 AL-NEW-VALUE     PIC X(20).

       01  WS-KEY-COUNT        PIC 9(5) VALUE ZERO.
       01  WS-ENV-COUNT        PIC 9(5) VALUE ZERO.
       01  WS-FILE-COUNT       PIC 9(5) VALUE ZERO.
       01  WS-DEFAULT-COUNT    PIC 9(5) VALUE ZERO.
       01  WS-PENDING-COUNT    PIC 9(5) VALUE ZERO.
       01  WS-CHANGE-COUNT     PIC 9(5) VALUE ZERO.
       01  WS-CHANGE-READ      PIC 9(5) VALUE ZERO.

       01  WS-COUNT-OUT        PIC ZZZ,ZZ9.
       01  WS-LINES-ON-PAGE    PIC 99 VALUE ZERO.
       01  WS-PAGE-NUMBER      PIC 999 VALUE ZERO.
       01  WS-LINES-PER-PAGE   PIC 99 VALUE 60.
       01  WS-SECTION-TITLE    PIC X(60) VALUE SPACES.
       01  WS-SECTION-SWITCH   PIC X(1) VALUE "V".
           88 WS-VALUES-SECTION  VALUE "V".
           88 WS-PENDING-SECTION VALUE "S".
           88 WS-CHANGES-SECTION VALUE "C".

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
       01  WS-PROGRAM-NAME     PIC X(20) VALUE "PARMRPT".
       01  WS-AUDIT-OUTCOME    PIC X(8) VALUE SPACES.

       PROCEDURE DIVISION.
           DISPLAY "<<< RUN PARAMETER LISTING >>>".
           DISPLAY "-----------------------------".

           ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT "OPERATOR-ID".
           MOVE "START" TO WS-AUDIT-OUTCOME.
           CALL "AUDITLOG" USING WS-PROGRAM-NAME WS-OPERATOR-ID
                                  WS-AUDIT-OUTCOME.

           CALL "FILERES" USING WS-PARMS-FILE.
           CALL "FILERES" USING WS-PARMAUD-FILE.
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

           ACCEPT WS-FROM-TEXT FROM ENVIRONMENT "PARMRPT-FROM".
           IF WS-FROM-TEXT NOT = SPACES
              IF WS-FROM-TEXT IS NUMERIC
                 MOVE WS-FROM-TEXT TO WS-FROM-DATE
              ELSE
                 DISPLAY "PARMRPT-FROM must be YYYYMMDD - "
                         "listing the whole change log."
              END-IF
           END-IF.

           PERFORM 1000-LOAD-PARAMETERS.

           OPEN OUTPUT PARM-RPT.
           IF WS-REPORT-STATUS NOT = "00"
              DISPLAY "Cannot open PARMS.RPT, status="
                      WS-REPORT-STATUS
              MOVE "FAIL" TO WS-AUDIT-OUTCOME
              CALL "AUDITLOG" USING WS-PROGRAM-NAME WS-OPERATOR-ID
                                     WS-AUDIT-OUTCOME
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.

           MOVE "V" TO WS-SECTION-SWITCH.
           MOVE "VALUES IN FORCE" TO WS-SECTION-TITLE.
           PERFORM 4200-PRINT-PAGE-HEADERS.
           MOVE 1 TO WS-PM-SUB.
           PERFORM UNTIL WS-PM-SUB > WS-PM-COUNT
              PERFORM 2000-LIST-IN-FORCE
              ADD 1 TO WS-PM-SUB
           END-PERFORM.
           IF WS-KEY-COUNT = 0
              MOVE SPACES TO PARM-RPT-LINE
              MOVE "NO RUN PARAMETERS ON FILE - EVERY PROGRAM RUNS ON"
                TO PARM-RPT-LINE
              MOVE " ITS BUILT-IN DEFAULTS OR THE ENVIRONMENT"
                TO PARM-RPT-LINE(51:41)
              WRITE PARM-RPT-LINE
              ADD 1 TO WS-LINES-ON-PAGE
           END-IF.

           MOVE "S" TO WS-SECTION-SWITCH.
           MOVE "SCHEDULED CHANGES (EFFECTIVE AFTER TODAY)"
             TO WS-SECTION-TITLE.
           PERFORM 4250-START-SECTION.
           MOVE 1 TO WS-PM-SUB.
           PERFORM UNTIL WS-PM-SUB > WS-PM-COUNT
              IF PT-EFFECTIVE-DATE(WS-PM-SUB) > WS-CURR-DATE-NUM
                 PERFORM 2500-LIST-PENDING
              END-IF
              ADD 1 TO WS-PM-SUB
           END-PERFORM.
           IF WS-PENDING-COUNT = 0
              MOVE "NO CHANGES SCHEDULED" TO PARM-RPT-LINE
              WRITE PARM-RPT-LINE
              ADD 1 TO WS-LINES-ON-PAGE
           END-IF.

           MOVE "C" TO WS-SECTION-SWITCH.
           MOVE SPACES TO WS-SECTION-TITLE.
           IF WS-FROM-DATE > 0
              STRING "PARAMETER CHANGE LOG FROM " DELIMITED BY SIZE
                     WS-FROM-DATE DELIMITED BY SIZE
                     INTO WS-SECTION-TITLE
              END-STRING
           ELSE
              MOVE "PARAMETER CHANGE LOG" TO WS-SECTION-TITLE
           END-IF.
           PERFORM 4250-START-SECTION.
           PERFORM 3000-LIST-CHANGES.

           PERFORM 4500-PRINT-TOTALS.
           CLOSE PARM-RPT.

           CALL "SPOOLREG" USING WS-PROGRAM-NAME WS-RPT-FILE-NAME.

           DISPLAY "Parameters on file    : " WS-KEY-COUNT.
           DISPLAY "  From the environment: " WS-ENV-COUNT.
           DISPLAY "  From PARMS.DAT      : " WS-FILE-COUNT.
           DISPLAY "  Built-in default    : " WS-DEFAULT-COUNT.
           DISPLAY "Scheduled changes     : " WS-PENDING-COUNT.
           DISPLAY "Changes listed        : " WS-CHANGE-COUNT.
           DISPLAY "Report written to PARMS.RPT.".

           COMPUTE WS-STAT-READ = WS-PM-COUNT + WS-CHANGE-READ.
           COMPUTE WS-STAT-WRITTEN =
                   WS-KEY-COUNT + WS-PENDING-COUNT + WS-CHANGE-COUNT.
           CALL "RUNSTATS" USING WS-PROGRAM-NAME WS-STAT-READ
                                  WS-STAT-WRITTEN WS-STAT-UPDATED
                                  WS-STAT-REJECTED.

           MOVE "SUCCESS" TO WS-AUDIT-OUTCOME.
           CALL "AUDITLOG" USING WS-PROGRAM-NAME WS-OPERATOR-ID
                                  WS-AUDIT-OUTCOME.

           MOVE 0 TO RETURN-CODE.

           GOBACK.

       1000-LOAD-PARAMETERS.
           MOVE ZERO TO WS-PM-COUNT.
           OPEN INPUT PARAMETER-FILE.
           IF WS-TABLE-STATUS = "00"
              MOVE "N" TO WS-EOF-SWITCH
              PERFORM UNTIL WS-EOF
                 READ PARAMETER-FILE
                    AT END
                       MOVE "Y" TO WS-EOF-SWITCH
                    NOT AT END
                       IF PM-EFFECTIVE-DATE IS NUMERIC
                          AND WS-PM-COUNT < WS-PM-LIMIT
                          ADD 1 TO WS-PM-COUNT
                          MOVE PM-PROGRAM-NAME
                            TO PT-PROGRAM-NAME(WS-PM-COUNT)
                          MOVE PM-PARM-NAME
                            TO PT-PARM-NAME(WS-PM-COUNT)
                          MOVE PM-EFFECTIVE-DATE
                            TO PT-EFFECTIVE-DATE(WS-PM-COUNT)
                          MOVE PM-PARM-VALUE
                            TO PT-PARM-VALUE(WS-PM-COUNT)
                          MOVE PM-CHANGED-BY
                            TO PT-CHANGED-BY(WS-PM-COUNT)
                          MOVE PM-CHANGED-DATE
                            TO PT-CHANGED-DATE(WS-PM-COUNT)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE PARAMETER-FILE
           END-IF.
           MOVE "N" TO WS-EOF-SWITCH.

      *> One line per program and parameter, on its first line in
      *> the table. The file line in force, if any, is found here
      *> for its date and author; the value and source come from
      *> PARMGET, exactly as the program itself would get them.
       2000-LIST-IN-FORCE.
           MOVE "Y" TO WS-FIRST-OF-KEY.
           MOVE 1 TO WS-SCAN-SUB.
           PERFORM UNTIL WS-SCAN-SUB >= WS-PM-SUB
              IF PT-PROGRAM-NAME(WS-SCAN-SUB) =
                 PT-PROGRAM-NAME(WS-PM-SUB)
                 AND PT-PARM-NAME(WS-SCAN-SUB) =
                     PT-PARM-NAME(WS-PM-SUB)
                 MOVE "N" TO WS-FIRST-OF-KEY
              END-IF
              ADD 1 TO WS-SCAN-SUB
           END-PERFORM.
           IF WS-FIRST-OF-KEY = "Y"
              ADD 1 TO WS-KEY-COUNT
              PERFORM 2100-FIND-FILE-LINE
              MOVE PT-PROGRAM-NAME(WS-PM-SUB) TO WS-GET-PROGRAM
              MOVE PT-PARM-NAME(WS-PM-SUB)    TO WS-GET-PARM
              MOVE SPACES TO WS-GET-VALUE
              CALL "PARMGET" USING WS-GET-PROGRAM WS-GET-PARM
                                    WS-GET-VALUE WS-GET-SOURCE
              MOVE SPACES TO WS-DETAIL-LINE
              MOVE PT-PROGRAM-NAME(WS-PM-SUB) TO DL-PROGRAM
              MOVE PT-PARM-NAME(WS-PM-SUB)    TO DL-PARM-NAME
              MOVE WS-GET-VALUE               TO DL-VALUE
              EVALUATE WS-GET-SOURCE
                 WHEN "E"
                    ADD 1 TO WS-ENV-COUNT
                    MOVE "ENVIRONMENT" TO DL-SOURCE
                    IF WS-FILE-HIT > 0
                       STRING "overrides file value "
                              DELIMITED BY SIZE
                              PT-PARM-VALUE(WS-FILE-HIT)
                              DELIMITED BY SIZE
                              INTO DL-NOTE
                       END-STRING
                    ELSE
                       MOVE "no file value in force yet"
                         TO DL-NOTE
                    END-IF
                 WHEN "P"
                    ADD 1 TO WS-FILE-COUNT
                    MOVE "PARMS.DAT" TO DL-SOURCE
                    MOVE PT-EFFECTIVE-DATE(WS-FILE-HIT)
                      TO DL-EFFECTIVE
                    MOVE PT-CHANGED-BY(WS-FILE-HIT) TO DL-SET-BY
                 WHEN OTHER
                    ADD 1 TO WS-DEFAULT-COUNT
                    MOVE "DEFAULT" TO DL-SOURCE
                    MOVE "program's built-in value applies"
                      TO DL-NOTE
              END-EVALUATE
              PERFORM 4100-WRITE-DETAIL
           END-IF.

       2100-FIND-FILE-LINE.
           MOVE ZERO TO WS-FILE-HIT.
           MOVE 1 TO WS-SCAN-SUB.
           PERFORM UNTIL WS-SCAN-SUB > WS-PM-COUNT
              IF PT-PROGRAM-NAME(WS-SCAN-SUB) =
                 PT-PROGRAM-NAME(WS-PM-SUB)
                 AND PT-PARM-NAME(WS-SCAN-SUB) =
                     PT-PARM-NAME(WS-PM-SUB)
                 AND PT-EFFECTIVE-DATE(WS-SCAN-SUB) <=
                     WS-CURR-DATE-NUM
                 IF WS-FILE-HIT = 0
                    MOVE WS-SCAN-SUB TO WS-FILE-HIT
                 ELSE
                    IF PT-EFFECTIVE-DATE(WS-SCAN-SUB) >
                       PT-EFFECTIVE-DATE(WS-FILE-HIT)
                       MOVE WS-SCAN-SUB TO WS-FILE-HIT
                    END-IF
                 END-IF
              END-IF
              ADD 1 TO WS-SCAN-SUB
           END-PERFORM.

       2500-LIST-PENDING.
           ADD 1 TO WS-PENDING-COUNT.
           MOVE SPACES TO WS-DETAIL-LINE.
           MOVE PT-PROGRAM-NAME(WS-PM-SUB)   TO DL-PROGRAM.
           MOVE PT-PARM-NAME(WS-PM-SUB)      TO DL-PARM-NAME.
           MOVE PT-PARM-VALUE(WS-PM-SUB)     TO DL-VALUE.
           MOVE "SCHEDULED"                  TO DL-SOURCE.
           MOVE PT-EFFECTIVE-DATE(WS-PM-SUB) TO DL-EFFECTIVE.
           MOVE PT-CHANGED-BY(WS-PM-SUB)     TO DL-SET-BY.
           PERFORM 4100-WRITE-DETAIL.

      *> No log on disk just means nothing has been changed through
      *> PARMMAINT yet.
       3000-LIST-CHANGES.
           OPEN INPUT PARM-AUDIT.
           IF WS-AUDIT-STATUS = "00"
              MOVE "N" TO WS-EOF-SWITCH
              PERFORM UNTIL WS-EOF
                 READ PARM-AUDIT
                    AT END
                       MOVE "Y" TO WS-EOF-SWITCH
                    NOT AT END
                       ADD 1 TO WS-CHANGE-READ
                       IF PA-LOG-DATE >= WS-FROM-DATE
                          PERFORM 3100-LIST-ONE-CHANGE
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE PARM-AUDIT
           END-IF.
           IF WS-CHANGE-COUNT = 0
              MOVE SPACES TO PARM-RPT-LINE
              MOVE "NO PARAMETER CHANGES LOGGED" TO PARM-RPT-LINE
              WRITE PARM-RPT-LINE
              ADD 1 TO WS-LINES-ON-PAGE
           END-IF.

       3100-LIST-ONE-CHANGE.
           IF WS-LINES-ON-PAGE >= WS-LINES-PER-PAGE
              PERFORM 4200-PRINT-PAGE-HEADERS
           END-IF.
           ADD 1 TO WS-CHANGE-COUNT.
           MOVE SPACES TO WS-AUDIT-LINE.
           MOVE PA-LOG-DATE       TO AL-LOG-DATE.
           STRING PA-LOG-TIME(1:2) DELIMITED BY SIZE
                  ":" DELIMITED BY SIZE
                  PA-LOG-TIME(3:2) DELIMITED BY SIZE
                  INTO AL-LOG-TIME
           END-STRING.
           MOVE PA-OPERATOR-ID    TO AL-OPERATOR.
           EVALUATE PA-ACTION
              WHEN "A"
                 MOVE "ADDED"   TO AL-ACTION
              WHEN "C"
                 MOVE "CHANGED" TO AL-ACTION
              WHEN "D"
                 MOVE "REMOVED" TO AL-ACTION
              WHEN OTHER
                 MOVE PA-ACTION TO AL-ACTION
           END-EVALUATE.
           MOVE PA-PROGRAM-NAME   TO AL-PROGRAM.
           MOVE PA-PARM-NAME      TO AL-PARM-NAME.
           MOVE PA-EFFECTIVE-DATE TO AL-EFFECTIVE.
           MOVE PA-OLD-VALUE      TO AL-OLD-VALUE.
           MOVE PA-NEW-VALUE      TO AL-NEW-VALUE.
           WRITE PARM-RPT-LINE FROM WS-AUDIT-LINE.
           ADD 1 TO WS-LINES-ON-PAGE.

       4100-WRITE-DETAIL.
           IF WS-LINES-ON-PAGE >= WS-LINES-PER-PAGE
              PERFORM 4200-PRINT-PAGE-HEADERS
           END-IF.
           WRITE PARM-RPT-LINE FROM WS-DETAIL-LINE.
           ADD 1 TO WS-LINES-ON-PAGE.

       4200-PRINT-PAGE-HEADERS.
           ADD 1 TO WS-PAGE-NUMBER.
           MOVE SPACE TO PARM-RPT-LINE.
           IF WS-PAGE-NUMBER > 1
              WRITE PARM-RPT-LINE AFTER ADVANCING PAGE
           END-IF.
           STRING "RUN PARAMETER LISTING"
                  DELIMITED BY SIZE
                  "   COMPANY: " DELIMITED BY SIZE
                  WS-COMPANY-CODE DELIMITED BY SIZE
                  "   RUN DATE: " DELIMITED BY SIZE
                  WS-RUN-DATE-TEXT DELIMITED BY SIZE
                  "   PAGE: "     DELIMITED BY SIZE
                  WS-PAGE-NUMBER  DELIMITED BY SIZE
                  INTO PARM-RPT-LINE
           END-STRING.
           WRITE PARM-RPT-LINE.
           MOVE 1 TO WS-LINES-ON-PAGE.
           PERFORM 4300-PRINT-SECTION-HEADINGS.

      *> A new section carries on down the page if it has room for
      *> its headings and a few lines under them.
       4250-START-SECTION.
           IF WS-LINES-ON-PAGE + 8 > WS-LINES-PER-PAGE
              PERFORM 4200-PRINT-PAGE-HEADERS
           ELSE
              PERFORM 4300-PRINT-SECTION-HEADINGS
           END-IF.

       4300-PRINT-SECTION-HEADINGS.
           MOVE SPACES TO PARM-RPT-LINE.
           WRITE PARM-RPT-LINE.
           MOVE WS-SECTION-TITLE TO PARM-RPT-LINE.
           WRITE PARM-RPT-LINE.
           MOVE SPACES TO PARM-RPT-LINE.
           IF WS-CHANGES-SECTION
              MOVE "Logged"     TO PARM-RPT-LINE(1:14)
              MOVE "By"         TO PARM-RPT-LINE(17:8)
              MOVE "Action"     TO PARM-RPT-LINE(27:7)
              MOVE "Program"    TO PARM-RPT-LINE(36:12)
              MOVE "Parameter"  TO PARM-RPT-LINE(50:24)
              MOVE "Eff date"   TO PARM-RPT-LINE(76:8)
              MOVE "Old value"  TO PARM-RPT-LINE(86:20)
              MOVE "New value"  TO PARM-RPT-LINE(108:20)
              WRITE PARM-RPT-LINE
              MOVE SPACES TO PARM-RPT-LINE
              MOVE ALL "=" TO PARM-RPT-LINE(1:14)
              MOVE ALL "=" TO PARM-RPT-LINE(17:8)
              MOVE ALL "=" TO PARM-RPT-LINE(27:7)
              MOVE ALL "=" TO PARM-RPT-LINE(36:12)
              MOVE ALL "=" TO PARM-RPT-LINE(50:24)
              MOVE ALL "=" TO PARM-RPT-LINE(76:8)
              MOVE ALL "=" TO PARM-RPT-LINE(86:20)
              MOVE ALL "=" TO PARM-RPT-LINE(108:20)
           ELSE
              MOVE "Program"    TO PARM-RPT-LINE(1:12)
              MOVE "Parameter"  TO PARM-RPT-LINE(15:24)
              MOVE "Value"      TO PARM-RPT-LINE(41:20)
              MOVE "Source"     TO PARM-RPT-LINE(63:11)
              MOVE "Eff date"   TO PARM-RPT-LINE(76:8)
              MOVE "Set by"     TO PARM-RPT-LINE(86:8)
              MOVE "Note"       TO PARM-RPT-LINE(96:37)
              WRITE PARM-RPT-LINE
              MOVE SPACES TO PARM-RPT-LINE
              MOVE ALL "=" TO PARM-RPT-LINE(1:12)
              MOVE ALL "=" TO PARM-RPT-LINE(15:24)
              MOVE ALL "=" TO PARM-RPT-LINE(41:20)
              MOVE ALL "=" TO PARM-RPT-LINE(63:11)
              MOVE ALL "=" TO PARM-RPT-LINE(76:8)
              MOVE ALL "=" TO PARM-RPT-LINE(86:8)
              MOVE ALL "=" TO PARM-RPT-LINE(96:37)
           END-IF.
           WRITE PARM-RPT-LINE.
           ADD 4 TO WS-LINES-ON-PAGE.

       4500-PRINT-TOTALS.
           IF WS-LINES-ON-PAGE + 8 > WS-LINES-PER-PAGE
              PERFORM 4200-PRINT-PAGE-HEADERS
           END-IF.
           MOVE SPACES TO PARM-RPT-LINE.
           WRITE PARM-RPT-LINE.

           MOVE WS-KEY-COUNT TO WS-COUNT-OUT.
           MOVE SPACES TO PARM-RPT-LINE.
           STRING "Parameters on file       : " DELIMITED BY SIZE
                  WS-COUNT-OUT DELIMITED BY SIZE
                  INTO PARM-RPT-LINE
           END-STRING.
           WRITE PARM-RPT-LINE.

           MOVE WS-ENV-COUNT TO WS-COUNT-OUT.
           MOVE SPACES TO PARM-RPT-LINE.
           STRING "  From the environment   : " DELIMITED BY SIZE
                  WS-COUNT-OUT DELIMITED BY SIZE
                  INTO PARM-RPT-LINE
           END-STRING.
           WRITE PARM-RPT-LINE.

           MOVE WS-FILE-COUNT TO WS-COUNT-OUT.
           MOVE SPACES TO PARM-RPT-LINE.
           STRING "  From PARMS.DAT         : " DELIMITED BY SIZE
                  WS-COUNT-OUT DELIMITED BY SIZE
                  INTO PARM-RPT-LINE
           END-STRING.
           WRITE PARM-RPT-LINE.

           MOVE WS-DEFAULT-COUNT TO WS-COUNT-OUT.
           MOVE SPACES TO PARM-RPT-LINE.
           STRING "  Built-in default       : " DELIMITED BY SIZE
                  WS-COUNT-OUT DELIMITED BY SIZE
                  INTO PARM-RPT-LINE
           END-STRING.
           WRITE PARM-RPT-LINE.

           MOVE WS-PENDING-COUNT TO WS-COUNT-OUT.
           MOVE SPACES TO PARM-RPT-LINE.
           STRING "Scheduled changes        : " DELIMITED BY SIZE
                  WS-COUNT-OUT DELIMITED BY SIZE
                  INTO PARM-RPT-LINE
           END-STRING.
           WRITE PARM-RPT-LINE.

           MOVE WS-CHANGE-COUNT TO WS-COUNT-OUT.
           MOVE SPACES TO PARM-RPT-LINE.
           STRING "Changes listed           : " DELIMITED BY SIZE
                  WS-COUNT-OUT DELIMITED BY SIZE
                  INTO PARM-RPT-LINE
           END-STRING.
           WRITE PARM-RPT-LINE.
