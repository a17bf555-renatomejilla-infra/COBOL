      *    Author      : Renato D. Mejilla
      *    Date        : October 15, 2026
      *    Description : Campaign summary report - planned against
      *                  actual. Every campaign on the CAMPAIGN master
      *                  is listed on CAMPRPT.RPT with its status, run
      *                  dates, owner, and the volume planned for it,
      *                  set against the letters actually logged under
      *                  its tag on CONTHIST.DAT: the count, the
      *                  difference from plan, and the percentage of
      *                  plan reached, with the delivery picture
      *                  beside it (printed here, with the mail vendor
      *                  awaiting acknowledgement, dispatched, failed)
      *                  and the first and last dates a letter went.
      *                  Tags found on CONTHIST that no campaign is
      *                  registered under (runs from before the
      *                  master existed) are listed after, with their
      *                  counts, so every logged letter is accounted
      *                  for. Read-only; registered into the report
      *                  spool through SPOOLREG. RETURN-CODE 0, or 8
      *                  when there is no CAMPAIGN master.
      *    Compiler    : Micro Focus Visual COBOL
      *    ============================================================

       IDENTIFICATION DIVISION.
       PROGRAM-ID.     CAMPRPT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CAMPAIGN-MASTER ASSIGN TO WS-CAMPAIGN-FILE
                               ORGANIZATION INDEXED
                               ACCESS MODE IS SEQUENTIAL
                               RECORD KEY IS CG-CAMPAIGN-ID
                               FILE STATUS IS WS-CAMPAIGN-STATUS.

           SELECT CONTACT-HISTORY ASSIGN TO WS-CONTHIST-FILE
                               ORGANIZATION LINE SEQUENTIAL
                               FILE STATUS IS WS-CONTHIST-STATUS.

           SELECT CAMPAIGN-RPT ASSIGN TO WS-RPT-FILE-NAME
                               ORGANIZATION LINE SEQUENTIAL
                               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CAMPAIGN-MASTER.
       COPY CAMPREC.

       FD  CONTACT-HISTORY.
       COPY CONTREC.

       FD  CAMPAIGN-RPT.
       01  CAMPAIGN-RPT-LINE   PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-CAMPAIGN-FILE    PIC X(26) VALUE "CAMPAIGN".
       01  WS-CONTHIST-FILE    PIC X(26) VALUE "CONTHIST.DAT".
       01  WS-RPT-FILE-NAME    PIC X(26) VALUE "CAMPRPT.RPT".

       01  WS-CAMPAIGN-STATUS  PIC XX VALUE "00".
       01  WS-CONTHIST-STATUS  PIC XX VALUE "00".
       01  WS-REPORT-STATUS    PIC XX VALUE "00".
       01  WS-EOF-SWITCH       PIC X VALUE "N".
           88 WS-EOF           VALUE "Y".

      *> Every registered campaign, with the letters counted against
      *> it from CONTHIST.
       01  WS-CP-TABLE.
           05 WS-CP-COUNT      PIC 9(4) VALUE ZERO.
           05 WS-CP-LIMIT      PIC 9(4) VALUE 1000.
           05 WS-CP-ENTRY OCCURS 1000 TIMES.
              10 CT-CAMPAIGN-ID  PIC X(12).
              10 CT-DESCRIPTION  PIC X(30).
              10 CT-STATUS       PIC X(1).
              10 CT-START-DATE   PIC 9(8).
              10 CT-END-DATE     PIC 9(8).
              10 CT-OWNER        PIC X(8).
              10 CT-PLANNED      PIC 9(6).
              10 CT-ACTUAL       PIC 9(6).
              10 CT-PRINTED      PIC 9(6).
              10 CT-AWAITING     PIC 9(6).
              10 CT-DISPATCHED   PIC 9(6).
              10 CT-FAILED       PIC 9(6).
              10 CT-FIRST-DATE   PIC 9(8).
              10 CT-LAST-DATE    PIC 9(8).
       01  WS-CP-SUB           PIC 9(4) VALUE ZERO.
       01  WS-CP-HIT           PIC 9(4) VALUE ZERO.

      *> Tags on CONTHIST with no campaign registered under them.
       01  WS-UT-TABLE.
           05 WS-UT-COUNT      PIC 9(4) VALUE ZERO.
           05 WS-UT-LIMIT      PIC 9(4) VALUE 500.
           05 WS-UT-ENTRY OCCURS 500 TIMES.
              10 UT-TAG          PIC X(12).
              10 UT-LETTERS      PIC 9(6).
       01  WS-UT-SUB           PIC 9(4) VALUE ZERO.
       01  WS-UT-HIT           PIC 9(4) VALUE ZERO.
       01  WS-UT-OVERFLOW      PIC 9(6) VALUE ZERO.

       01  WS-HIST-READ        PIC 9(6) VALUE ZERO.
       01  WS-UNTAGGED-COUNT   PIC 9(6) VALUE ZERO.
       01  WS-TOTAL-PLANNED    PIC 9(8) VALUE ZERO.
       01  WS-TOTAL-ACTUAL     PIC 9(8) VALUE ZERO.

       01  WS-VARIANCE         PIC S9(7) VALUE ZERO.
       01  WS-VARIANCE-OUT     PIC -ZZZZZZ9.
       01  WS-PERCENT          PIC 9(5) VALUE ZERO.
       01  WS-PERCENT-OUT      PIC ZZZZ9.

       01  WS-CURR-DATE        PIC 9(8) VALUE ZERO.

      *> End-of-run counts handed to the shared RUNSTATS routine.
       01  WS-STAT-READ        PIC 9(6) VALUE ZERO.
       01  WS-STAT-WRITTEN     PIC 9(6) VALUE ZERO.
       01  WS-STAT-UPDATED     PIC 9(6) VALUE ZERO.
       01  WS-STAT-REJECTED    PIC 9(6) VALUE ZERO.

       01  WS-OPERATOR-ID      PIC X(8) VALUE SPACES.
       01  WS-PROGRAM-NAME     PIC X(20) VALUE "CAMPRPT".
       01  WS-AUDIT-OUTCOME    PIC X(8) VALUE SPACES.

       PROCEDURE DIVISION.
           DISPLAY "<<< CAMPAIGN SUMMARY REPORT >>>".
           DISPLAY "-------------------------------".

           ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT "OPERATOR-ID".
           MOVE "START" TO WS-AUDIT-OUTCOME.
           CALL "AUDITLOG" USING WS-PROGRAM-NAME WS-OPERATOR-ID
                                  WS-AUDIT-OUTCOME.

           CALL "FILERES" USING WS-CAMPAIGN-FILE.
           CALL "FILERES" USING WS-CONTHIST-FILE.
           CALL "FILERES" USING WS-RPT-FILE-NAME.

           ACCEPT WS-CURR-DATE FROM DATE YYYYMMDD.

           OPEN INPUT CAMPAIGN-MASTER.
           IF WS-CAMPAIGN-STATUS NOT = "00"
              DISPLAY "Cannot open CAMPAIGN, status="
                      WS-CAMPAIGN-STATUS
              MOVE "FAIL" TO WS-AUDIT-OUTCOME
              CALL "AUDITLOG" USING WS-PROGRAM-NAME WS-OPERATOR-ID
                                     WS-AUDIT-OUTCOME
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           PERFORM UNTIL WS-EOF
              READ CAMPAIGN-MASTER NEXT RECORD
                 AT END
                    MOVE "Y" TO WS-EOF-SWITCH
                 NOT AT END
                    PERFORM 1000-LOAD-CAMPAIGN
              END-READ
           END-PERFORM.
           CLOSE CAMPAIGN-MASTER.

           *> No contact history yet just means nothing has gone out.
           MOVE "N" TO WS-EOF-SWITCH.
           OPEN INPUT CONTACT-HISTORY.
           IF WS-CONTHIST-STATUS = "00"
              PERFORM UNTIL WS-EOF
                 READ CONTACT-HISTORY
                    AT END
                       MOVE "Y" TO WS-EOF-SWITCH
                    NOT AT END
                       PERFORM 2000-COUNT-CONTACT
                 END-READ
              END-PERFORM
              CLOSE CONTACT-HISTORY
           ELSE
              DISPLAY "No CONTHIST.DAT on disk - no letters counted."
           END-IF.

           OPEN OUTPUT CAMPAIGN-RPT.
           PERFORM 3000-WRITE-HEADINGS.
           MOVE 1 TO WS-CP-SUB.
           PERFORM UNTIL WS-CP-SUB > WS-CP-COUNT
              PERFORM 3100-WRITE-CAMPAIGN
              ADD 1 TO WS-CP-SUB
           END-PERFORM.
           PERFORM 4000-WRITE-UNREGISTERED.
           PERFORM 8000-WRITE-TOTALS.
           CLOSE CAMPAIGN-RPT.

           CALL "SPOOLREG" USING WS-PROGRAM-NAME WS-RPT-FILE-NAME.

           DISPLAY "Campaigns reported     : " WS-CP-COUNT.
           DISPLAY "Contact entries read   : " WS-HIST-READ.
           DISPLAY "Unregistered tags      : " WS-UT-COUNT.
           DISPLAY "Report written to CAMPRPT.RPT.".

           MOVE WS-HIST-READ TO WS-STAT-READ.
           MOVE WS-CP-COUNT  TO WS-STAT-WRITTEN.
           CALL "RUNSTATS" USING WS-PROGRAM-NAME WS-STAT-READ
                                  WS-STAT-WRITTEN WS-STAT-UPDATED
                                  WS-STAT-REJECTED.

           MOVE "SUCCESS" TO WS-AUDIT-OUTCOME.
           CALL "AUDITLOG" USING WS-PROGRAM-NAME WS-OPERATOR-ID
                                  WS-AUDIT-OUTCOME.

           MOVE 0 TO RETURN-CODE.
           GOBACK.

       1000-LOAD-CAMPAIGN.
           IF WS-CP-COUNT < WS-CP-LIMIT
              ADD 1 TO WS-CP-COUNT
              MOVE CG-CAMPAIGN-ID    TO CT-CAMPAIGN-ID(WS-CP-COUNT)
              MOVE CG-DESCRIPTION    TO CT-DESCRIPTION(WS-CP-COUNT)
              MOVE CG-STATUS         TO CT-STATUS(WS-CP-COUNT)
              MOVE CG-START-DATE     TO CT-START-DATE(WS-CP-COUNT)
              MOVE CG-END-DATE       TO CT-END-DATE(WS-CP-COUNT)
              MOVE CG-OWNER          TO CT-OWNER(WS-CP-COUNT)
              MOVE CG-PLANNED-VOLUME TO CT-PLANNED(WS-CP-COUNT)
              MOVE ZERO TO CT-ACTUAL(WS-CP-COUNT)
                           CT-PRINTED(WS-CP-COUNT)
                           CT-AWAITING(WS-CP-COUNT)
                           CT-DISPATCHED(WS-CP-COUNT)
                           CT-FAILED(WS-CP-COUNT)
                           CT-FIRST-DATE(WS-CP-COUNT)
                           CT-LAST-DATE(WS-CP-COUNT)
           ELSE
              DISPLAY "More than " WS-CP-LIMIT " campaigns - "
                      FUNCTION TRIM(CG-CAMPAIGN-ID) " not reported."
           END-IF.

       2000-COUNT-CONTACT.
           ADD 1 TO WS-HIST-READ.
           IF CH-CAMPAIGN = SPACES
              ADD 1 TO WS-UNTAGGED-COUNT
           ELSE
              MOVE ZERO TO WS-CP-HIT
              MOVE 1 TO WS-CP-SUB
              PERFORM UNTIL WS-CP-SUB > WS-CP-COUNT
                         OR WS-CP-HIT > 0
                 IF CT-CAMPAIGN-ID(WS-CP-SUB) = CH-CAMPAIGN
                    MOVE WS-CP-SUB TO WS-CP-HIT
                 END-IF
                 ADD 1 TO WS-CP-SUB
              END-PERFORM
              IF WS-CP-HIT > 0
                 PERFORM 2100-COUNT-FOR-CAMPAIGN
              ELSE
                 PERFORM 2200-COUNT-UNREGISTERED
              END-IF
           END-IF.

       2100-COUNT-FOR-CAMPAIGN.
           ADD 1 TO CT-ACTUAL(WS-CP-HIT).
           EVALUATE TRUE
              WHEN CH-AWAITING-ACK
                 ADD 1 TO CT-AWAITING(WS-CP-HIT)
              WHEN CH-DISPATCHED
                 ADD 1 TO CT-DISPATCHED(WS-CP-HIT)
              WHEN CH-DELIVERY-FAILED
                 ADD 1 TO CT-FAILED(WS-CP-HIT)
              WHEN OTHER
                 ADD 1 TO CT-PRINTED(WS-CP-HIT)
           END-EVALUATE.
           IF CT-FIRST-DATE(WS-CP-HIT) = ZERO
              OR CH-TS-DATE < CT-FIRST-DATE(WS-CP-HIT)
              MOVE CH-TS-DATE TO CT-FIRST-DATE(WS-CP-HIT)
           END-IF.
           IF CH-TS-DATE > CT-LAST-DATE(WS-CP-HIT)
              MOVE CH-TS-DATE TO CT-LAST-DATE(WS-CP-HIT)
           END-IF.

       2200-COUNT-UNREGISTERED.
           MOVE ZERO TO WS-UT-HIT.
           MOVE 1 TO WS-UT-SUB.
           PERFORM UNTIL WS-UT-SUB > WS-UT-COUNT
                      OR WS-UT-HIT > 0
              IF UT-TAG(WS-UT-SUB) = CH-CAMPAIGN
                 MOVE WS-UT-SUB TO WS-UT-HIT
              END-IF
              ADD 1 TO WS-UT-SUB
           END-PERFORM.
           IF WS-UT-HIT = 0
              IF WS-UT-COUNT < WS-UT-LIMIT
                 ADD 1 TO WS-UT-COUNT
                 MOVE CH-CAMPAIGN TO UT-TAG(WS-UT-COUNT)
                 MOVE 1 TO UT-LETTERS(WS-UT-COUNT)
              ELSE
                 ADD 1 TO WS-UT-OVERFLOW
              END-IF
           ELSE
              ADD 1 TO UT-LETTERS(WS-UT-HIT)
           END-IF.

       3000-WRITE-HEADINGS.
           MOVE SPACES TO CAMPAIGN-RPT-LINE.
           STRING "CAMPAIGN SUMMARY - PLANNED AGAINST ACTUAL   "
                  DELIMITED BY SIZE
                  "RUN DATE " DELIMITED BY SIZE
                  WS-CURR-DATE DELIMITED BY SIZE
                  INTO CAMPAIGN-RPT-LINE
           END-STRING.
           WRITE CAMPAIGN-RPT-LINE.
           MOVE SPACES TO CAMPAIGN-RPT-LINE.
           WRITE CAMPAIGN-RPT-LINE.
           MOVE SPACES TO CAMPAIGN-RPT-LINE.
           STRING "CAMPAIGN     S START    END      OWNER    "
                  DELIMITED BY SIZE
                  "PLANNED  ACTUAL  VARIANCE  % PLAN" DELIMITED BY SIZE
                  INTO CAMPAIGN-RPT-LINE
           END-STRING.
           WRITE CAMPAIGN-RPT-LINE.

      *> Two lines per campaign - the plan against the count, then
      *> what became of the letters and when they went.
       3100-WRITE-CAMPAIGN.
           ADD CT-PLANNED(WS-CP-SUB) TO WS-TOTAL-PLANNED.
           ADD CT-ACTUAL(WS-CP-SUB)  TO WS-TOTAL-ACTUAL.
           COMPUTE WS-VARIANCE = CT-ACTUAL(WS-CP-SUB)
                               - CT-PLANNED(WS-CP-SUB).
           MOVE WS-VARIANCE TO WS-VARIANCE-OUT.
           IF CT-PLANNED(WS-CP-SUB) > ZERO
              COMPUTE WS-PERCENT ROUNDED =
                      CT-ACTUAL(WS-CP-SUB) * 100
                      / CT-PLANNED(WS-CP-SUB)
           ELSE
              MOVE ZERO TO WS-PERCENT
           END-IF.
           MOVE WS-PERCENT TO WS-PERCENT-OUT.

           MOVE SPACES TO CAMPAIGN-RPT-LINE.
           STRING CT-CAMPAIGN-ID(WS-CP-SUB) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  CT-STATUS(WS-CP-SUB) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  CT-START-DATE(WS-CP-SUB) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  CT-END-DATE(WS-CP-SUB) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  CT-OWNER(WS-CP-SUB) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  CT-PLANNED(WS-CP-SUB) DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  CT-ACTUAL(WS-CP-SUB) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-VARIANCE-OUT DELIMITED BY SIZE
                  "   " DELIMITED BY SIZE
                  WS-PERCENT-OUT DELIMITED BY SIZE
                  "%  " DELIMITED BY SIZE
                  CT-DESCRIPTION(WS-CP-SUB) DELIMITED BY SIZE
                  INTO CAMPAIGN-RPT-LINE
           END-STRING.
           WRITE CAMPAIGN-RPT-LINE.

           MOVE SPACES TO CAMPAIGN-RPT-LINE.
           IF CT-ACTUAL(WS-CP-SUB) = ZERO
              MOVE "    No letters logged under this campaign yet."
                TO CAMPAIGN-RPT-LINE
           ELSE
              STRING "    printed here " DELIMITED BY SIZE
                     CT-PRINTED(WS-CP-SUB) DELIMITED BY SIZE
                     "  awaiting vendor " DELIMITED BY SIZE
                     CT-AWAITING(WS-CP-SUB) DELIMITED BY SIZE
                     "  dispatched " DELIMITED BY SIZE
                     CT-DISPATCHED(WS-CP-SUB) DELIMITED BY SIZE
                     "  failed " DELIMITED BY SIZE
                     CT-FAILED(WS-CP-SUB) DELIMITED BY SIZE
                     "  first sent " DELIMITED BY SIZE
                     CT-FIRST-DATE(WS-CP-SUB) DELIMITED BY SIZE
                     "  last sent " DELIMITED BY SIZE
                     CT-LAST-DATE(WS-CP-SUB) DELIMITED BY SIZE
                     INTO CAMPAIGN-RPT-LINE
              END-STRING
           END-IF.
           WRITE CAMPAIGN-RPT-LINE.

       4000-WRITE-UNREGISTERED.
           MOVE SPACES TO CAMPAIGN-RPT-LINE.
           WRITE CAMPAIGN-RPT-LINE.
           MOVE "TAGS ON CONTHIST WITH NO CAMPAIGN REGISTERED"
             TO CAMPAIGN-RPT-LINE.
           WRITE CAMPAIGN-RPT-LINE.
           IF WS-UT-COUNT = 0
              MOVE "    None." TO CAMPAIGN-RPT-LINE
              WRITE CAMPAIGN-RPT-LINE
           END-IF.
           MOVE 1 TO WS-UT-SUB.
           PERFORM UNTIL WS-UT-SUB > WS-UT-COUNT
              MOVE SPACES TO CAMPAIGN-RPT-LINE
              STRING "    " DELIMITED BY SIZE
                     UT-TAG(WS-UT-SUB) DELIMITED BY SIZE
                     " letters " DELIMITED BY SIZE
                     UT-LETTERS(WS-UT-SUB) DELIMITED BY SIZE
                     INTO CAMPAIGN-RPT-LINE
              END-STRING
              WRITE CAMPAIGN-RPT-LINE
              ADD 1 TO WS-UT-SUB
           END-PERFORM.
           IF WS-UT-OVERFLOW > 0
              MOVE SPACES TO CAMPAIGN-RPT-LINE
              STRING "    ...and " DELIMITED BY SIZE
                     WS-UT-OVERFLOW DELIMITED BY SIZE
                     " more letter(s) under further tags."
                     DELIMITED BY SIZE
                     INTO CAMPAIGN-RPT-LINE
              END-STRING
              WRITE CAMPAIGN-RPT-LINE
           END-IF.

       8000-WRITE-TOTALS.
           MOVE SPACES TO CAMPAIGN-RPT-LINE.
           WRITE CAMPAIGN-RPT-LINE.
           MOVE SPACES TO CAMPAIGN-RPT-LINE.
           STRING "Campaigns " DELIMITED BY SIZE
                  WS-CP-COUNT DELIMITED BY SIZE
                  "  planned " DELIMITED BY SIZE
                  WS-TOTAL-PLANNED DELIMITED BY SIZE
                  "  logged under campaigns " DELIMITED BY SIZE
                  WS-TOTAL-ACTUAL DELIMITED BY SIZE
                  "  untagged letters " DELIMITED BY SIZE
                  WS-UNTAGGED-COUNT DELIMITED BY SIZE
                  INTO CAMPAIGN-RPT-LINE
           END-STRING.
           WRITE CAMPAIGN-RPT-LINE.
