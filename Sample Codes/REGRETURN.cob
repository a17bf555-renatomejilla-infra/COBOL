      *    Author      : Renato D. Mejilla
      *    Date        : October 15, 2026
      *    Description : Quarterly regulatory statistical return. The
      *                  return used to be filled in by hand from
      *                  AgeBracketRpt, CUSTSTATS and GEORPT, and the
      *                  figures never quite tied. This produces it in
      *                  the regulator's fixed-format layout (REGREC)
      *                  on REGRTN.DAT for the quarter named in
      *                  REGRETURN-QUARTER (YYYYQn) - when blank, the
      *                  quarter ending this month, or the last one
      *                  ended - with:
      *                    - the quarter-end customer population, by
      *                      the AgeBracketRpt brackets, by region (the
      *                      leading REGRETURN-REGION-LEN characters of
      *                      the postal code, PARMGET, 2 by default) and
      *                      by SEGTABLE segment, all from one CUSTMAST
      *                      pass so the three breakdowns must agree;
      *                    - new customers loaded in the quarter, by
      *                      CM-LOAD-DATE on CUSTMAST and CUSTARCH;
      *                    - customers purged in the quarter (P entries
      *                      on CUSTJRNL.DAT and the JRNLCOMP segments
      *                      covering it) and erased (ERASURE.LOG).
      *                  Soft-deleted records are not customers and
      *                  are left out of the population. A
      *                  reconciliation page on REGRTN.RPT proves the
      *                  breakdowns against the population and ties
      *                  the master and archive counts back to
      *                  MONTHEND's closing position on CMPOSN.DAT
      *                  through the journal movement since it was
      *                  taken - the same arithmetic MONTHEND proves.
      *                  Only a return that ties is written; one that
      *                  does not (or has no closing position to tie
      *                  to) writes no file, removes any earlier one so
      *                  it cannot be sent by mistake, raises an
      *                  OPERALERT and ends RETURN-CODE 8. Figures are
      *                  as the files stand at the run, so run it on
      *                  the quarter's last day after MONTHEND, before
      *                  the next day's work. A later run that finds
      *                  any movement since the quarter end shows it
      *                  on the page but is not the quarter-end
      *                  position: it writes no file, removes any
      *                  earlier one and ends RETURN-CODE 8. A run
      *                  before the quarter has ended shows the
      *                  figures to date, writes no file and ends
      *                  RETURN-CODE 4. The reporter reference on every
      *                  record is PARMGET REGRETURN-REPORTER-ID, the
      *                  company code when not set. REGRTN.RPT is
      *                  registered into the spool through SPOOLREG.
      *    Compiler    : Micro Focus Visual COBOL
      *    ============================================================

       IDENTIFICATION DIVISION.
       PROGRAM-ID.     REGRETURN.

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

           SELECT SEGMENT-TABLE ASSIGN TO WS-SEGTBL-FILE
                               ORGANIZATION LINE SEQUENTIAL
                               FILE STATUS IS WS-TABLE-STATUS.

           SELECT JOURNAL-FILE ASSIGN TO WS-JRNL-READ-NAME
                               ORGANIZATION LINE SEQUENTIAL
                               FILE STATUS IS WS-JOURNAL-STATUS.

           SELECT JOURNAL-SEGMENTS ASSIGN TO WS-JARCH-FILE
                               ORGANIZATION LINE SEQUENTIAL
                               FILE STATUS IS WS-JARCH-STATUS.

           SELECT ERASURE-LOG  ASSIGN TO WS-ERASE-FILE-NAME
                               ORGANIZATION LINE SEQUENTIAL
                               FILE STATUS IS WS-ERASE-STATUS.

           SELECT POSITION-FILE ASSIGN TO WS-POSN-FILE-NAME
                               ORGANIZATION LINE SEQUENTIAL
                               FILE STATUS IS WS-POSITION-STATUS.

           SELECT RETURN-FILE  ASSIGN TO WS-RETURN-FILE-NAME
                               ORGANIZATION LINE SEQUENTIAL
                               FILE STATUS IS WS-RETURN-STATUS.

           SELECT RETURN-RPT   ASSIGN TO WS-RPT-FILE-NAME
                               ORGANIZATION LINE SEQUENTIAL
                               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-MASTER.
       COPY CUSTREC.

      *> Archive record as CUSTPURGE writes it - the CUSTMAST fields
      *> plus the date the record was moved off the master.
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

       FD  SEGMENT-TABLE.
       01  SEGMENT-TABLE-RECORD.
           05 SEG-CODE         PIC X(2).
           05 FILLER           PIC X.
           05 SEG-DESC         PIC X(20).

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

       FD  JOURNAL-SEGMENTS.
       COPY JARCREC.

      *> CUSTANON's evidence line - only the date it leads with is
      *> needed here.
       FD  ERASURE-LOG.
       01  ERASURE-LOG-LINE.
           05 EL-TS-DATE       PIC X(8).
           05 FILLER           PIC X(164).

      *> MONTHEND's carried-forward closing position.
       FD  POSITION-FILE.
       01  POSITION-RECORD.
           05 PO-CLOSING-DATE    PIC 9(8).
           05 PO-CLOSING-TIME    PIC 9(8).
           05 PO-MASTER-COUNT    PIC 9(6).
           05 PO-ARCHIVE-COUNT   PIC 9(6).

       FD  RETURN-FILE.
       COPY REGREC.

       FD  RETURN-RPT.
       01  RETURN-RPT-LINE     PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-CUSTMAST-FILE    PIC X(26) VALUE "CUSTMAST".
       01  WS-CUSTARCH-FILE    PIC X(26) VALUE "CUSTARCH".
       01  WS-SEGTBL-FILE      PIC X(26) VALUE "SEGTABLE.DAT".
       01  WS-JRNL-FILE-NAME   PIC X(26) VALUE "CUSTJRNL.DAT".
       01  WS-JARCH-FILE       PIC X(26) VALUE "JRNLARCH.DAT".
       01  WS-ERASE-FILE-NAME  PIC X(26) VALUE "ERASURE.LOG".
       01  WS-POSN-FILE-NAME   PIC X(26) VALUE "CMPOSN.DAT".
       01  WS-RETURN-FILE-NAME PIC X(26) VALUE "REGRTN.DAT".
       01  WS-RPT-FILE-NAME    PIC X(26) VALUE "REGRTN.RPT".
      *> The live journal or one of its archived segments.
       01  WS-JRNL-READ-NAME   PIC X(30) VALUE SPACES.

       01  WS-MASTER-STATUS    PIC XX VALUE "00".
       01  WS-ARCHIVE-STATUS   PIC XX VALUE "00".
       01  WS-TABLE-STATUS     PIC XX VALUE "00".
       01  WS-JOURNAL-STATUS   PIC XX VALUE "00".
       01  WS-JARCH-STATUS     PIC XX VALUE "00".
       01  WS-ERASE-STATUS     PIC XX VALUE "00".
       01  WS-POSITION-STATUS  PIC XX VALUE "00".
       01  WS-RETURN-STATUS    PIC XX VALUE "00".
       01  WS-REPORT-STATUS    PIC XX VALUE "00".
       01  WS-EOF-SWITCH       PIC X VALUE "N".
           88 WS-EOF           VALUE "Y".
       01  WS-DELETE-RESULT    PIC 9(2) COMP-5 VALUE ZERO.

       01  WS-CURR-DATE.
           05 WS-CURR-YEAR     PIC 9(4).
           05 WS-CURR-MONTH    PIC 9(2).
           05 WS-CURR-DAY      PIC 9(2).
       01  WS-CURR-DATE-NUM REDEFINES WS-CURR-DATE PIC 9(8).
       01  WS-CURR-TIME        PIC 9(8) VALUE ZERO.

      *> The quarter reported - YYYYQn - and the dates it runs.
       01  WS-QUARTER-TEXT     PIC X(6) VALUE SPACES.
       01  WS-PERIOD.
           05 WS-PERIOD-YEAR   PIC 9(4) VALUE ZERO.
           05 FILLER           PIC X VALUE "Q".
           05 WS-PERIOD-QTR    PIC 9 VALUE ZERO.
       01  WS-START-MONTH      PIC 99 VALUE ZERO.
       01  WS-END-MONTH        PIC 99 VALUE ZERO.
       01  WS-QTR-START        PIC 9(8) VALUE ZERO.
       01  WS-QTR-END          PIC 9(8) VALUE ZERO.
       01  WS-QTR-END-MONTH    PIC 9(6) VALUE ZERO.
       01  WS-QUARTER-OPEN     PIC X(1) VALUE "N".
           88 WS-QTR-NOT-ENDED VALUE "Y".
       01  WS-EARLIEST-DATE    PIC 9(8) VALUE ZERO.

      *> Settings from the shared PARMGET.
       01  WS-PARM-NAME        PIC X(24) VALUE SPACES.
       01  WS-PARM-VALUE       PIC X(20) VALUE SPACES.
       01  WS-PARM-SOURCE      PIC X(1) VALUE SPACE.
       01  WS-REPORTER-ID      PIC X(10) VALUE SPACES.
       01  WS-REGION-LENGTH    PIC 99 VALUE 2.

      *> The population and its three breakdowns. Bracket 1 is
      *> 0-17, 2 is 18-64, 3 is 65+, as AgeBracketRpt draws them.
       01  WS-MASTER-READ      PIC 9(7) VALUE ZERO.
       01  WS-POPULATION       PIC 9(7) VALUE ZERO.
       01  WS-SOFTDEL-COUNT    PIC 9(7) VALUE ZERO.
       01  WS-DECEASED-COUNT   PIC 9(7) VALUE ZERO.
       01  WS-BRACKET          PIC 9 VALUE ZERO.
       01  WS-BRACKET-COUNT    PIC 9(7) OCCURS 3 TIMES.
       01  WS-BRACKET-LABELS.
           05 FILLER           PIC X(10) VALUE "AGE 00-17".
           05 FILLER           PIC X(10) VALUE "AGE 18-64".
           05 FILLER           PIC X(10) VALUE "AGE 65+".
       01  WS-BRACKET-LABEL-TABLE REDEFINES WS-BRACKET-LABELS.
           05 WS-BRACKET-LABEL PIC X(10) OCCURS 3 TIMES.

      *> Regions met, sorted by area before printing. Slot 501 is
      *> the overflow bucket "**" so the breakdown still totals if
      *> more areas turn up than the table holds.
       01  WS-RG-TABLE.
           05 WS-RG-COUNT      PIC 9(3) VALUE ZERO.
           05 WS-RG-LIMIT      PIC 9(3) VALUE 500.
           05 WS-RG-ENTRY OCCURS 501 TIMES.
              10 RG-AREA          PIC X(10).
              10 RG-CUSTOMERS     PIC 9(7).
       01  WS-RG-SWAP          PIC X(17).
       01  WS-RG-SUB           PIC 9(3) VALUE ZERO.
       01  WS-RG-HIT           PIC 9(3) VALUE ZERO.
       01  WS-I-SUB            PIC 9(3) VALUE ZERO.
       01  WS-J-SUB            PIC 9(3) VALUE ZERO.
       01  WS-NO-REGION-COUNT  PIC 9(7) VALUE ZERO.
       01  WS-KEY-AREA         PIC X(10) VALUE SPACES.

      *> Segments - the SEGTABLE.DAT codes first, then any code met
      *> on CUSTPREF the table does not hold; slot 121 is "**".
       01  WS-SR-TABLE.
           05 WS-SR-COUNT      PIC 9(3) VALUE ZERO.
           05 WS-SR-LIMIT      PIC 9(3) VALUE 120.
           05 WS-SR-ENTRY OCCURS 121 TIMES.
              10 SR-CODE          PIC X(2).
              10 SR-DESC          PIC X(20).
              10 SR-CUSTOMERS     PIC 9(7).
       01  WS-SR-SUB           PIC 9(3) VALUE ZERO.
       01  WS-SR-HIT           PIC 9(3) VALUE ZERO.
       01  WS-NO-SEGMENT-COUNT PIC 9(7) VALUE ZERO.

      *> Address and segment of the record in hand, from the shared
      *> ADDRLOOKUP and PREFLOOKUP in bulk mode.
       01  WS-ADDR-CUST-ID     PIC 9(6) VALUE ZERO.
       01  WS-ADDR-FOUND       PIC X(1) VALUE "N".
       01  WS-STREET           PIC X(30) VALUE SPACES.
       01  WS-CITY             PIC X(20) VALUE SPACES.
       01  WS-POSTAL-CODE      PIC X(10) VALUE SPACES.
       01  WS-PHONE            PIC X(15) VALUE SPACES.
       01  WS-UNDELIV-FLAG     PIC X(1) VALUE "N".
       01  WS-PREF-CUST-ID     PIC 9(6) VALUE ZERO.
       01  WS-PREF-FOUND       PIC X(1) VALUE "N".
       01  WS-CUST-SEGMENT     PIC X(2) VALUE SPACES.
       01  WS-CUST-DNC         PIC X(1) VALUE "N".
           88 WS-CUST-DECEASED VALUE "D".

      *> New customers loaded in the quarter, and since it ended.
       01  WS-NEW-ON-MASTER    PIC 9(7) VALUE ZERO.
       01  WS-NEW-ON-ARCHIVE   PIC 9(7) VALUE ZERO.
       01  WS-NEW-TOTAL        PIC 9(7) VALUE ZERO.
       01  WS-LOADED-SINCE     PIC 9(7) VALUE ZERO.
       01  WS-ARCHIVE-READ     PIC 9(7) VALUE ZERO.

      *> Journal movement - in the quarter, since it ended, and since
      *> MONTHEND's closing position was taken.
       01  WS-QTR-ADDS         PIC 9(7) VALUE ZERO.
       01  WS-QTR-PURGES       PIC 9(7) VALUE ZERO.
       01  WS-QTR-RESTORES     PIC 9(7) VALUE ZERO.
       01  WS-QTR-ERASED       PIC 9(7) VALUE ZERO.
       01  WS-SINCE-ADDS       PIC 9(7) VALUE ZERO.
       01  WS-SINCE-PURGES     PIC 9(7) VALUE ZERO.
       01  WS-SINCE-RESTORES   PIC 9(7) VALUE ZERO.
       01  WS-SINCE-ERASED     PIC 9(7) VALUE ZERO.
       01  WS-SINCE-CHANGES    PIC 9(7) VALUE ZERO.
       01  WS-SINCE-TOTAL      PIC 9(8) VALUE ZERO.
       01  WS-POS-ADDS         PIC 9(7) VALUE ZERO.
       01  WS-POS-PURGES       PIC 9(7) VALUE ZERO.
       01  WS-POS-RESTORES     PIC 9(7) VALUE ZERO.

      *> The CUSTJRNL segments on JRNLARCH.DAT that reach back into
      *> the period wanted.
       01  WS-SEG-TABLE.
           05 WS-SEG-COUNT     PIC 9(3) VALUE ZERO.
           05 WS-SEG-LIMIT     PIC 9(3) VALUE 200.
           05 WS-SEG-NAME OCCURS 200 TIMES PIC X(30).
       01  WS-SEG-SUB          PIC 9(3) VALUE ZERO.
       01  WS-SEGS-MISSING     PIC 9(3) VALUE ZERO.

      *> MONTHEND's closing position and the arithmetic that ties
      *> this run's counts back to it.
       01  WS-POSITION-SWITCH  PIC X VALUE "N".
           88 WS-POSITION-FOUND VALUE "Y".
       01  WS-PRIOR-DATE       PIC 9(8) VALUE ZERO.
       01  WS-PRIOR-TIME       PIC 9(8) VALUE ZERO.
       01  WS-PRIOR-MASTER     PIC 9(6) VALUE ZERO.
       01  WS-PRIOR-ARCHIVE    PIC 9(6) VALUE ZERO.
       01  WS-EXPECT-MASTER    PIC S9(8) VALUE ZERO.
       01  WS-EXPECT-ARCHIVE   PIC S9(8) VALUE ZERO.
       01  WS-BRACKET-TOTAL    PIC 9(7) VALUE ZERO.
       01  WS-REGION-TOTAL     PIC 9(7) VALUE ZERO.
       01  WS-SEGMENT-TOTAL    PIC 9(7) VALUE ZERO.
       01  WS-BREAKDOWN-SWITCH PIC X VALUE "N".
           88 WS-BREAKDOWNS-AGREE VALUE "Y".
       01  WS-TIE-SWITCH       PIC X VALUE "N".
           88 WS-RETURN-TIES   VALUE "Y".
      *> Why a return that ties is still not written: O the quarter
      *> is still open, M customers have moved since it ended.
       01  WS-HOLD-REASON      PIC X VALUE SPACE.
           88 WS-HELD-OPEN     VALUE "O".
           88 WS-HELD-MOVED    VALUE "M".
           88 WS-RETURN-HELD   VALUE "O", "M".

      *> The return file being built.
       01  WS-RR-TYPE          PIC X(2) VALUE SPACES.
       01  WS-RR-CATEGORY      PIC X(10) VALUE SPACES.
       01  WS-RR-COUNT         PIC 9(9) VALUE ZERO.
       01  WS-RR-WRITTEN       PIC 9(9) VALUE ZERO.
       01  WS-RR-HASH          PIC 9(12) VALUE ZERO.

      *> One figure line on the page.
       01  WS-FIGURE-LINE.
           05 FL-LABEL         PIC X(40).
           05 FL-COUNT         PIC Z,ZZZ,ZZ9.
           05 FILLER           PIC X(2).
           05 FL-NOTE          PIC X(81).
       01  WS-COUNT-OUT        PIC Z,ZZZ,ZZ9.
       01  WS-COUNT-OUT-2      PIC Z,ZZZ,ZZ9.
       01  WS-SIGNED-OUT       PIC -,---,--9.

      *> Operator-alert fields for a return that does not tie.
       01  WS-ALERT-SEVERITY   PIC X(1) VALUE "E".
       01  WS-ALERT-PROGRAM    PIC X(20) VALUE SPACES.
       01  WS-ALERT-MESSAGE    PIC X(60) VALUE SPACES.

      *> The business unit this run belongs to, stamped on the
      *> report header.
       01  WS-COMPANY-CODE     PIC X(4) VALUE SPACES.

      *> End-of-run counts handed to the shared RUNSTATS routine.
       01  WS-STAT-READ        PIC 9(6) VALUE ZERO.
       01  WS-STAT-WRITTEN     PIC 9(6) VALUE ZERO.
       01  WS-STAT-UPDATED     PIC 9(6) VALUE ZERO.
       01  WS-STAT-REJECTED    PIC 9(6) VALUE ZERO.

       01  WS-OPERATOR-ID      PIC X(8) VALUE SPACES.
       01  WS-PROGRAM-NAME     PIC X(20) VALUE "REGRETURN".
       01  WS-AUDIT-OUTCOME    PIC X(8) VALUE SPACES.

       PROCEDURE DIVISION.
           DISPLAY "<<< QUARTERLY REGULATORY RETURN >>>".
           DISPLAY "-----------------------------------".

           ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT "OPERATOR-ID".
           MOVE "START" TO WS-AUDIT-OUTCOME.
           CALL "AUDITLOG" USING WS-PROGRAM-NAME WS-OPERATOR-ID
                                  WS-AUDIT-OUTCOME.

           CALL "FILERES" USING WS-CUSTMAST-FILE.
           CALL "FILERES" USING WS-CUSTARCH-FILE.
           CALL "FILERES" USING WS-SEGTBL-FILE.
           CALL "FILERES" USING WS-JRNL-FILE-NAME.
           CALL "FILERES" USING WS-JARCH-FILE.
           CALL "FILERES" USING WS-ERASE-FILE-NAME.
           CALL "FILERES" USING WS-POSN-FILE-NAME.
           CALL "FILERES" USING WS-RETURN-FILE-NAME.
           CALL "FILERES" USING WS-RPT-FILE-NAME.

           ACCEPT WS-CURR-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-CURR-TIME FROM TIME.
           ACCEPT WS-COMPANY-CODE FROM ENVIRONMENT
                  "ACMITS-COMPANY".
           IF WS-COMPANY-CODE = SPACES
              MOVE "BASE" TO WS-COMPANY-CODE
           END-IF.

           PERFORM 0500-SET-QUARTER.
           PERFORM 0600-READ-SETTINGS.
           DISPLAY "Return for " WS-PERIOD " (" WS-QTR-START " to "
                   WS-QTR-END ").".

           MOVE 1 TO WS-BRACKET.
           PERFORM UNTIL WS-BRACKET > 3
              MOVE ZERO TO WS-BRACKET-COUNT(WS-BRACKET)
              ADD 1 TO WS-BRACKET
           END-PERFORM.
           MOVE SPACES TO RG-AREA(501).
           MOVE ZERO   TO RG-CUSTOMERS(501).
           MOVE SPACES TO SR-CODE(121).
           MOVE ZERO   TO SR-CUSTOMERS(121).

           PERFORM 1000-LOAD-SEGMENTS.
           PERFORM 1500-LOAD-PRIOR-POSITION.
           PERFORM 2000-SCAN-MASTER.
           PERFORM 3000-SCAN-ARCHIVE.
           PERFORM 4000-COLLECT-JOURNAL.
           PERFORM 4500-COLLECT-ERASURES.
           PERFORM 5000-RECONCILE.
           PERFORM 5500-CHECK-QUARTER-END.

           IF WS-RETURN-TIES
              AND NOT WS-RETURN-HELD
              PERFORM 7000-WRITE-RETURN
           ELSE
              *> Nothing that failed its proof, or that is not the
              *> quarter-end position, may be sent - and an earlier
              *> quarter's file left lying there could be.
              CALL "CBL_DELETE_FILE" USING WS-RETURN-FILE-NAME
                   RETURNING WS-DELETE-RESULT
           END-IF.

           PERFORM 8000-PRINT-REPORT.
           CALL "SPOOLREG" USING WS-PROGRAM-NAME WS-RPT-FILE-NAME.

           DISPLAY "Master records read   : " WS-MASTER-READ.
           DISPLAY "Customer population   : " WS-POPULATION.
           DISPLAY "New in the quarter    : " WS-NEW-TOTAL.
           DISPLAY "Purged in the quarter : " WS-QTR-PURGES.
           DISPLAY "Erased in the quarter : " WS-QTR-ERASED.

           COMPUTE WS-STAT-READ = WS-MASTER-READ + WS-ARCHIVE-READ.
           MOVE WS-RR-WRITTEN TO WS-STAT-WRITTEN.
           CALL "RUNSTATS" USING WS-PROGRAM-NAME WS-STAT-READ
                                  WS-STAT-WRITTEN WS-STAT-UPDATED
                                  WS-STAT-REJECTED.

           EVALUATE TRUE
              WHEN WS-RETURN-TIES AND WS-HELD-OPEN
                 DISPLAY "The quarter has not ended - the figures "
                         "are to date only. No return file produced."
                 MOVE "PARTIAL" TO WS-AUDIT-OUTCOME
                 MOVE 4 TO RETURN-CODE
              WHEN WS-RETURN-TIES AND WS-HELD-MOVED
                 DISPLAY WS-SINCE-TOTAL " movement(s) since the "
                         "quarter ended - see REGRTN.RPT. No return "
                         "file produced."
                 MOVE WS-PROGRAM-NAME TO WS-ALERT-PROGRAM
                 MOVE "REGULATORY RETURN HELD - MOVED SINCE QUARTER END"
                   TO WS-ALERT-MESSAGE
                 CALL "OPERALERT" USING WS-ALERT-SEVERITY
                      WS-ALERT-PROGRAM WS-ALERT-MESSAGE
                 MOVE "FAIL" TO WS-AUDIT-OUTCOME
                 MOVE 8 TO RETURN-CODE
              WHEN WS-RETURN-TIES
                 DISPLAY "Return TIES to the MONTHEND closing position"
                         " - " WS-RR-WRITTEN " records on REGRTN.DAT."
                 MOVE "SUCCESS" TO WS-AUDIT-OUTCOME
                 MOVE 0 TO RETURN-CODE
              WHEN OTHER
                 DISPLAY "RETURN DOES NOT TIE - see REGRTN.RPT. No "
                         "return file produced."
                 MOVE WS-PROGRAM-NAME TO WS-ALERT-PROGRAM
                 MOVE "REGULATORY RETURN DOES NOT TIE - NOT PRODUCED"
                   TO WS-ALERT-MESSAGE
                 CALL "OPERALERT" USING WS-ALERT-SEVERITY
                      WS-ALERT-PROGRAM WS-ALERT-MESSAGE
                 MOVE "FAIL" TO WS-AUDIT-OUTCOME
                 MOVE 8 TO RETURN-CODE
           END-EVALUATE.

           CALL "AUDITLOG" USING WS-PROGRAM-NAME WS-OPERATOR-ID
                                  WS-AUDIT-OUTCOME.

           GOBACK.

      *> REGRETURN-QUARTER names the quarter as YYYYQn. Blank (or not
      *> a quarter) means the quarter ending this month when this is
      *> a quarter's last month, otherwise the last quarter ended.
       0500-SET-QUARTER.
           ACCEPT WS-QUARTER-TEXT FROM ENVIRONMENT
                  "REGRETURN-QUARTER".
           IF WS-QUARTER-TEXT(1:4) IS NUMERIC
              AND (WS-QUARTER-TEXT(5:1) = "Q"
                   OR WS-QUARTER-TEXT(5:1) = "q")
              AND WS-QUARTER-TEXT(6:1) >= "1"
              AND WS-QUARTER-TEXT(6:1) <= "4"
              MOVE WS-QUARTER-TEXT(1:4) TO WS-PERIOD-YEAR
              MOVE WS-QUARTER-TEXT(6:1) TO WS-PERIOD-QTR
           ELSE
              IF WS-QUARTER-TEXT NOT = SPACES
                 DISPLAY "REGRETURN-QUARTER must be YYYYQn - using "
                         "the default quarter."
              END-IF
              MOVE WS-CURR-YEAR TO WS-PERIOD-YEAR
              IF FUNCTION MOD(WS-CURR-MONTH, 3) = 0
                 COMPUTE WS-PERIOD-QTR = WS-CURR-MONTH / 3
              ELSE
                 COMPUTE WS-PERIOD-QTR = (WS-CURR-MONTH - 1) / 3
                 IF WS-PERIOD-QTR = 0
                    MOVE 4 TO WS-PERIOD-QTR
                    SUBTRACT 1 FROM WS-PERIOD-YEAR
                 END-IF
              END-IF
           END-IF.

           COMPUTE WS-END-MONTH   = WS-PERIOD-QTR * 3.
           COMPUTE WS-START-MONTH = WS-END-MONTH - 2.
           COMPUTE WS-QTR-START = WS-PERIOD-YEAR * 10000
                                + WS-START-MONTH * 100 + 1.
           COMPUTE WS-QTR-END-MONTH = WS-PERIOD-YEAR * 100
                                    + WS-END-MONTH.
           IF WS-END-MONTH = 3 OR WS-END-MONTH = 12
              COMPUTE WS-QTR-END = WS-QTR-END-MONTH * 100 + 31
           ELSE
              COMPUTE WS-QTR-END = WS-QTR-END-MONTH * 100 + 30
           END-IF.

           MOVE "N" TO WS-QUARTER-OPEN.
           IF WS-CURR-DATE-NUM < WS-QTR-END
              MOVE "Y" TO WS-QUARTER-OPEN
           END-IF.

       0600-READ-SETTINGS.
           MOVE "REGRETURN-REPORTER-ID" TO WS-PARM-NAME.
           MOVE SPACES TO WS-PARM-VALUE.
           CALL "PARMGET" USING WS-PROGRAM-NAME WS-PARM-NAME
                                 WS-PARM-VALUE WS-PARM-SOURCE.
           IF WS-PARM-VALUE NOT = SPACES
              MOVE WS-PARM-VALUE TO WS-REPORTER-ID
           ELSE
              MOVE WS-COMPANY-CODE TO WS-REPORTER-ID
           END-IF.

           MOVE "REGRETURN-REGION-LEN" TO WS-PARM-NAME.
           MOVE SPACES TO WS-PARM-VALUE.
           CALL "PARMGET" USING WS-PROGRAM-NAME WS-PARM-NAME
                                 WS-PARM-VALUE WS-PARM-SOURCE.
           IF WS-PARM-VALUE NOT = SPACES
              IF FUNCTION TEST-NUMVAL(WS-PARM-VALUE) = 0
                 AND FUNCTION NUMVAL(WS-PARM-VALUE) >= 1
                 AND FUNCTION NUMVAL(WS-PARM-VALUE) <= 10
                 COMPUTE WS-REGION-LENGTH =
                         FUNCTION NUMVAL(WS-PARM-VALUE)
              ELSE
                 DISPLAY "REGRETURN-REGION-LEN must be 1-10 - "
                         "using 2."
              END-IF
           END-IF.

      *> Every code on the reference table is reported, so a segment
      *> with no customers still goes to the regulator as a zero.
       1000-LOAD-SEGMENTS.
           OPEN INPUT SEGMENT-TABLE.
           IF WS-TABLE-STATUS NOT = "00"
              DISPLAY "No SEGTABLE.DAT on disk - segments reported "
                      "as found on CUSTPREF."
           ELSE
              MOVE "N" TO WS-EOF-SWITCH
              PERFORM UNTIL WS-EOF
                 READ SEGMENT-TABLE
                    AT END
                       MOVE "Y" TO WS-EOF-SWITCH
                    NOT AT END
                       IF SEG-CODE NOT = SPACES
                          AND WS-SR-COUNT < WS-SR-LIMIT
                          ADD 1 TO WS-SR-COUNT
                          MOVE SEG-CODE TO SR-CODE(WS-SR-COUNT)
                          MOVE SEG-DESC TO SR-DESC(WS-SR-COUNT)
                          MOVE ZERO TO SR-CUSTOMERS(WS-SR-COUNT)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE SEGMENT-TABLE
           END-IF.

      *> No CMPOSN.DAT means MONTHEND has never run, and there is no
      *> closing position to tie the return to.
       1500-LOAD-PRIOR-POSITION.
           MOVE "N" TO WS-POSITION-SWITCH.
           OPEN INPUT POSITION-FILE.
           IF WS-POSITION-STATUS = "00"
              READ POSITION-FILE
                 AT END
                    CONTINUE
                 NOT AT END
                    MOVE "Y"              TO WS-POSITION-SWITCH
                    MOVE PO-CLOSING-DATE  TO WS-PRIOR-DATE
                    MOVE PO-CLOSING-TIME  TO WS-PRIOR-TIME
                    MOVE PO-MASTER-COUNT  TO WS-PRIOR-MASTER
                    MOVE PO-ARCHIVE-COUNT TO WS-PRIOR-ARCHIVE
              END-READ
              CLOSE POSITION-FILE
           END-IF.

      *> One pass gives the population and all three breakdowns, so
      *> a customer is in every one of them or in none.
       2000-SCAN-MASTER.
           OPEN INPUT CUSTOMER-MASTER.
           IF WS-MASTER-STATUS NOT = "00"
              DISPLAY "Cannot open CUSTMAST, status="
                      WS-MASTER-STATUS
              MOVE "FAIL" TO WS-AUDIT-OUTCOME
              CALL "AUDITLOG" USING WS-PROGRAM-NAME WS-OPERATOR-ID
                                     WS-AUDIT-OUTCOME
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.

           *> One CUSTADDR and one CUSTPREF open for the whole scan -
           *> the closing zero-ID calls below release them.
           DISPLAY "ADDRLOOKUP-BULK" UPON ENVIRONMENT-NAME.
           DISPLAY "Y"               UPON ENVIRONMENT-VALUE.
           DISPLAY "PREFLOOKUP-BULK" UPON ENVIRONMENT-NAME.
           DISPLAY "Y"               UPON ENVIRONMENT-VALUE.

           MOVE "N" TO WS-EOF-SWITCH.
           PERFORM UNTIL WS-EOF
              READ CUSTOMER-MASTER NEXT RECORD
                 AT END
                    MOVE "Y" TO WS-EOF-SWITCH
                 NOT AT END
                    PERFORM 2100-TALLY-CUSTOMER
              END-READ
           END-PERFORM.
           CLOSE CUSTOMER-MASTER.

           MOVE ZERO TO WS-ADDR-CUST-ID.
           CALL "ADDRLOOKUP" USING WS-ADDR-CUST-ID WS-ADDR-FOUND
                                    WS-STREET WS-CITY
                                    WS-POSTAL-CODE WS-PHONE
                                    WS-UNDELIV-FLAG.
           MOVE ZERO TO WS-PREF-CUST-ID.
           CALL "PREFLOOKUP" USING WS-PREF-CUST-ID WS-PREF-FOUND
                                    WS-CUST-SEGMENT WS-CUST-DNC.

           PERFORM 2500-SORT-REGIONS.

      *> A customer loaded in the quarter is new whatever has become
      *> of the record since; only live records are the population.
       2100-TALLY-CUSTOMER.
           ADD 1 TO WS-MASTER-READ.
           IF CM-LOAD-DATE >= WS-QTR-START
              AND CM-LOAD-DATE <= WS-QTR-END
              ADD 1 TO WS-NEW-ON-MASTER
           END-IF.
           IF CM-LOAD-DATE > WS-QTR-END
              ADD 1 TO WS-LOADED-SINCE
           END-IF.

           IF CM-RECORD-DELETED
              ADD 1 TO WS-SOFTDEL-COUNT
           ELSE
              ADD 1 TO WS-POPULATION
              EVALUATE TRUE
                 WHEN CM-AGE <= 17
                    MOVE 1 TO WS-BRACKET
                 WHEN CM-AGE <= 64
                    MOVE 2 TO WS-BRACKET
                 WHEN OTHER
                    MOVE 3 TO WS-BRACKET
              END-EVALUATE
              ADD 1 TO WS-BRACKET-COUNT(WS-BRACKET)

              MOVE CM-CUST-ID TO WS-PREF-CUST-ID
              CALL "PREFLOOKUP" USING WS-PREF-CUST-ID WS-PREF-FOUND
                                       WS-CUST-SEGMENT WS-CUST-DNC
              IF WS-CUST-DECEASED
                 ADD 1 TO WS-DECEASED-COUNT
              END-IF
              IF WS-PREF-FOUND NOT = "Y"
                 OR WS-CUST-SEGMENT = SPACES
                 ADD 1 TO WS-NO-SEGMENT-COUNT
              ELSE
                 PERFORM 2200-FIND-SEGMENT
                 ADD 1 TO SR-CUSTOMERS(WS-SR-HIT)
              END-IF

              MOVE CM-CUST-ID TO WS-ADDR-CUST-ID
              CALL "ADDRLOOKUP" USING WS-ADDR-CUST-ID WS-ADDR-FOUND
                                       WS-STREET WS-CITY
                                       WS-POSTAL-CODE WS-PHONE
                                       WS-UNDELIV-FLAG
              IF WS-ADDR-FOUND NOT = "Y"
                 OR WS-POSTAL-CODE = SPACES
                 ADD 1 TO WS-NO-REGION-COUNT
              ELSE
                 MOVE FUNCTION UPPER-CASE(WS-POSTAL-CODE)
                   TO WS-KEY-AREA
                 IF WS-REGION-LENGTH < 10
                    MOVE SPACES
                      TO WS-KEY-AREA(WS-REGION-LENGTH + 1:)
                 END-IF
                 PERFORM 2300-FIND-REGION
                 ADD 1 TO RG-CUSTOMERS(WS-RG-HIT)
              END-IF
           END-IF.

      *> Row for WS-CUST-SEGMENT into WS-SR-HIT, adding one for a code
      *> the table does not yet hold.
       2200-FIND-SEGMENT.
           MOVE ZERO TO WS-SR-HIT.
           MOVE 1 TO WS-SR-SUB.
           PERFORM UNTIL WS-SR-SUB > WS-SR-COUNT OR WS-SR-HIT > 0
              IF SR-CODE(WS-SR-SUB) = WS-CUST-SEGMENT
                 MOVE WS-SR-SUB TO WS-SR-HIT
              END-IF
              ADD 1 TO WS-SR-SUB
           END-PERFORM.
           IF WS-SR-HIT = 0
              IF WS-SR-COUNT < WS-SR-LIMIT
                 ADD 1 TO WS-SR-COUNT
                 MOVE WS-CUST-SEGMENT TO SR-CODE(WS-SR-COUNT)
                 MOVE "(not on SEGTABLE)" TO SR-DESC(WS-SR-COUNT)
                 MOVE ZERO TO SR-CUSTOMERS(WS-SR-COUNT)
                 MOVE WS-SR-COUNT TO WS-SR-HIT
              ELSE
                 IF SR-CODE(121) = SPACES
                    MOVE "**" TO SR-CODE(121)
                    MOVE "(other codes)" TO SR-DESC(121)
                 END-IF
                 MOVE 121 TO WS-SR-HIT
              END-IF
           END-IF.

      *> Slot for WS-KEY-AREA into WS-RG-HIT, adding one for an area
      *> not yet seen.
       2300-FIND-REGION.
           MOVE ZERO TO WS-RG-HIT.
           MOVE 1 TO WS-RG-SUB.
           PERFORM UNTIL WS-RG-SUB > WS-RG-COUNT OR WS-RG-HIT > 0
              IF RG-AREA(WS-RG-SUB) = WS-KEY-AREA
                 MOVE WS-RG-SUB TO WS-RG-HIT
              END-IF
              ADD 1 TO WS-RG-SUB
           END-PERFORM.
           IF WS-RG-HIT = 0
              IF WS-RG-COUNT < WS-RG-LIMIT
                 ADD 1 TO WS-RG-COUNT
                 MOVE WS-RG-COUNT TO WS-RG-HIT
                 MOVE WS-KEY-AREA TO RG-AREA(WS-RG-HIT)
                 MOVE ZERO TO RG-CUSTOMERS(WS-RG-HIT)
              ELSE
                 MOVE 501 TO WS-RG-HIT
                 MOVE "**" TO RG-AREA(501)
              END-IF
           END-IF.

      *> Regions go to the regulator in area order.
       2500-SORT-REGIONS.
           MOVE 1 TO WS-I-SUB.
           PERFORM UNTIL WS-I-SUB >= WS-RG-COUNT
              COMPUTE WS-J-SUB = WS-I-SUB + 1
              PERFORM UNTIL WS-J-SUB > WS-RG-COUNT
                 IF RG-AREA(WS-J-SUB) < RG-AREA(WS-I-SUB)
                    MOVE WS-RG-ENTRY(WS-I-SUB) TO WS-RG-SWAP
                    MOVE WS-RG-ENTRY(WS-J-SUB)
                      TO WS-RG-ENTRY(WS-I-SUB)
                    MOVE WS-RG-SWAP TO WS-RG-ENTRY(WS-J-SUB)
                 END-IF
                 ADD 1 TO WS-J-SUB
              END-PERFORM
              ADD 1 TO WS-I-SUB
           END-PERFORM.

      *> A customer loaded and purged inside the quarter is still a
      *> new customer of the quarter. No archive just means nothing
      *> was ever purged.
       3000-SCAN-ARCHIVE.
           OPEN INPUT CUSTOMER-ARCHIVE.
           IF WS-ARCHIVE-STATUS = "00"
              MOVE "N" TO WS-EOF-SWITCH
              PERFORM UNTIL WS-EOF
                 READ CUSTOMER-ARCHIVE NEXT RECORD
                    AT END
                       MOVE "Y" TO WS-EOF-SWITCH
                    NOT AT END
                       ADD 1 TO WS-ARCHIVE-READ
                       IF AR-LOAD-DATE >= WS-QTR-START
                          AND AR-LOAD-DATE <= WS-QTR-END
                          ADD 1 TO WS-NEW-ON-ARCHIVE
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE CUSTOMER-ARCHIVE
           END-IF.
           COMPUTE WS-NEW-TOTAL = WS-NEW-ON-MASTER + WS-NEW-ON-ARCHIVE.

      *> The quarter's entries may already sit in segments JRNLCOMP
      *> has cut, so those reaching back to the quarter start - or to
      *> the closing position, if that is older - are read ahead of
      *> the live journal.
       4000-COLLECT-JOURNAL.
           MOVE WS-QTR-START TO WS-EARLIEST-DATE.
           IF WS-POSITION-FOUND
              AND WS-PRIOR-DATE < WS-EARLIEST-DATE
              MOVE WS-PRIOR-DATE TO WS-EARLIEST-DATE
           END-IF.
           PERFORM 4100-LOAD-SEGMENT-LIST.

           MOVE 1 TO WS-SEG-SUB.
           PERFORM UNTIL WS-SEG-SUB > WS-SEG-COUNT
              MOVE WS-SEG-NAME(WS-SEG-SUB) TO WS-JRNL-READ-NAME
              PERFORM 4200-SCAN-JOURNAL
              IF WS-JOURNAL-STATUS NOT = "00"
                 DISPLAY "Archived segment "
                         FUNCTION TRIM(WS-JRNL-READ-NAME)
                         " is not on disk."
                 ADD 1 TO WS-SEGS-MISSING
              END-IF
              ADD 1 TO WS-SEG-SUB
           END-PERFORM.

           MOVE WS-JRNL-FILE-NAME TO WS-JRNL-READ-NAME.
           PERFORM 4200-SCAN-JOURNAL.

       4100-LOAD-SEGMENT-LIST.
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
                          AND JA-LAST-DATE >= WS-EARLIEST-DATE
                          AND WS-SEG-COUNT < WS-SEG-LIMIT
                          ADD 1 TO WS-SEG-COUNT
                          MOVE JA-ARCHIVE-NAME
                            TO WS-SEG-NAME(WS-SEG-COUNT)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE JOURNAL-SEGMENTS
           END-IF.

      *> One pass over whichever journal WS-JRNL-READ-NAME names.
       4200-SCAN-JOURNAL.
           OPEN INPUT JOURNAL-FILE.
           IF WS-JOURNAL-STATUS = "00"
              MOVE "N" TO WS-EOF-SWITCH
              PERFORM UNTIL WS-EOF
                 READ JOURNAL-FILE
                    AT END
                       MOVE "Y" TO WS-EOF-SWITCH
                    NOT AT END
                       IF JR-TS-DATE IS NUMERIC
                          PERFORM 4300-TALLY-ENTRY
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE JOURNAL-FILE
              MOVE "00" TO WS-JOURNAL-STATUS
           END-IF.

      *> Each entry counts toward the quarter, toward the movement
      *> since the quarter ended, and - on MONTHEND's own date-plus-
      *> time cutoff - toward the movement since the closing position.
       4300-TALLY-ENTRY.
           IF JR-TS-DATE >= WS-QTR-START
              AND JR-TS-DATE <= WS-QTR-END
              EVALUATE JR-ACTION
                 WHEN "A"
                    ADD 1 TO WS-QTR-ADDS
                 WHEN "P"
                    ADD 1 TO WS-QTR-PURGES
                 WHEN "R"
                    ADD 1 TO WS-QTR-RESTORES
              END-EVALUATE
           END-IF.
           IF JR-TS-DATE > WS-QTR-END
              EVALUATE JR-ACTION
                 WHEN "A"
                    ADD 1 TO WS-SINCE-ADDS
                 WHEN "P"
                    ADD 1 TO WS-SINCE-PURGES
                 WHEN "R"
                    ADD 1 TO WS-SINCE-RESTORES
                 WHEN OTHER
                    ADD 1 TO WS-SINCE-CHANGES
              END-EVALUATE
           END-IF.
           IF WS-POSITION-FOUND
              AND (JR-TS-DATE > WS-PRIOR-DATE
                   OR (JR-TS-DATE = WS-PRIOR-DATE
                       AND JR-TS-TIME > WS-PRIOR-TIME))
              EVALUATE JR-ACTION
                 WHEN "A"
                    ADD 1 TO WS-POS-ADDS
                 WHEN "P"
                    ADD 1 TO WS-POS-PURGES
                 WHEN "R"
                    ADD 1 TO WS-POS-RESTORES
              END-EVALUATE
           END-IF.

      *> One ERASURE.LOG line per customer CUSTANON has erased, dated
      *> in its first eight characters.
       4500-COLLECT-ERASURES.
           OPEN INPUT ERASURE-LOG.
           IF WS-ERASE-STATUS = "00"
              MOVE "N" TO WS-EOF-SWITCH
              PERFORM UNTIL WS-EOF
                 READ ERASURE-LOG
                    AT END
                       MOVE "Y" TO WS-EOF-SWITCH
                    NOT AT END
                       IF EL-TS-DATE IS NUMERIC
                          IF EL-TS-DATE >= WS-QTR-START
                             AND EL-TS-DATE <= WS-QTR-END
                             ADD 1 TO WS-QTR-ERASED
                          END-IF
                          IF EL-TS-DATE > WS-QTR-END
                             ADD 1 TO WS-SINCE-ERASED
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE ERASURE-LOG
           END-IF.

      *> The three breakdowns must each add back to the population,
      *> and the master and archive must stand where MONTHEND's
      *> closing position plus the journal movement since says.
       5000-RECONCILE.
           COMPUTE WS-BRACKET-TOTAL = WS-BRACKET-COUNT(1)
                   + WS-BRACKET-COUNT(2) + WS-BRACKET-COUNT(3).

           MOVE WS-NO-REGION-COUNT TO WS-REGION-TOTAL.
           ADD RG-CUSTOMERS(501) TO WS-REGION-TOTAL.
           MOVE 1 TO WS-RG-SUB.
           PERFORM UNTIL WS-RG-SUB > WS-RG-COUNT
              ADD RG-CUSTOMERS(WS-RG-SUB) TO WS-REGION-TOTAL
              ADD 1 TO WS-RG-SUB
           END-PERFORM.

           MOVE WS-NO-SEGMENT-COUNT TO WS-SEGMENT-TOTAL.
           ADD SR-CUSTOMERS(121) TO WS-SEGMENT-TOTAL.
           MOVE 1 TO WS-SR-SUB.
           PERFORM UNTIL WS-SR-SUB > WS-SR-COUNT
              ADD SR-CUSTOMERS(WS-SR-SUB) TO WS-SEGMENT-TOTAL
              ADD 1 TO WS-SR-SUB
           END-PERFORM.

           MOVE "N" TO WS-BREAKDOWN-SWITCH.
           IF WS-BRACKET-TOTAL = WS-POPULATION
              AND WS-REGION-TOTAL = WS-POPULATION
              AND WS-SEGMENT-TOTAL = WS-POPULATION
              MOVE "Y" TO WS-BREAKDOWN-SWITCH
           END-IF.

           MOVE "N" TO WS-TIE-SWITCH.
           IF WS-POSITION-FOUND
              COMPUTE WS-EXPECT-MASTER =
                      WS-PRIOR-MASTER + WS-POS-ADDS
                      + WS-POS-RESTORES - WS-POS-PURGES
              COMPUTE WS-EXPECT-ARCHIVE =
                      WS-PRIOR-ARCHIVE + WS-POS-PURGES
                      - WS-POS-RESTORES
              IF WS-BREAKDOWNS-AGREE
                 AND WS-EXPECT-MASTER = WS-MASTER-READ
                 AND WS-EXPECT-ARCHIVE = WS-ARCHIVE-READ
                 AND WS-SEGS-MISSING = 0
                 MOVE "Y" TO WS-TIE-SWITCH
              END-IF
           END-IF.

      *> The population is counted as CUSTMAST stands now, so it is
      *> only the quarter-end figure while nothing has moved since -
      *> no load, journalled change or erasure after the quarter end.
      *> A quarter still open has no quarter-end figure at all.
       5500-CHECK-QUARTER-END.
           COMPUTE WS-SINCE-TOTAL = WS-LOADED-SINCE + WS-SINCE-ADDS
                   + WS-SINCE-PURGES + WS-SINCE-RESTORES
                   + WS-SINCE-ERASED + WS-SINCE-CHANGES.
           MOVE SPACE TO WS-HOLD-REASON.
           IF WS-QTR-NOT-ENDED
              MOVE "O" TO WS-HOLD-REASON
           ELSE
              IF WS-SINCE-TOTAL > 0
                 MOVE "M" TO WS-HOLD-REASON
              END-IF
           END-IF.

      *> Header, population, brackets, regions, segments, movement,
      *> trailer - the order the regulator's layout lists them.
       7000-WRITE-RETURN.
           OPEN OUTPUT RETURN-FILE.
           IF WS-RETURN-STATUS NOT = "00"
              DISPLAY "Cannot open REGRTN.DAT, status="
                      WS-RETURN-STATUS
              MOVE "N" TO WS-TIE-SWITCH
           ELSE
              MOVE ZERO TO WS-RR-WRITTEN WS-RR-HASH
              MOVE SPACES TO REGULATORY-RETURN-RECORD
              MOVE "HD"           TO RR-RECORD-TYPE
              MOVE WS-REPORTER-ID TO RR-REPORTER-ID
              MOVE WS-PERIOD      TO RR-PERIOD
              MOVE WS-QTR-START   TO RR-PERIOD-START
              MOVE WS-QTR-END     TO RR-PERIOD-END
              MOVE WS-CURR-DATE-NUM TO RR-MADE-DATE
              MOVE WS-CURR-TIME(1:6) TO RR-MADE-TIME
              MOVE "01"           TO RR-FORMAT-VERSION
              WRITE REGULATORY-RETURN-RECORD
              ADD 1 TO WS-RR-WRITTEN

              MOVE "CT" TO WS-RR-TYPE
              MOVE "CUSTOMERS" TO WS-RR-CATEGORY
              MOVE WS-POPULATION TO WS-RR-COUNT
              PERFORM 7100-WRITE-DETAIL

              MOVE "AB" TO WS-RR-TYPE
              MOVE 1 TO WS-BRACKET
              PERFORM UNTIL WS-BRACKET > 3
                 MOVE WS-BRACKET-LABEL(WS-BRACKET) TO WS-RR-CATEGORY
                 MOVE WS-BRACKET-COUNT(WS-BRACKET) TO WS-RR-COUNT
                 PERFORM 7100-WRITE-DETAIL
                 ADD 1 TO WS-BRACKET
              END-PERFORM

              MOVE "RG" TO WS-RR-TYPE
              MOVE 1 TO WS-RG-SUB
              PERFORM UNTIL WS-RG-SUB > WS-RG-COUNT
                 MOVE RG-AREA(WS-RG-SUB) TO WS-RR-CATEGORY
                 MOVE RG-CUSTOMERS(WS-RG-SUB) TO WS-RR-COUNT
                 PERFORM 7100-WRITE-DETAIL
                 ADD 1 TO WS-RG-SUB
              END-PERFORM
              IF RG-AREA(501) NOT = SPACES
                 MOVE "OTHER" TO WS-RR-CATEGORY
                 MOVE RG-CUSTOMERS(501) TO WS-RR-COUNT
                 PERFORM 7100-WRITE-DETAIL
              END-IF
              MOVE "UNKNOWN" TO WS-RR-CATEGORY
              MOVE WS-NO-REGION-COUNT TO WS-RR-COUNT
              PERFORM 7100-WRITE-DETAIL

              MOVE "SG" TO WS-RR-TYPE
              MOVE 1 TO WS-SR-SUB
              PERFORM UNTIL WS-SR-SUB > WS-SR-COUNT
                 MOVE SR-CODE(WS-SR-SUB) TO WS-RR-CATEGORY
                 MOVE SR-CUSTOMERS(WS-SR-SUB) TO WS-RR-COUNT
                 PERFORM 7100-WRITE-DETAIL
                 ADD 1 TO WS-SR-SUB
              END-PERFORM
              IF SR-CODE(121) NOT = SPACES
                 MOVE "OTHER" TO WS-RR-CATEGORY
                 MOVE SR-CUSTOMERS(121) TO WS-RR-COUNT
                 PERFORM 7100-WRITE-DETAIL
              END-IF
              MOVE "NONE" TO WS-RR-CATEGORY
              MOVE WS-NO-SEGMENT-COUNT TO WS-RR-COUNT
              PERFORM 7100-WRITE-DETAIL

              MOVE "NC" TO WS-RR-TYPE
              MOVE "LOADED" TO WS-RR-CATEGORY
              MOVE WS-NEW-TOTAL TO WS-RR-COUNT
              PERFORM 7100-WRITE-DETAIL

              MOVE "PG" TO WS-RR-TYPE
              MOVE "PURGED" TO WS-RR-CATEGORY
              MOVE WS-QTR-PURGES TO WS-RR-COUNT
              PERFORM 7100-WRITE-DETAIL

              MOVE "ER" TO WS-RR-TYPE
              MOVE "ERASED" TO WS-RR-CATEGORY
              MOVE WS-QTR-ERASED TO WS-RR-COUNT
              PERFORM 7100-WRITE-DETAIL

              ADD 1 TO WS-RR-WRITTEN
              MOVE SPACES TO REGULATORY-RETURN-RECORD
              MOVE "TR"           TO RR-RECORD-TYPE
              MOVE WS-REPORTER-ID TO RR-REPORTER-ID
              MOVE WS-PERIOD      TO RR-PERIOD
              MOVE WS-RR-WRITTEN  TO RR-RECORD-COUNT
              MOVE WS-RR-HASH     TO RR-HASH-TOTAL
              WRITE REGULATORY-RETURN-RECORD
              CLOSE RETURN-FILE
           END-IF.

       7100-WRITE-DETAIL.
           MOVE SPACES TO REGULATORY-RETURN-RECORD.
           MOVE WS-RR-TYPE     TO RR-RECORD-TYPE.
           MOVE WS-REPORTER-ID TO RR-REPORTER-ID.
           MOVE WS-PERIOD      TO RR-PERIOD.
           MOVE WS-RR-CATEGORY TO RR-CATEGORY.
           MOVE WS-RR-COUNT    TO RR-COUNT.
           WRITE REGULATORY-RETURN-RECORD.
           ADD 1 TO WS-RR-WRITTEN.
           ADD WS-RR-COUNT TO WS-RR-HASH.

      *> The figures as sent, then the reconciliation page, then the
      *> sign-off, each under a "SECTION: " heading line so DISTRIB
      *> can send a part on its own.
       8000-PRINT-REPORT.
           OPEN OUTPUT RETURN-RPT.
           MOVE SPACES TO RETURN-RPT-LINE.
           STRING "QUARTERLY REGULATORY STATISTICAL RETURN"
                  DELIMITED BY SIZE
                  "   COMPANY: " DELIMITED BY SIZE
                  WS-COMPANY-CODE DELIMITED BY SIZE
                  "   PERIOD: " DELIMITED BY SIZE
                  WS-PERIOD DELIMITED BY SIZE
                  " (" DELIMITED BY SIZE
                  WS-QTR-START DELIMITED BY SIZE
                  " - " DELIMITED BY SIZE
                  WS-QTR-END DELIMITED BY SIZE
                  ")   RUN " DELIMITED BY SIZE
                  WS-CURR-DATE-NUM DELIMITED BY SIZE
                  INTO RETURN-RPT-LINE
           END-STRING.
           WRITE RETURN-RPT-LINE.
           MOVE SPACES TO RETURN-RPT-LINE.
           STRING "Reporter reference: " DELIMITED BY SIZE
                  WS-REPORTER-ID DELIMITED BY SIZE
                  "   Region = first " DELIMITED BY SIZE
                  WS-REGION-LENGTH DELIMITED BY SIZE
                  " character(s) of the postal code"
                  DELIMITED BY SIZE
                  INTO RETURN-RPT-LINE
           END-STRING.
           WRITE RETURN-RPT-LINE.
           IF WS-QTR-NOT-ENDED
              MOVE "NOTE: the quarter has not ended - figures are to
      -            " date only and no REGRTN.DAT is written."
                TO RETURN-RPT-LINE
              WRITE RETURN-RPT-LINE
           END-IF.

           PERFORM 8100-PRINT-FIGURES.
           PERFORM 8200-PRINT-RECONCILIATION.
           PERFORM 8300-PRINT-SIGN-OFF.
           CLOSE RETURN-RPT.

       8100-PRINT-FIGURES.
           MOVE SPACES TO RETURN-RPT-LINE.
           WRITE RETURN-RPT-LINE.
           MOVE "SECTION: RETURN FIGURES" TO RETURN-RPT-LINE.
           WRITE RETURN-RPT-LINE.

           MOVE "Customer population at quarter end"
             TO FL-LABEL.
           MOVE WS-POPULATION TO FL-COUNT.
           MOVE "live records; soft-deleted left out" TO FL-NOTE.
           PERFORM 8900-WRITE-FIGURE.

           MOVE SPACES TO RETURN-RPT-LINE.
           WRITE RETURN-RPT-LINE.
           MOVE "By age bracket" TO RETURN-RPT-LINE.
           WRITE RETURN-RPT-LINE.
           MOVE 1 TO WS-BRACKET.
           PERFORM UNTIL WS-BRACKET > 3
              MOVE SPACES TO FL-LABEL
              STRING "  " DELIMITED BY SIZE
                     WS-BRACKET-LABEL(WS-BRACKET) DELIMITED BY SIZE
                     INTO FL-LABEL
              END-STRING
              MOVE WS-BRACKET-COUNT(WS-BRACKET) TO FL-COUNT
              PERFORM 8900-WRITE-FIGURE
              ADD 1 TO WS-BRACKET
           END-PERFORM.

           MOVE SPACES TO RETURN-RPT-LINE.
           WRITE RETURN-RPT-LINE.
           MOVE "By region" TO RETURN-RPT-LINE.
           WRITE RETURN-RPT-LINE.
           MOVE 1 TO WS-RG-SUB.
           PERFORM UNTIL WS-RG-SUB > WS-RG-COUNT
              MOVE SPACES TO FL-LABEL
              STRING "  " DELIMITED BY SIZE
                     RG-AREA(WS-RG-SUB) DELIMITED BY SIZE
                     INTO FL-LABEL
              END-STRING
              MOVE RG-CUSTOMERS(WS-RG-SUB) TO FL-COUNT
              PERFORM 8900-WRITE-FIGURE
              ADD 1 TO WS-RG-SUB
           END-PERFORM.
           IF RG-AREA(501) NOT = SPACES
              MOVE "  OTHER" TO FL-LABEL
              MOVE RG-CUSTOMERS(501) TO FL-COUNT
              MOVE "areas beyond the table's 500" TO FL-NOTE
              PERFORM 8900-WRITE-FIGURE
           END-IF.
           MOVE "  UNKNOWN" TO FL-LABEL.
           MOVE WS-NO-REGION-COUNT TO FL-COUNT.
           MOVE "no CUSTADDR record or no postal code" TO FL-NOTE.
           PERFORM 8900-WRITE-FIGURE.

           MOVE SPACES TO RETURN-RPT-LINE.
           WRITE RETURN-RPT-LINE.
           MOVE "By segment" TO RETURN-RPT-LINE.
           WRITE RETURN-RPT-LINE.
           MOVE 1 TO WS-SR-SUB.
           PERFORM UNTIL WS-SR-SUB > WS-SR-COUNT
              MOVE SPACES TO FL-LABEL
              STRING "  " DELIMITED BY SIZE
                     SR-CODE(WS-SR-SUB) DELIMITED BY SIZE
                     " " DELIMITED BY SIZE
                     SR-DESC(WS-SR-SUB) DELIMITED BY SIZE
                     INTO FL-LABEL
              END-STRING
              MOVE SR-CUSTOMERS(WS-SR-SUB) TO FL-COUNT
              PERFORM 8900-WRITE-FIGURE
              ADD 1 TO WS-SR-SUB
           END-PERFORM.
           IF SR-CODE(121) NOT = SPACES
              MOVE "  OTHER (other codes)" TO FL-LABEL
              MOVE SR-CUSTOMERS(121) TO FL-COUNT
              PERFORM 8900-WRITE-FIGURE
           END-IF.
           MOVE "  NONE" TO FL-LABEL.
           MOVE WS-NO-SEGMENT-COUNT TO FL-COUNT.
           MOVE "no CUSTPREF record or a blank segment" TO FL-NOTE.
           PERFORM 8900-WRITE-FIGURE.

           MOVE SPACES TO RETURN-RPT-LINE.
           WRITE RETURN-RPT-LINE.
           MOVE "Movement in the quarter" TO RETURN-RPT-LINE.
           WRITE RETURN-RPT-LINE.
           MOVE "  New customers loaded" TO FL-LABEL.
           MOVE WS-NEW-TOTAL TO FL-COUNT.
           MOVE WS-NEW-ON-MASTER TO WS-COUNT-OUT.
           MOVE WS-NEW-ON-ARCHIVE TO WS-COUNT-OUT-2.
           STRING "by load date - on CUSTMAST " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-COUNT-OUT) DELIMITED BY SIZE
                  ", already purged " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-COUNT-OUT-2) DELIMITED BY SIZE
                  INTO FL-NOTE
           END-STRING.
           PERFORM 8900-WRITE-FIGURE.
           MOVE "  Customers purged" TO FL-LABEL.
           MOVE WS-QTR-PURGES TO FL-COUNT.
           MOVE WS-QTR-RESTORES TO WS-COUNT-OUT.
           STRING "CUSTJRNL P entries; restored in the quarter "
                  DELIMITED BY SIZE
                  FUNCTION TRIM(WS-COUNT-OUT) DELIMITED BY SIZE
                  INTO FL-NOTE
           END-STRING.
           PERFORM 8900-WRITE-FIGURE.
           MOVE "  Customers erased" TO FL-LABEL.
           MOVE WS-QTR-ERASED TO FL-COUNT.
           MOVE "ERASURE.LOG entries" TO FL-NOTE.
           PERFORM 8900-WRITE-FIGURE.
           IF WS-DECEASED-COUNT > 0
              MOVE SPACES TO RETURN-RPT-LINE
              WRITE RETURN-RPT-LINE
              MOVE "Of the population, marked deceased" TO FL-LABEL
              MOVE WS-DECEASED-COUNT TO FL-COUNT
              MOVE "for information - not sent" TO FL-NOTE
              PERFORM 8900-WRITE-FIGURE
           END-IF.

       8200-PRINT-RECONCILIATION.
           MOVE SPACES TO RETURN-RPT-LINE.
           WRITE RETURN-RPT-LINE.
           MOVE "SECTION: RECONCILIATION" TO RETURN-RPT-LINE.
           WRITE RETURN-RPT-LINE.

           MOVE "Population" TO FL-LABEL.
           MOVE WS-POPULATION TO FL-COUNT.
           PERFORM 8900-WRITE-FIGURE.
           MOVE "  Age brackets add up to" TO FL-LABEL.
           MOVE WS-BRACKET-TOTAL TO FL-COUNT.
           IF WS-BRACKET-TOTAL = WS-POPULATION
              MOVE "agrees" TO FL-NOTE
           ELSE
              MOVE "DIFFERS" TO FL-NOTE
           END-IF.
           PERFORM 8900-WRITE-FIGURE.
           MOVE "  Regions add up to" TO FL-LABEL.
           MOVE WS-REGION-TOTAL TO FL-COUNT.
           IF WS-REGION-TOTAL = WS-POPULATION
              MOVE "agrees" TO FL-NOTE
           ELSE
              MOVE "DIFFERS" TO FL-NOTE
           END-IF.
           PERFORM 8900-WRITE-FIGURE.
           MOVE "  Segments add up to" TO FL-LABEL.
           MOVE WS-SEGMENT-TOTAL TO FL-COUNT.
           IF WS-SEGMENT-TOTAL = WS-POPULATION
              MOVE "agrees" TO FL-NOTE
           ELSE
              MOVE "DIFFERS" TO FL-NOTE
           END-IF.
           PERFORM 8900-WRITE-FIGURE.

           MOVE SPACES TO RETURN-RPT-LINE.
           WRITE RETURN-RPT-LINE.
           IF NOT WS-POSITION-FOUND
              MOVE "No MONTHEND closing position on CMPOSN.DAT - run
      -            " MONTHEND before the return." TO RETURN-RPT-LINE
              WRITE RETURN-RPT-LINE
           ELSE
              MOVE SPACES TO RETURN-RPT-LINE
              STRING "MONTHEND closing position taken "
                     DELIMITED BY SIZE
                     WS-PRIOR-DATE DELIMITED BY SIZE
                     " at " DELIMITED BY SIZE
                     WS-PRIOR-TIME DELIMITED BY SIZE
                     ": master " DELIMITED BY SIZE
                     WS-PRIOR-MASTER DELIMITED BY SIZE
                     "  archive " DELIMITED BY SIZE
                     WS-PRIOR-ARCHIVE DELIMITED BY SIZE
                     INTO RETURN-RPT-LINE
              END-STRING
              WRITE RETURN-RPT-LINE
              IF WS-PRIOR-DATE(1:6) < WS-QTR-END-MONTH
                 MOVE "  Note: taken before the quarter's last month
      -               " - MONTHEND has not closed the quarter yet."
                   TO RETURN-RPT-LINE
                 WRITE RETURN-RPT-LINE
              END-IF
              MOVE SPACES TO RETURN-RPT-LINE
              STRING "Journal movement since then: adds "
                     DELIMITED BY SIZE
                     WS-POS-ADDS DELIMITED BY SIZE
                     "  restores " DELIMITED BY SIZE
                     WS-POS-RESTORES DELIMITED BY SIZE
                     "  purges " DELIMITED BY SIZE
                     WS-POS-PURGES DELIMITED BY SIZE
                     INTO RETURN-RPT-LINE
              END-STRING
              WRITE RETURN-RPT-LINE

              MOVE WS-EXPECT-MASTER TO WS-SIGNED-OUT
              MOVE WS-MASTER-READ TO FL-COUNT
              MOVE WS-SOFTDEL-COUNT TO WS-COUNT-OUT
              STRING "counted - expected " DELIMITED BY SIZE
                     FUNCTION TRIM(WS-SIGNED-OUT) DELIMITED BY SIZE
                     "; population plus soft-deleted "
                     DELIMITED BY SIZE
                     FUNCTION TRIM(WS-COUNT-OUT) DELIMITED BY SIZE
                     INTO FL-NOTE
              END-STRING
              MOVE "Master records" TO FL-LABEL
              PERFORM 8900-WRITE-FIGURE

              MOVE "Archive records" TO FL-LABEL
              MOVE WS-ARCHIVE-READ TO FL-COUNT
              MOVE WS-EXPECT-ARCHIVE TO WS-SIGNED-OUT
              STRING "counted - expected " DELIMITED BY SIZE
                     FUNCTION TRIM(WS-SIGNED-OUT) DELIMITED BY SIZE
                     INTO FL-NOTE
              END-STRING
              PERFORM 8900-WRITE-FIGURE
           END-IF.
           IF WS-SEGS-MISSING > 0
              MOVE SPACES TO RETURN-RPT-LINE
              STRING "Archived journal segments not on disk: "
                     DELIMITED BY SIZE
                     WS-SEGS-MISSING DELIMITED BY SIZE
                     " - the movement counts are incomplete."
                     DELIMITED BY SIZE
                     INTO RETURN-RPT-LINE
              END-STRING
              WRITE RETURN-RPT-LINE
           END-IF.

           *> For a run made after the quarter ended, what has moved
           *> since, so the population can be read back to the day.
           IF NOT WS-QTR-NOT-ENDED
              AND WS-CURR-DATE-NUM > WS-QTR-END
              MOVE SPACES TO RETURN-RPT-LINE
              WRITE RETURN-RPT-LINE
              MOVE SPACES TO RETURN-RPT-LINE
              STRING "Since the quarter ended: loaded "
                     DELIMITED BY SIZE
                     WS-LOADED-SINCE DELIMITED BY SIZE
                     "  journal adds " DELIMITED BY SIZE
                     WS-SINCE-ADDS DELIMITED BY SIZE
                     "  purges " DELIMITED BY SIZE
                     WS-SINCE-PURGES DELIMITED BY SIZE
                     "  restores " DELIMITED BY SIZE
                     WS-SINCE-RESTORES DELIMITED BY SIZE
                     "  erased " DELIMITED BY SIZE
                     WS-SINCE-ERASED DELIMITED BY SIZE
                     "  changes " DELIMITED BY SIZE
                     WS-SINCE-CHANGES DELIMITED BY SIZE
                     INTO RETURN-RPT-LINE
              END-STRING
              WRITE RETURN-RPT-LINE
           END-IF.

           MOVE SPACES TO RETURN-RPT-LINE.
           WRITE RETURN-RPT-LINE.
           MOVE SPACES TO RETURN-RPT-LINE.
           EVALUATE TRUE
              WHEN WS-RETURN-TIES AND WS-HELD-OPEN
                 STRING "VERDICT: TIES, but the quarter ends "
                        DELIMITED BY SIZE
                        WS-QTR-END DELIMITED BY SIZE
                        " - no return file produced. Rerun on or after"
                        DELIMITED BY SIZE
                        " that date." DELIMITED BY SIZE
                        INTO RETURN-RPT-LINE
                 END-STRING
              WHEN WS-RETURN-TIES AND WS-HELD-MOVED
                 STRING "VERDICT: TIES, but " DELIMITED BY SIZE
                        WS-SINCE-TOTAL DELIMITED BY SIZE
                        " movement(s) since the quarter ended - these "
                        DELIMITED BY SIZE
                        "are not the quarter-end figures. No return "
                        DELIMITED BY SIZE
                        "file produced." DELIMITED BY SIZE
                        INTO RETURN-RPT-LINE
                 END-STRING
              WHEN WS-RETURN-TIES
                 STRING "VERDICT: TIES - REGRTN.DAT written, "
                        DELIMITED BY SIZE
                        WS-RR-WRITTEN DELIMITED BY SIZE
                        " records, hash total " DELIMITED BY SIZE
                        WS-RR-HASH DELIMITED BY SIZE
                        INTO RETURN-RPT-LINE
                 END-STRING
              WHEN OTHER
                 MOVE "VERDICT: DOES NOT TIE - no return file produced.
      -            " Do not send." TO RETURN-RPT-LINE
           END-EVALUATE.
           WRITE RETURN-RPT-LINE.

       8300-PRINT-SIGN-OFF.
           MOVE SPACES TO RETURN-RPT-LINE.
           WRITE RETURN-RPT-LINE.
           MOVE "SECTION: SIGN-OFF" TO RETURN-RPT-LINE.
           WRITE RETURN-RPT-LINE.
           MOVE SPACES TO RETURN-RPT-LINE.
           STRING "Prepared by: " DELIMITED BY SIZE
                  WS-OPERATOR-ID DELIMITED BY SIZE
                  "    Reviewed by: ____________    Date: "
                  DELIMITED BY SIZE
                  "____________" DELIMITED BY SIZE
                  INTO RETURN-RPT-LINE
           END-STRING.
           WRITE RETURN-RPT-LINE.
           MOVE "Sent to the regulator by: ____________    Date: ____
      -         "________" TO RETURN-RPT-LINE.
           WRITE RETURN-RPT-LINE.

       8900-WRITE-FIGURE.
           MOVE WS-FIGURE-LINE TO RETURN-RPT-LINE.
           WRITE RETURN-RPT-LINE.
           MOVE SPACES TO WS-FIGURE-LINE.
