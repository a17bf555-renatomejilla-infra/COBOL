      *    Author      : Renato D. Mejilla
      *    Date        : October 15, 2026
      *    Description : Report distribution off the spool. SPOOLREG
      *                  keeps every report, but the printouts were
      *                  still walked round the building whole, and
      *                  not every department should see every report.
      *                  DISTLIST.DAT says who gets what - report (or
      *                  one section of it), recipient, copies, and
      *                  delivery method (see DISTREC). This picks up
      *                  the SPOOLIDX.DAT entries registered since the
      *                  window opened (DISTRIB-DAYS through PARMGET,
      *                  today and yesterday by default, so a report
      *                  written after midnight is not missed), and
      *                  builds one bundle per recipient, <recipient>
      *                  .BDL, with a cover sheet listing what is in it
      *                  and a sign-for line. A report is burst on its
      *                  "SECTION: " heading lines - a recipient listed
      *                  for one section gets the report's title lines
      *                  and that section only. A report no DISTLIST
      *                  line names goes to nobody. Every item sent is
      *                  appended to the DISTLOG.DAT distribution log,
      *                  which is also how a rerun knows not to send
      *                  the same spool generation twice. Bundles are
      *                  themselves registered through SPOOLREG so they
      *                  can be reprinted from SPOOLBROWSE. RETURN-CODE
      *                  0 all sent, 4 something could not be sent (a
      *                  spool generation gone, a section not in the
      *                  report, a bad DISTLIST line, no DISTLIST at
      *                  all). Runs as a NIGHTLYRUN step.
      *    Compiler    : Micro Focus Visual COBOL
      *    ============================================================

       IDENTIFICATION DIVISION.
       PROGRAM-ID.     DISTRIB.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SPOOL-INDEX  ASSIGN TO WS-INDEX-NAME
                               ORGANIZATION LINE SEQUENTIAL
                               FILE STATUS IS WS-INDEX-STATUS.

           SELECT DIST-LIST    ASSIGN TO WS-DISTLIST-FILE
                               ORGANIZATION LINE SEQUENTIAL
                               FILE STATUS IS WS-LIST-STATUS.

           SELECT DIST-LOG     ASSIGN TO WS-DISTLOG-FILE
                               ORGANIZATION LINE SEQUENTIAL
                               FILE STATUS IS WS-LOG-STATUS.

           SELECT SPOOL-COPY   ASSIGN TO WS-SPOOL-NAME
                               ORGANIZATION LINE SEQUENTIAL
                               FILE STATUS IS WS-SPOOL-STATUS.

           SELECT BUNDLE-FILE  ASSIGN TO WS-BUNDLE-NAME
                               ORGANIZATION LINE SEQUENTIAL
                               FILE STATUS IS WS-BUNDLE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SPOOL-INDEX.
       01  SPOOL-INDEX-RECORD.
           05 SX-REPORT-NAME   PIC X(26).
           05 SX-PROGRAM       PIC X(20).
           05 SX-RUN-DATE      PIC 9(8).
           05 SX-GENERATION    PIC 9(4).
           05 SX-SPOOL-NAME    PIC X(26).

       FD  DIST-LIST.
       COPY DISTREC.

      *> One line per item sent, or that could not be sent.
       FD  DIST-LOG.
       01  DIST-LOG-RECORD.
           05 DG-RUN-DATE      PIC 9(8).
           05 FILLER           PIC X.
           05 DG-RUN-TIME      PIC 9(6).
           05 FILLER           PIC X.
           05 DG-RECIPIENT     PIC X(8).
           05 FILLER           PIC X.
           05 DG-REPORT-NAME   PIC X(26).
           05 FILLER           PIC X.
           05 DG-SECTION       PIC X(20).
           05 FILLER           PIC X.
           05 DG-REPORT-DATE   PIC 9(8).
           05 FILLER           PIC X.
           05 DG-SPOOL-NAME    PIC X(26).
           05 FILLER           PIC X.
           05 DG-COPIES        PIC 9(2).
           05 FILLER           PIC X.
           05 DG-METHOD        PIC X(1).
           05 FILLER           PIC X.
           05 DG-BUNDLE-NAME   PIC X(26).
           05 FILLER           PIC X.
           05 DG-OUTCOME       PIC X(10).

       FD  SPOOL-COPY.
       01  SPOOL-COPY-LINE     PIC X(132).

       FD  BUNDLE-FILE.
       01  BUNDLE-LINE         PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-INDEX-NAME       PIC X(26) VALUE "SPOOLIDX.DAT".
       01  WS-DISTLIST-FILE    PIC X(26) VALUE "DISTLIST.DAT".
       01  WS-DISTLOG-FILE     PIC X(26) VALUE "DISTLOG.DAT".
       01  WS-SPOOL-NAME       PIC X(26) VALUE SPACES.
       01  WS-BUNDLE-NAME      PIC X(26) VALUE SPACES.

       01  WS-INDEX-STATUS     PIC XX VALUE "00".
       01  WS-LIST-STATUS      PIC XX VALUE "00".
       01  WS-LOG-STATUS       PIC XX VALUE "00".
       01  WS-SPOOL-STATUS     PIC XX VALUE "00".
       01  WS-BUNDLE-STATUS    PIC XX VALUE "00".
       01  WS-EOF-SWITCH       PIC X VALUE "N".
           88 WS-EOF           VALUE "Y".
       01  WS-SPOOL-EOF        PIC X(1) VALUE "N".

      *> Run parameters through PARMGET.
       01  WS-PARM-NAME        PIC X(24) VALUE SPACES.
       01  WS-PARM-VALUE       PIC X(20) VALUE SPACES.
       01  WS-PARM-SOURCE      PIC X(1) VALUE SPACE.
       01  WS-WINDOW-DAYS      PIC 9(3) VALUE 1.

       01  WS-TODAY-INT        PIC 9(7) VALUE ZERO.
       01  WS-FROM-INT         PIC 9(7) VALUE ZERO.
       01  WS-FROM-DATE        PIC 9(8) VALUE ZERO.
       01  WS-ENTRY-INT        PIC 9(7) VALUE ZERO.

      *> DISTLIST.DAT, the report names resolved through FILERES the
      *> way SPOOLREG registered them.
       01  WS-LIST-TABLE.
           05 WS-LIST-COUNT    PIC 9(4) VALUE ZERO.
           05 WS-LIST-LIMIT    PIC 9(4) VALUE 500.
           05 WS-LIST-ENTRY OCCURS 500 TIMES.
              10 LT-REPORT-NAME   PIC X(26).
              10 LT-SECTION       PIC X(20).
              10 LT-RECIPIENT     PIC X(8).
              10 LT-RECIP-NAME    PIC X(30).
              10 LT-COPIES        PIC 9(2).
              10 LT-METHOD        PIC X(1).
       01  WS-LT-SUB           PIC 9(4) VALUE ZERO.
       01  WS-LIST-LINE-NO     PIC 9(4) VALUE ZERO.
       01  WS-BAD-LIST-COUNT   PIC 9(4) VALUE ZERO.
       01  WS-LIST-MATCHED     PIC X(1) VALUE "N".

      *> One item per spooled report (or section) per recipient.
       01  WS-ITEM-TABLE.
           05 WS-ITEM-COUNT    PIC 9(4) VALUE ZERO.
           05 WS-ITEM-LIMIT    PIC 9(4) VALUE 2000.
           05 WS-ITEM-ENTRY OCCURS 2000 TIMES.
              10 WI-LIST-SUB      PIC 9(4).
              10 WI-REPORT-DATE   PIC 9(8).
              10 WI-GENERATION    PIC 9(4).
              10 WI-SPOOL-NAME    PIC X(26).
              10 WI-RECIP-SUB     PIC 9(3).
              10 WI-SENT-FLAG     PIC X(1).
                 88 WI-ALREADY-SENT  VALUE "Y".
       01  WS-WI-SUB           PIC 9(4) VALUE ZERO.
       01  WS-ITEM-OVERFLOW    PIC 9(6) VALUE ZERO.

      *> One bundle per recipient with anything to send.
       01  WS-RECIP-TABLE.
           05 WS-RECIP-COUNT   PIC 9(3) VALUE ZERO.
           05 WS-RECIP-LIMIT   PIC 9(3) VALUE 200.
           05 WS-RECIP-ENTRY OCCURS 200 TIMES.
              10 RC-RECIPIENT     PIC X(8).
              10 RC-RECIP-NAME    PIC X(30).
              10 RC-ITEM-COUNT    PIC 9(4).
       01  WS-RC-SUB           PIC 9(3) VALUE ZERO.
       01  WS-RECIP-FOUND      PIC X(1) VALUE "N".

      *> The item being copied into a bundle.
       01  WS-COPIES-DUE       PIC 9(2) VALUE ZERO.
       01  WS-COPY-NUMBER      PIC 9(2) VALUE ZERO.
       01  WS-ITEM-OUTCOME     PIC X(10) VALUE SPACES.
       01  WS-WANTED-SECTION   PIC X(20) VALUE SPACES.
       01  WS-CURRENT-SECTION  PIC X(20) VALUE SPACES.
       01  WS-IN-TITLE         PIC X(1) VALUE "Y".
       01  WS-SECTION-SEEN     PIC X(1) VALUE "N".
       01  WS-SECTION-MARK     PIC X(9) VALUE "SECTION: ".
       01  WS-METHOD-TEXT      PIC X(20) VALUE SPACES.
       01  WS-SECTION-SHOW     PIC X(20) VALUE SPACES.

       01  WS-COVER-LINE.
           05 CV-REPORT-NAME   PIC X(26).
           05 FILLER           PIC X(2).
           05 CV-SECTION       PIC X(20).
           05 FILLER           PIC X(2).
           05 CV-REPORT-DATE   PIC 9(8).
           05 FILLER           PIC X(2).
           05 CV-GENERATION    PIC 9(4).
           05 FILLER           PIC X(2).
           05 CV-COPIES        PIC Z9.
           05 FILLER           PIC X(2).
           05 CV-METHOD        PIC X(20).

      *> Run totals.
       01  WS-INDEX-COUNT      PIC 9(6) VALUE ZERO.
       01  WS-UNLISTED-COUNT   PIC 9(6) VALUE ZERO.
       01  WS-ALREADY-COUNT    PIC 9(6) VALUE ZERO.
       01  WS-SENT-COUNT       PIC 9(6) VALUE ZERO.
       01  WS-MISSING-COUNT    PIC 9(6) VALUE ZERO.
       01  WS-NOSECT-COUNT     PIC 9(6) VALUE ZERO.
       01  WS-BUNDLE-COUNT     PIC 9(6) VALUE ZERO.
       01  WS-BUNDLE-FAILED    PIC 9(6) VALUE ZERO.

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
       01  WS-PROGRAM-NAME     PIC X(20) VALUE "DISTRIB".
       01  WS-AUDIT-OUTCOME    PIC X(8) VALUE SPACES.

       PROCEDURE DIVISION.
           DISPLAY "<<< REPORT DISTRIBUTION >>>".
           DISPLAY "---------------------------".

           ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT "OPERATOR-ID".
           MOVE "START" TO WS-AUDIT-OUTCOME.
           CALL "AUDITLOG" USING WS-PROGRAM-NAME WS-OPERATOR-ID
                                  WS-AUDIT-OUTCOME.

           CALL "FILERES" USING WS-INDEX-NAME.
           CALL "FILERES" USING WS-DISTLIST-FILE.
           CALL "FILERES" USING WS-DISTLOG-FILE.

           ACCEPT WS-CURR-DATE FROM DATE YYYYMMDD.
           MOVE WS-CURR-MONTH TO WS-RUN-MONTH.
           MOVE WS-CURR-DAY   TO WS-RUN-DAY.
           MOVE WS-CURR-YEAR  TO WS-RUN-YEAR.
           ACCEPT WS-COMPANY-CODE FROM ENVIRONMENT
                  "ACMITS-COMPANY".
           IF WS-COMPANY-CODE = SPACES
              MOVE "BASE" TO WS-COMPANY-CODE
           END-IF.

           MOVE "DISTRIB-DAYS" TO WS-PARM-NAME.
           MOVE SPACES TO WS-PARM-VALUE.
           CALL "PARMGET" USING WS-PROGRAM-NAME WS-PARM-NAME
                                 WS-PARM-VALUE WS-PARM-SOURCE.
           IF WS-PARM-VALUE(1:3) IS NUMERIC
              MOVE WS-PARM-VALUE(1:3) TO WS-WINDOW-DAYS
           END-IF.
           COMPUTE WS-TODAY-INT =
                   FUNCTION INTEGER-OF-DATE(WS-CURR-DATE-NUM).
           COMPUTE WS-FROM-INT = WS-TODAY-INT - WS-WINDOW-DAYS.
           COMPUTE WS-FROM-DATE =
                   FUNCTION DATE-OF-INTEGER(WS-FROM-INT).

           PERFORM 1000-LOAD-DIST-LIST.
           IF WS-LIST-COUNT = 0
              DISPLAY "No usable DISTLIST.DAT lines - nothing "
                      "distributed."
              CALL "RUNSTATS" USING WS-PROGRAM-NAME WS-STAT-READ
                                     WS-STAT-WRITTEN
                                     WS-STAT-UPDATED
                                     WS-STAT-REJECTED
              MOVE "PARTIAL" TO WS-AUDIT-OUTCOME
              CALL "AUDITLOG" USING WS-PROGRAM-NAME WS-OPERATOR-ID
                                     WS-AUDIT-OUTCOME
              MOVE 4 TO RETURN-CODE
              GOBACK
           END-IF.

           PERFORM 2000-COLLECT-ITEMS.
           PERFORM 3000-DROP-ALREADY-SENT.
           PERFORM 4000-GROUP-BY-RECIPIENT.

           OPEN EXTEND DIST-LOG.
           IF WS-LOG-STATUS = "35"
              OPEN OUTPUT DIST-LOG
           END-IF.
           MOVE 1 TO WS-RC-SUB.
           PERFORM UNTIL WS-RC-SUB > WS-RECIP-COUNT
              PERFORM 5000-MAKE-BUNDLE
              ADD 1 TO WS-RC-SUB
           END-PERFORM.
           CLOSE DIST-LOG.

           DISPLAY "Spool entries in window : " WS-INDEX-COUNT.
           DISPLAY "  On no distribution list: " WS-UNLISTED-COUNT.
           DISPLAY "Items already sent      : " WS-ALREADY-COUNT.
           DISPLAY "Items sent              : " WS-SENT-COUNT.
           DISPLAY "Spool generation gone   : " WS-MISSING-COUNT.
           DISPLAY "Section not in report   : " WS-NOSECT-COUNT.
           DISPLAY "Bundles made            : " WS-BUNDLE-COUNT.
           IF WS-ITEM-OVERFLOW > 0
              DISPLAY "Items over the table    : " WS-ITEM-OVERFLOW
                      " - left for the next run."
           END-IF.

           MOVE WS-INDEX-COUNT  TO WS-STAT-READ.
           MOVE WS-SENT-COUNT   TO WS-STAT-WRITTEN.
           MOVE WS-BUNDLE-COUNT TO WS-STAT-UPDATED.
           COMPUTE WS-STAT-REJECTED = WS-MISSING-COUNT
                   + WS-NOSECT-COUNT + WS-BAD-LIST-COUNT
                   + WS-BUNDLE-FAILED.
           CALL "RUNSTATS" USING WS-PROGRAM-NAME WS-STAT-READ
                                  WS-STAT-WRITTEN WS-STAT-UPDATED
                                  WS-STAT-REJECTED.

           IF WS-STAT-REJECTED > 0 OR WS-ITEM-OVERFLOW > 0
              MOVE "PARTIAL" TO WS-AUDIT-OUTCOME
              MOVE 4 TO RETURN-CODE
           ELSE
              MOVE "SUCCESS" TO WS-AUDIT-OUTCOME
              MOVE 0 TO RETURN-CODE
           END-IF.
           CALL "AUDITLOG" USING WS-PROGRAM-NAME WS-OPERATOR-ID
                                  WS-AUDIT-OUTCOME.
           GOBACK.

      *> A blank line or one starting "*" is a comment. A line with
      *> no report or recipient, a copies count that is not a
      *> number, or an unknown method is reported and skipped; blank
      *> copies is one copy, a blank method is print.
       1000-LOAD-DIST-LIST.
           MOVE ZERO TO WS-LIST-COUNT WS-LIST-LINE-NO.
           OPEN INPUT DIST-LIST.
           IF WS-LIST-STATUS NOT = "00"
              DISPLAY "No DISTLIST.DAT, status=" WS-LIST-STATUS
           ELSE
              MOVE "N" TO WS-EOF-SWITCH
              PERFORM UNTIL WS-EOF
                 READ DIST-LIST
                    AT END
                       MOVE "Y" TO WS-EOF-SWITCH
                    NOT AT END
                       ADD 1 TO WS-LIST-LINE-NO
                       IF DIST-LIST-RECORD NOT = SPACES
                          AND DL-REPORT-NAME(1:1) NOT = "*"
                          PERFORM 1100-TAKE-LIST-LINE
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE DIST-LIST
           END-IF.

       1100-TAKE-LIST-LINE.
           IF DL-COPIES-TEXT = SPACES
              MOVE "01" TO DL-COPIES-TEXT
           END-IF.
           IF DL-METHOD = SPACE
              MOVE "P" TO DL-METHOD
           END-IF.
           EVALUATE TRUE
              WHEN DL-REPORT-NAME = SPACES
                   OR DL-RECIPIENT = SPACES
                 DISPLAY "DISTLIST line " WS-LIST-LINE-NO
                         " has no report or no recipient - skipped."
                 ADD 1 TO WS-BAD-LIST-COUNT
              WHEN DL-COPIES-TEXT IS NOT NUMERIC OR DL-COPIES = 0
                 DISPLAY "DISTLIST line " WS-LIST-LINE-NO
                         " copies is not 01-99 - skipped."
                 ADD 1 TO WS-BAD-LIST-COUNT
              WHEN NOT DL-METHOD-VALID
                 DISPLAY "DISTLIST line " WS-LIST-LINE-NO
                         " method is not P, E or H - skipped."
                 ADD 1 TO WS-BAD-LIST-COUNT
              WHEN WS-LIST-COUNT >= WS-LIST-LIMIT
                 DISPLAY "DISTLIST line " WS-LIST-LINE-NO
                         " is over the " WS-LIST-LIMIT
                         "-line table - skipped."
                 ADD 1 TO WS-BAD-LIST-COUNT
              WHEN OTHER
                 ADD 1 TO WS-LIST-COUNT
                 MOVE DL-REPORT-NAME
                   TO LT-REPORT-NAME(WS-LIST-COUNT)
                 CALL "FILERES" USING LT-REPORT-NAME(WS-LIST-COUNT)
                 MOVE DL-SECTION TO LT-SECTION(WS-LIST-COUNT)
                 MOVE DL-RECIPIENT TO LT-RECIPIENT(WS-LIST-COUNT)
                 MOVE DL-RECIPIENT-NAME
                   TO LT-RECIP-NAME(WS-LIST-COUNT)
                 MOVE DL-COPIES TO LT-COPIES(WS-LIST-COUNT)
                 MOVE DL-METHOD TO LT-METHOD(WS-LIST-COUNT)
           END-EVALUATE.

      *> Every spool generation registered inside the window, once
      *> per DISTLIST line naming its report.
       2000-COLLECT-ITEMS.
           MOVE ZERO TO WS-ITEM-COUNT.
           OPEN INPUT SPOOL-INDEX.
           IF WS-INDEX-STATUS = "00"
              MOVE "N" TO WS-EOF-SWITCH
              PERFORM UNTIL WS-EOF
                 READ SPOOL-INDEX
                    AT END
                       MOVE "Y" TO WS-EOF-SWITCH
                    NOT AT END
                       IF SX-RUN-DATE IS NUMERIC
                          AND SX-RUN-DATE >= WS-FROM-DATE
                          PERFORM 2100-MATCH-ENTRY
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE SPOOL-INDEX
           END-IF.

       2100-MATCH-ENTRY.
           ADD 1 TO WS-INDEX-COUNT.
           MOVE "N" TO WS-LIST-MATCHED.
           MOVE 1 TO WS-LT-SUB.
           PERFORM UNTIL WS-LT-SUB > WS-LIST-COUNT
              IF LT-REPORT-NAME(WS-LT-SUB) = SX-REPORT-NAME
                 MOVE "Y" TO WS-LIST-MATCHED
                 IF WS-ITEM-COUNT < WS-ITEM-LIMIT
                    ADD 1 TO WS-ITEM-COUNT
                    MOVE WS-LT-SUB
                      TO WI-LIST-SUB(WS-ITEM-COUNT)
                    MOVE SX-RUN-DATE
                      TO WI-REPORT-DATE(WS-ITEM-COUNT)
                    MOVE SX-GENERATION
                      TO WI-GENERATION(WS-ITEM-COUNT)
                    MOVE SX-SPOOL-NAME
                      TO WI-SPOOL-NAME(WS-ITEM-COUNT)
                    MOVE ZERO TO WI-RECIP-SUB(WS-ITEM-COUNT)
                    MOVE "N" TO WI-SENT-FLAG(WS-ITEM-COUNT)
                 ELSE
                    ADD 1 TO WS-ITEM-OVERFLOW
                 END-IF
              END-IF
              ADD 1 TO WS-LT-SUB
           END-PERFORM.
           IF WS-LIST-MATCHED = "N"
              ADD 1 TO WS-UNLISTED-COUNT
           END-IF.

      *> What the log already shows as sent inside the window is not
      *> sent again - a rerun only sends what is new or failed.
       3000-DROP-ALREADY-SENT.
           OPEN INPUT DIST-LOG.
           IF WS-LOG-STATUS = "00"
              MOVE "N" TO WS-EOF-SWITCH
              PERFORM UNTIL WS-EOF
                 READ DIST-LOG
                    AT END
                       MOVE "Y" TO WS-EOF-SWITCH
                    NOT AT END
                       IF DG-OUTCOME = "SENT"
                          AND DG-RUN-DATE IS NUMERIC
                          AND DG-RUN-DATE >= WS-FROM-DATE
                          PERFORM 3100-MARK-SENT
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE DIST-LOG
           END-IF.

       3100-MARK-SENT.
           MOVE 1 TO WS-WI-SUB.
           PERFORM UNTIL WS-WI-SUB > WS-ITEM-COUNT
              MOVE WI-LIST-SUB(WS-WI-SUB) TO WS-LT-SUB
              IF NOT WI-ALREADY-SENT(WS-WI-SUB)
                 AND WI-SPOOL-NAME(WS-WI-SUB) = DG-SPOOL-NAME
                 AND LT-RECIPIENT(WS-LT-SUB) = DG-RECIPIENT
                 AND LT-SECTION(WS-LT-SUB) = DG-SECTION
                 MOVE "Y" TO WI-SENT-FLAG(WS-WI-SUB)
                 ADD 1 TO WS-ALREADY-COUNT
              END-IF
              ADD 1 TO WS-WI-SUB
           END-PERFORM.

       4000-GROUP-BY-RECIPIENT.
           MOVE ZERO TO WS-RECIP-COUNT.
           MOVE 1 TO WS-WI-SUB.
           PERFORM UNTIL WS-WI-SUB > WS-ITEM-COUNT
              IF NOT WI-ALREADY-SENT(WS-WI-SUB)
                 PERFORM 4100-FIND-RECIPIENT
              END-IF
              ADD 1 TO WS-WI-SUB
           END-PERFORM.

       4100-FIND-RECIPIENT.
           MOVE WI-LIST-SUB(WS-WI-SUB) TO WS-LT-SUB.
           MOVE "N" TO WS-RECIP-FOUND.
           MOVE 1 TO WS-RC-SUB.
           PERFORM UNTIL WS-RC-SUB > WS-RECIP-COUNT
                      OR WS-RECIP-FOUND = "Y"
              IF RC-RECIPIENT(WS-RC-SUB) = LT-RECIPIENT(WS-LT-SUB)
                 MOVE "Y" TO WS-RECIP-FOUND
              ELSE
                 ADD 1 TO WS-RC-SUB
              END-IF
           END-PERFORM.
           IF WS-RECIP-FOUND = "N"
              IF WS-RECIP-COUNT < WS-RECIP-LIMIT
                 ADD 1 TO WS-RECIP-COUNT
                 MOVE WS-RECIP-COUNT TO WS-RC-SUB
                 MOVE LT-RECIPIENT(WS-LT-SUB)
                   TO RC-RECIPIENT(WS-RC-SUB)
                 MOVE LT-RECIP-NAME(WS-LT-SUB)
                   TO RC-RECIP-NAME(WS-RC-SUB)
                 MOVE ZERO TO RC-ITEM-COUNT(WS-RC-SUB)
                 MOVE "Y" TO WS-RECIP-FOUND
              ELSE
                 ADD 1 TO WS-ITEM-OVERFLOW
              END-IF
           END-IF.
           IF WS-RECIP-FOUND = "Y"
              MOVE WS-RC-SUB TO WI-RECIP-SUB(WS-WI-SUB)
              ADD 1 TO RC-ITEM-COUNT(WS-RC-SUB)
           END-IF.

      *> The bundle name is the recipient code plus .BDL - short
      *> enough that the FILERES prefix and SPOOLREG's generation
      *> suffix still fit the 26-byte file name.
       5000-MAKE-BUNDLE.
           MOVE SPACES TO WS-BUNDLE-NAME.
           STRING FUNCTION TRIM(RC-RECIPIENT(WS-RC-SUB))
                  DELIMITED BY SIZE
                  ".BDL" DELIMITED BY SIZE
                  INTO WS-BUNDLE-NAME
           END-STRING.
           CALL "FILERES" USING WS-BUNDLE-NAME.
           OPEN OUTPUT BUNDLE-FILE.
           IF WS-BUNDLE-STATUS NOT = "00"
              DISPLAY "Cannot open bundle " WS-BUNDLE-NAME
                      ", status=" WS-BUNDLE-STATUS
                      " - nothing sent to "
                      RC-RECIPIENT(WS-RC-SUB)
              ADD 1 TO WS-BUNDLE-FAILED
           ELSE
              PERFORM 5100-PRINT-COVER-SHEET
              MOVE 1 TO WS-WI-SUB
              PERFORM UNTIL WS-WI-SUB > WS-ITEM-COUNT
                 IF WI-RECIP-SUB(WS-WI-SUB) = WS-RC-SUB
                    AND NOT WI-ALREADY-SENT(WS-WI-SUB)
                    PERFORM 5200-SEND-ITEM
                 END-IF
                 ADD 1 TO WS-WI-SUB
              END-PERFORM
              CLOSE BUNDLE-FILE
              CALL "SPOOLREG" USING WS-PROGRAM-NAME WS-BUNDLE-NAME
              ADD 1 TO WS-BUNDLE-COUNT
           END-IF.

       5100-PRINT-COVER-SHEET.
           MOVE SPACES TO BUNDLE-LINE.
           STRING "REPORT DISTRIBUTION COVER SHEET" DELIMITED BY SIZE
                  "   COMPANY: " DELIMITED BY SIZE
                  WS-COMPANY-CODE DELIMITED BY SIZE
                  "   RUN DATE: " DELIMITED BY SIZE
                  WS-RUN-DATE-TEXT DELIMITED BY SIZE
                  INTO BUNDLE-LINE
           END-STRING.
           WRITE BUNDLE-LINE.
           MOVE SPACES TO BUNDLE-LINE.
           WRITE BUNDLE-LINE.
           MOVE SPACES TO BUNDLE-LINE.
           STRING "Recipient: " DELIMITED BY SIZE
                  RC-RECIPIENT(WS-RC-SUB) DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  RC-RECIP-NAME(WS-RC-SUB) DELIMITED BY SIZE
                  INTO BUNDLE-LINE
           END-STRING.
           WRITE BUNDLE-LINE.
           MOVE SPACES TO BUNDLE-LINE.
           WRITE BUNDLE-LINE.
           MOVE "Report"   TO BUNDLE-LINE(1:26).
           MOVE "Section"  TO BUNDLE-LINE(29:20).
           MOVE "Run date" TO BUNDLE-LINE(51:8).
           MOVE "Gen"      TO BUNDLE-LINE(61:4).
           MOVE "Cp"       TO BUNDLE-LINE(67:2).
           MOVE "Delivery" TO BUNDLE-LINE(71:20).
           WRITE BUNDLE-LINE.
           MOVE SPACES TO BUNDLE-LINE.
           MOVE ALL "=" TO BUNDLE-LINE(1:26).
           MOVE ALL "=" TO BUNDLE-LINE(29:20).
           MOVE ALL "=" TO BUNDLE-LINE(51:8).
           MOVE ALL "=" TO BUNDLE-LINE(61:4).
           MOVE ALL "=" TO BUNDLE-LINE(67:2).
           MOVE ALL "=" TO BUNDLE-LINE(71:20).
           WRITE BUNDLE-LINE.

           MOVE 1 TO WS-WI-SUB.
           PERFORM UNTIL WS-WI-SUB > WS-ITEM-COUNT
              IF WI-RECIP-SUB(WS-WI-SUB) = WS-RC-SUB
                 AND NOT WI-ALREADY-SENT(WS-WI-SUB)
                 PERFORM 5150-PRINT-COVER-ITEM
              END-IF
              ADD 1 TO WS-WI-SUB
           END-PERFORM.

           MOVE SPACES TO BUNDLE-LINE.
           WRITE BUNDLE-LINE.
           MOVE SPACES TO BUNDLE-LINE.
           STRING "Items in this bundle: " DELIMITED BY SIZE
                  RC-ITEM-COUNT(WS-RC-SUB) DELIMITED BY SIZE
                  INTO BUNDLE-LINE
           END-STRING.
           WRITE BUNDLE-LINE.
           MOVE SPACES TO BUNDLE-LINE.
           WRITE BUNDLE-LINE.
           MOVE "Received by: ____________    Date: ____________"
             TO BUNDLE-LINE.
           WRITE BUNDLE-LINE.

       5150-PRINT-COVER-ITEM.
           MOVE WI-LIST-SUB(WS-WI-SUB) TO WS-LT-SUB.
           PERFORM 6000-ITEM-DELIVERY.
           MOVE SPACES TO WS-COVER-LINE.
           MOVE LT-REPORT-NAME(WS-LT-SUB) TO CV-REPORT-NAME.
           MOVE WS-SECTION-SHOW           TO CV-SECTION.
           MOVE WI-REPORT-DATE(WS-WI-SUB) TO CV-REPORT-DATE.
           MOVE WI-GENERATION(WS-WI-SUB)  TO CV-GENERATION.
           MOVE WS-COPIES-DUE             TO CV-COPIES.
           MOVE WS-METHOD-TEXT            TO CV-METHOD.
           WRITE BUNDLE-LINE FROM WS-COVER-LINE.

       5200-SEND-ITEM.
           MOVE WI-LIST-SUB(WS-WI-SUB) TO WS-LT-SUB.
           PERFORM 6000-ITEM-DELIVERY.
           MOVE "SENT" TO WS-ITEM-OUTCOME.
           MOVE 1 TO WS-COPY-NUMBER.
           PERFORM UNTIL WS-COPY-NUMBER > WS-COPIES-DUE
              PERFORM 5300-COPY-SPOOL
              ADD 1 TO WS-COPY-NUMBER
           END-PERFORM.
           EVALUATE WS-ITEM-OUTCOME
              WHEN "SENT"
                 ADD 1 TO WS-SENT-COUNT
              WHEN "MISSING"
                 ADD 1 TO WS-MISSING-COUNT
              WHEN OTHER
                 ADD 1 TO WS-NOSECT-COUNT
           END-EVALUATE.
           PERFORM 5400-LOG-ITEM.

      *> Lines ahead of the report's first "SECTION: " heading are
      *> its title and go with every section; from a heading on, a
      *> line belongs to that section until the next heading.
       5300-COPY-SPOOL.
           MOVE SPACES TO BUNDLE-LINE.
           STRING "*** " DELIMITED BY SIZE
                  FUNCTION TRIM(LT-REPORT-NAME(WS-LT-SUB))
                  DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-SECTION-SHOW DELIMITED BY SIZE
                  "  RUN " DELIMITED BY SIZE
                  WI-REPORT-DATE(WS-WI-SUB) DELIMITED BY SIZE
                  "  COPY " DELIMITED BY SIZE
                  WS-COPY-NUMBER DELIMITED BY SIZE
                  " OF " DELIMITED BY SIZE
                  WS-COPIES-DUE DELIMITED BY SIZE
                  " ***" DELIMITED BY SIZE
                  INTO BUNDLE-LINE
           END-STRING.
           WRITE BUNDLE-LINE AFTER ADVANCING PAGE.

           MOVE WI-SPOOL-NAME(WS-WI-SUB) TO WS-SPOOL-NAME.
           OPEN INPUT SPOOL-COPY.
           IF WS-SPOOL-STATUS NOT = "00"
              MOVE SPACES TO BUNDLE-LINE
              STRING "*** Spool generation " DELIMITED BY SIZE
                     WS-SPOOL-NAME DELIMITED BY SPACE
                     " is no longer on file - reprint from the "
                     DELIMITED BY SIZE
                     "writing program. ***" DELIMITED BY SIZE
                     INTO BUNDLE-LINE
              END-STRING
              WRITE BUNDLE-LINE
              MOVE "MISSING" TO WS-ITEM-OUTCOME
           ELSE
              MOVE LT-SECTION(WS-LT-SUB) TO WS-WANTED-SECTION
              MOVE SPACES TO WS-CURRENT-SECTION
              MOVE "Y" TO WS-IN-TITLE
              MOVE "N" TO WS-SECTION-SEEN
              MOVE "N" TO WS-SPOOL-EOF
              PERFORM UNTIL WS-SPOOL-EOF = "Y"
                 READ SPOOL-COPY
                    AT END
                       MOVE "Y" TO WS-SPOOL-EOF
                    NOT AT END
                       PERFORM 5350-BURST-LINE
                 END-READ
              END-PERFORM
              CLOSE SPOOL-COPY
              IF WS-WANTED-SECTION NOT = SPACES
                 AND WS-SECTION-SEEN = "N"
                 MOVE SPACES TO BUNDLE-LINE
                 STRING "*** This report has no section "
                        DELIMITED BY SIZE
                        WS-WANTED-SECTION DELIMITED BY SIZE
                        " - check DISTLIST.DAT. ***"
                        DELIMITED BY SIZE
                        INTO BUNDLE-LINE
                 END-STRING
                 WRITE BUNDLE-LINE
                 MOVE "NO SECTION" TO WS-ITEM-OUTCOME
              END-IF
           END-IF.

       5350-BURST-LINE.
           IF SPOOL-COPY-LINE(1:9) = WS-SECTION-MARK
              MOVE "N" TO WS-IN-TITLE
              MOVE SPOOL-COPY-LINE(10:20) TO WS-CURRENT-SECTION
              IF WS-CURRENT-SECTION = WS-WANTED-SECTION
                 MOVE "Y" TO WS-SECTION-SEEN
              END-IF
           END-IF.
           IF WS-WANTED-SECTION = SPACES
              OR WS-IN-TITLE = "Y"
              OR WS-CURRENT-SECTION = WS-WANTED-SECTION
              WRITE BUNDLE-LINE FROM SPOOL-COPY-LINE
           END-IF.

       5400-LOG-ITEM.
           ACCEPT WS-CURR-TIME FROM TIME.
           MOVE SPACES TO DIST-LOG-RECORD.
           MOVE WS-CURR-DATE-NUM          TO DG-RUN-DATE.
           MOVE WS-CURR-TIME(1:6)         TO DG-RUN-TIME.
           MOVE LT-RECIPIENT(WS-LT-SUB)   TO DG-RECIPIENT.
           MOVE LT-REPORT-NAME(WS-LT-SUB) TO DG-REPORT-NAME.
           MOVE LT-SECTION(WS-LT-SUB)     TO DG-SECTION.
           MOVE WI-REPORT-DATE(WS-WI-SUB) TO DG-REPORT-DATE.
           MOVE WI-SPOOL-NAME(WS-WI-SUB)  TO DG-SPOOL-NAME.
           MOVE WS-COPIES-DUE             TO DG-COPIES.
           MOVE LT-METHOD(WS-LT-SUB)      TO DG-METHOD.
           MOVE WS-BUNDLE-NAME            TO DG-BUNDLE-NAME.
           MOVE WS-ITEM-OUTCOME           TO DG-OUTCOME.
           WRITE DIST-LOG-RECORD.

      *> An electronic copy is one copy however many are listed.
       6000-ITEM-DELIVERY.
           MOVE LT-COPIES(WS-LT-SUB) TO WS-COPIES-DUE.
           EVALUATE LT-METHOD(WS-LT-SUB)
              WHEN "E"
                 MOVE "ELECTRONIC" TO WS-METHOD-TEXT
                 MOVE 1 TO WS-COPIES-DUE
              WHEN "H"
                 MOVE "HOLD FOR COLLECTION" TO WS-METHOD-TEXT
              WHEN OTHER
                 MOVE "PRINT" TO WS-METHOD-TEXT
           END-EVALUATE.
           IF LT-SECTION(WS-LT-SUB) = SPACES
              MOVE "(whole report)" TO WS-SECTION-SHOW
           ELSE
              MOVE LT-SECTION(WS-LT-SUB) TO WS-SECTION-SHOW
           END-IF.
