      *                     next period's movement while the fresh
      *                     count included it, so the next run
      *                     reported a spurious OUT OF BALANCE.
      *    2026-10-15  RDM  The statement now shows the month's last
      *                     business day and the next business day the
      *                     sign-off is due by, from the shared BUSCAL
      *                     routine, and notes a run made on any other
      *                     day. Schedule it on RUNCAL.DAT's new B (last
      *                     business day) frequency so the balancing no
      *                     longer lands on a weekend or holiday with
      *                     nobody in to sign it.
      *    2026-10-15  RDM  The statement is now laid out in three parts
      *                     under "SECTION: " heading lines - FILE
      *                     MOVEMENT, VERDICT, SIGN-OFF - so DISTRIB can
      *                     burst MONTHBAL.RPT and send each part only
      *                     to those listed for it.
      *    2026-10-15  RDM  The master count is taken from the night's
      *                     CUSTSNAP snapshot when SNAPREAD finds it
      *                     current, and from the live file otherwise
      *                     or when the snapshot does not balance.
      *    2026-10-15  RDM  The journal tally now reads the CUSTJRNL
      *                     segments JRNLCOMP has cut (JRNLARCH.DAT)
      *                     that reach back to the prior position,
      *                     ahead of the live journal, so compaction
      *                     no longer leaves the movement short.
      *    ============================================================

       IDENTIFICATION DIVISION.
                               RECORD KEY IS AR-CUST-ID
                               FILE STATUS IS WS-ARCHIVE-STATUS.

           SELECT JOURNAL-FILE ASSIGN TO WS-JRNL-READ-NAME
                               ORGANIZATION LINE SEQUENTIAL
                               FILE STATUS IS WS-JOURNAL-STATUS.

           SELECT JOURNAL-SEGMENTS ASSIGN TO WS-JARCH-FILE
                               ORGANIZATION LINE SEQUENTIAL
                               FILE STATUS IS WS-JARCH-STATUS.

           SELECT POSITION-FILE ASSIGN TO WS-POSN-FILE-NAME
                               ORGANIZATION LINE SEQUENTIAL
                               FILE STATUS IS WS-POSITION-STATUS.
           05 FILLER           PIC X.
           05 JR-AFTER-IMAGE   PIC X(65).

      *> JRNLCOMP's list of the dated segments cut from the journal.
       FD  JOURNAL-SEGMENTS.
       COPY JARCREC.

      *> The carried-forward closing position this run proves against.
       FD  POSITION-FILE.
       01  POSITION-RECORD.
       01  WS-CUSTMAST-FILE    PIC X(26) VALUE "CUSTMAST".
       01  WS-CUSTARCH-FILE    PIC X(26) VALUE "CUSTARCH".
       01  WS-JRNL-FILE-NAME   PIC X(26) VALUE "CUSTJRNL.DAT".
       01  WS-JRNL-READ-NAME   PIC X(30) VALUE SPACES.
       01  WS-JARCH-FILE       PIC X(26) VALUE "JRNLARCH.DAT".
       01  WS-POSN-FILE-NAME   PIC X(26) VALUE "CMPOSN.DAT".
       01  WS-RPT-FILE-NAME    PIC X(26) VALUE "MONTHBAL.RPT".

       01  WS-MASTER-STATUS    PIC XX VALUE "00".
       01  WS-ARCHIVE-STATUS   PIC XX VALUE "00".
       01  WS-JOURNAL-STATUS   PIC XX VALUE "00".
       01  WS-JARCH-STATUS     PIC XX VALUE "00".
       01  WS-POSITION-STATUS  PIC XX VALUE "00".
       01  WS-REPORT-STATUS    PIC XX VALUE "00".
       01  WS-EOF-SWITCH       PIC X VALUE "N".
       01  WS-PURGE-COUNT      PIC 9(6) VALUE ZERO.
       01  WS-RESTORE-COUNT    PIC 9(6) VALUE ZERO.

      *> The archived journal segments the period reaches into.
       01  WS-SEG-TABLE.
           05 WS-SEG-COUNT     PIC 9(3) VALUE ZERO.
           05 WS-SEG-LIMIT     PIC 9(3) VALUE 200.
           05 WS-SEG-NAME OCCURS 200 TIMES PIC X(30).
       01  WS-SEG-SUB          PIC 9(3) VALUE ZERO.
       01  WS-SEGS-MISSING     PIC 9(3) VALUE ZERO.

      *> Fresh counts and the arithmetic they must meet.
       01  WS-MASTER-COUNT     PIC 9(6) VALUE ZERO.

      *> The nightly snapshot, when current - see SNAPREAD.
       COPY SNAPREC.
       01  WS-SNAP-FUNCTION    PIC X(1) VALUE SPACE.
       01  WS-SNAP-RESULT      PIC X(1) VALUE SPACE.
       01  WS-SNAP-END         PIC X(1) VALUE "N".
       01  WS-ARCHIVE-COUNT    PIC 9(6) VALUE ZERO.
       01  WS-EXPECT-MASTER    PIC S9(7) VALUE ZERO.
       01  WS-EXPECT-ARCHIVE   PIC S9(7) VALUE ZERO.
       01  WS-BALANCE-SWITCH   PIC X VALUE "N".
           88 WS-IN-BALANCE    VALUE "Y".

      *> The month's last business day and the sign-off day after
      *> today, from the shared business calendar - see BUSCAL.
       01  WS-BUSCAL-FUNCTION  PIC X(1) VALUE "L".
       01  WS-BUSCAL-BUSINESS  PIC X(1) VALUE "N".
       01  WS-LAST-BUS-DATE    PIC 9(8) VALUE ZERO.
       01  WS-SIGNOFF-DATE     PIC 9(8) VALUE ZERO.

      *> Operator-alert fields for an out-of-balance verdict.
       01  WS-ALERT-SEVERITY   PIC X(1) VALUE "E".
       01  WS-ALERT-PROGRAM    PIC X(20) VALUE SPACES.
           CALL "FILERES" USING WS-CUSTMAST-FILE.
           CALL "FILERES" USING WS-CUSTARCH-FILE.
           CALL "FILERES" USING WS-JRNL-FILE-NAME.
           CALL "FILERES" USING WS-JARCH-FILE.
           CALL "FILERES" USING WS-POSN-FILE-NAME.
           CALL "FILERES" USING WS-RPT-FILE-NAME.

              MOVE "BASE" TO WS-COMPANY-CODE
           END-IF.

           PERFORM 0500-CHECK-BUSINESS-CALENDAR.
           PERFORM 1000-LOAD-PRIOR-POSITION.
           PERFORM 2000-COUNT-MASTER.
           PERFORM 3000-COUNT-ARCHIVE.

           GOBACK.

      *> Balancing is meant for the month's last business day,
      *> where RUNCAL.DAT's B frequency puts it. A run on any other
      *> day still balances - the pack measures movement since its
      *> own last position - but the statement says so.
       0500-CHECK-BUSINESS-CALENDAR.
           MOVE "L" TO WS-BUSCAL-FUNCTION.
           CALL "BUSCAL" USING WS-BUSCAL-FUNCTION WS-CURR-DATE
                WS-LAST-BUS-DATE WS-BUSCAL-BUSINESS.
           MOVE "N" TO WS-BUSCAL-FUNCTION.
           CALL "BUSCAL" USING WS-BUSCAL-FUNCTION WS-CURR-DATE
                WS-SIGNOFF-DATE WS-BUSCAL-BUSINESS.
           IF WS-CURR-DATE NOT = WS-LAST-BUS-DATE
              DISPLAY "Note: today is not the month's last business "
                      "day (" WS-LAST-BUS-DATE ")."
           END-IF.

       1000-LOAD-PRIOR-POSITION.
           MOVE "N" TO WS-BASELINE-SWITCH.
           OPEN INPUT POSITION-FILE.
      *> Every physical record counts - soft-deleted ones included,
      *> since a soft delete moves nothing off the file.
       2000-COUNT-MASTER.
           MOVE "O" TO WS-SNAP-FUNCTION.
           CALL "SNAPREAD" USING WS-SNAP-FUNCTION WS-SNAP-RESULT
                                  CUSTOMER-SNAPSHOT-RECORD.
           IF WS-SNAP-RESULT = "Y"
              PERFORM 2100-COUNT-SNAPSHOT
           END-IF.
           IF WS-SNAP-END NOT = "E"
              MOVE ZERO TO WS-MASTER-COUNT
              PERFORM 2200-COUNT-LIVE-MASTER
           END-IF.

      *> Only the customers the snapshot found on the master - an
      *> address or preference row alone is not a master record.
       2100-COUNT-SNAPSHOT.
           MOVE "R" TO WS-SNAP-FUNCTION.
           CALL "SNAPREAD" USING WS-SNAP-FUNCTION WS-SNAP-RESULT
                                  CUSTOMER-SNAPSHOT-RECORD.
           PERFORM UNTIL WS-SNAP-RESULT NOT = "Y"
              IF MS-ON-MASTER
                 ADD 1 TO WS-MASTER-COUNT
              END-IF
              CALL "SNAPREAD" USING WS-SNAP-FUNCTION WS-SNAP-RESULT
                                     CUSTOMER-SNAPSHOT-RECORD
           END-PERFORM.
           MOVE WS-SNAP-RESULT TO WS-SNAP-END.
           MOVE "C" TO WS-SNAP-FUNCTION.
           CALL "SNAPREAD" USING WS-SNAP-FUNCTION WS-SNAP-RESULT
                                  CUSTOMER-SNAPSHOT-RECORD.
           IF WS-SNAP-END NOT = "E"
              DISPLAY "Counting the live CUSTMAST instead."
           END-IF.

       2200-COUNT-LIVE-MASTER.
           OPEN INPUT CUSTOMER-MASTER.
           IF WS-MASTER-STATUS NOT = "00"
              DISPLAY "Cannot open CUSTMAST, status="
      *> cutoff CUSTRECOVER's replay uses, so a daytime change made
      *> after the position was taken counts next period, not never.
       4000-TALLY-JOURNAL.
           PERFORM 4100-LOAD-SEGMENT-LIST.
           MOVE 1 TO WS-SEG-SUB.
           PERFORM UNTIL WS-SEG-SUB > WS-SEG-COUNT
              MOVE WS-SEG-NAME(WS-SEG-SUB) TO WS-JRNL-READ-NAME
              PERFORM 4200-SCAN-JOURNAL
              IF WS-JOURNAL-STATUS NOT = "00"
                 DISPLAY "Archived segment "
                         FUNCTION TRIM(WS-JRNL-READ-NAME)
                         " is not on disk - movement will be short."
                 ADD 1 TO WS-SEGS-MISSING
              END-IF
              ADD 1 TO WS-SEG-SUB
           END-PERFORM.

           MOVE WS-JRNL-FILE-NAME TO WS-JRNL-READ-NAME.
           PERFORM 4200-SCAN-JOURNAL.
           IF WS-JOURNAL-STATUS NOT = "00"
              AND WS-SEG-COUNT = 0
              DISPLAY "No CUSTJRNL.DAT to tally - movement "
                      "counts are zero."
           END-IF.

      *> Entries JRNLCOMP has cut from the live journal sit in dated
      *> segments on JRNLARCH.DAT; any reaching back to the prior
      *> position hold part of this period's movement and are read
      *> ahead of the live journal.
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
                          AND JA-LAST-DATE >= WS-PRIOR-DATE
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
                 END-READ
              END-PERFORM
              CLOSE JOURNAL-FILE
              MOVE "00" TO WS-JOURNAL-STATUS
           END-IF.

       5000-PROVE-ARITHMETIC.
           END-STRING.
           WRITE BALANCE-RPT-LINE.

           *> Each part starts on a "SECTION: " heading line so
           *> DISTRIB can send a part on its own.
           MOVE SPACES TO BALANCE-RPT-LINE.
           WRITE BALANCE-RPT-LINE.
           MOVE "SECTION: FILE MOVEMENT" TO BALANCE-RPT-LINE.
           WRITE BALANCE-RPT-LINE.

           MOVE SPACES TO BALANCE-RPT-LINE.
           IF WS-IS-BASELINE
              STRING "No prior position - this run baselines "
              END-STRING
              WRITE BALANCE-RPT-LINE

              IF WS-SEG-COUNT > 0
                 MOVE SPACES TO BALANCE-RPT-LINE
                 STRING "Movement includes " DELIMITED BY SIZE
                        WS-SEG-COUNT DELIMITED BY SIZE
                        " archived journal segment(s) from "
                        DELIMITED BY SIZE
                        "JRNLARCH.DAT" DELIMITED BY SIZE
                        INTO BALANCE-RPT-LINE
                 END-STRING
                 WRITE BALANCE-RPT-LINE
              END-IF
              IF WS-SEGS-MISSING > 0
                 MOVE SPACES TO BALANCE-RPT-LINE
                 STRING "WARNING: " DELIMITED BY SIZE
                        WS-SEGS-MISSING DELIMITED BY SIZE
                        " archived segment(s) not on disk - "
                        DELIMITED BY SIZE
                        "movement is short." DELIMITED BY SIZE
                        INTO BALANCE-RPT-LINE
                 END-STRING
                 WRITE BALANCE-RPT-LINE
              END-IF

              MOVE SPACES TO BALANCE-RPT-LINE
              STRING "Master : expected " DELIMITED BY SIZE
                     WS-EXPECT-MASTER DELIMITED BY SIZE
              WRITE BALANCE-RPT-LINE
           END-IF.

           MOVE SPACES TO BALANCE-RPT-LINE.
           WRITE BALANCE-RPT-LINE.
           MOVE "SECTION: VERDICT" TO BALANCE-RPT-LINE.
           WRITE BALANCE-RPT-LINE.
           MOVE SPACES TO BALANCE-RPT-LINE.
           IF WS-IN-BALANCE
              MOVE "VERDICT: BALANCED" TO BALANCE-RPT-LINE

           MOVE SPACES TO BALANCE-RPT-LINE.
           WRITE BALANCE-RPT-LINE.
           MOVE "SECTION: SIGN-OFF" TO BALANCE-RPT-LINE.
           WRITE BALANCE-RPT-LINE.
           MOVE SPACES TO BALANCE-RPT-LINE.
           STRING "Month's last business day " DELIMITED BY SIZE
                  WS-LAST-BUS-DATE DELIMITED BY SIZE
                  "   Sign-off due by " DELIMITED BY SIZE
                  WS-SIGNOFF-DATE DELIMITED BY SIZE
                  INTO BALANCE-RPT-LINE
           END-STRING.
           WRITE BALANCE-RPT-LINE.
           IF WS-CURR-DATE NOT = WS-LAST-BUS-DATE
              MOVE SPACES TO BALANCE-RPT-LINE
              STRING "Note: run on " DELIMITED BY SIZE
                     WS-CURR-DATE DELIMITED BY SIZE
                     ", not the month's last business day."
                     DELIMITED BY SIZE
                     INTO BALANCE-RPT-LINE
              END-STRING
              WRITE BALANCE-RPT-LINE
           END-IF.

           MOVE SPACES TO BALANCE-RPT-LINE.
           STRING "Prepared by: " DELIMITED BY SIZE
                  WS-OPERATOR-ID DELIMITED BY SIZE
