      *                     two companies' rehearsals no longer
      *                     collide in one file while comparing
      *                     against different live masters.
      *    2026-10-15  RDM  The live side of the compare is read from
      *                     the night's CUSTSNAP snapshot when SNAPREAD
      *                     finds it current, so the master is not
      *                     scanned again; the live file is read when
      *                     it is not. A snapshot that does not balance
      *                     is reported as a difference.
      *    2026-10-15  RDM  Mismatch lines print customer numbers with
      *                     their check digits.
      *    2026-10-15  RDM  Customer IDs in messages carry their check
      *                     digit.
      *    ============================================================

       IDENTIFICATION DIVISION.
       01  WS-LIVE-RECORD      PIC X(65) VALUE SPACES.
       01  WS-REBUILT-RECORD   PIC X(65) VALUE SPACES.

      *> The nightly snapshot, when current - see SNAPREAD.
       COPY SNAPREC.
       01  WS-SNAP-FUNCTION    PIC X(1) VALUE SPACE.
       01  WS-SNAP-RESULT      PIC X(1) VALUE SPACE.
       01  WS-SNAPSHOT-SWITCH  PIC X(1) VALUE "N".
           88 WS-FROM-SNAPSHOT VALUE "Y".

      *> Operator-alert fields for a failed rehearsal.
       01  WS-ALERT-SEVERITY   PIC X(1) VALUE "E".
       01  WS-ALERT-PROGRAM    PIC X(20) VALUE SPACES.
       01  WS-ALERT-MESSAGE    PIC X(60) VALUE SPACES.

      *> Customer numbers print in the seven-digit form (with check
      *> digit) from CUSTCHK.
       01  WS-CHK-FUNCTION     PIC X(1) VALUE "D".
       01  WS-CHK-CUST-ID      PIC 9(6) VALUE ZERO.
       01  WS-CHK-RESULT       PIC X(1) VALUE SPACE.
       01  WS-PRINT-ID         PIC X(8) VALUE SPACES.

       01  WS-OPERATOR-ID      PIC X(8) VALUE SPACES.
       01  WS-PROGRAM-NAME     PIC X(20) VALUE "DRREHEARSE".
       01  WS-AUDIT-OUTCOME    PIC X(8) VALUE SPACES.
                    MOVE BK-LOAD-DATE   TO RB-LOAD-DATE
                    WRITE REBUILT-MASTER-RECORD
                       INVALID KEY
                          MOVE RB-CUST-ID TO WS-CHK-CUST-ID
                          PERFORM 9400-SET-PRINT-ID
                          DISPLAY "Duplicate key " WS-PRINT-ID(1:7)
                                  " in generation - skipped."
                       NOT INVALID KEY
                          ADD 1 TO WS-RESTORED-COUNT
                    INVALID KEY
                       REWRITE REBUILT-MASTER-RECORD
                          INVALID KEY
                             MOVE RB-CUST-ID TO WS-CHK-CUST-ID
                             PERFORM 9400-SET-PRINT-ID
                             DISPLAY "Cannot apply entry for "
                                     "customer " WS-PRINT-ID(1:7)
                                     ", status="
                                     WS-REBUILT-STATUS
                       END-REWRITE
           END-STRING.
           WRITE REHEARSAL-RPT-LINE.

           MOVE "O" TO WS-SNAP-FUNCTION.
           CALL "SNAPREAD" USING WS-SNAP-FUNCTION WS-SNAP-RESULT
                                  CUSTOMER-SNAPSHOT-RECORD.
           MOVE WS-SNAP-RESULT TO WS-SNAPSHOT-SWITCH.
           IF NOT WS-FROM-SNAPSHOT
              OPEN INPUT CUSTOMER-MASTER
           END-IF.
           OPEN INPUT REBUILT-MASTER.
           MOVE "N" TO WS-LIVE-EOF.
           MOVE "N" TO WS-REBUILT-EOF.
                    PERFORM 4200-READ-REBUILT
              END-EVALUATE
           END-PERFORM.
           IF WS-FROM-SNAPSHOT
              MOVE "C" TO WS-SNAP-FUNCTION
              CALL "SNAPREAD" USING WS-SNAP-FUNCTION WS-SNAP-RESULT
                                     CUSTOMER-SNAPSHOT-RECORD
           ELSE
              CLOSE CUSTOMER-MASTER
           END-IF.
           CLOSE REBUILT-MASTER.

       4100-READ-LIVE.
           IF WS-FROM-SNAPSHOT
              PERFORM 4150-READ-SNAPSHOT
           ELSE
              READ CUSTOMER-MASTER NEXT RECORD
                 AT END
                    MOVE "Y" TO WS-LIVE-EOF
                 NOT AT END
                    ADD 1 TO WS-LIVE-COUNT
              END-READ
           END-IF.

      *> The next snapshot customer who is on the master, laid into
      *> the CUSTREC record area the compare works from.
       4150-READ-SNAPSHOT.
           MOVE "R" TO WS-SNAP-FUNCTION.
           CALL "SNAPREAD" USING WS-SNAP-FUNCTION WS-SNAP-RESULT
                                  CUSTOMER-SNAPSHOT-RECORD.
           PERFORM UNTIL WS-SNAP-RESULT NOT = "Y"
                      OR MS-ON-MASTER
              CALL "SNAPREAD" USING WS-SNAP-FUNCTION WS-SNAP-RESULT
                                     CUSTOMER-SNAPSHOT-RECORD
           END-PERFORM.
           IF WS-SNAP-RESULT = "Y"
              MOVE MS-CUST-ID     TO CM-CUST-ID
              MOVE MS-FIRST-NAME  TO CM-FIRST-NAME
              MOVE MS-LAST-NAME   TO CM-LAST-NAME
              MOVE MS-BIRTH-DATE  TO CM-BIRTH-DATE
              MOVE MS-AGE         TO CM-AGE
              MOVE MS-DELETE-FLAG TO CM-DELETE-FLAG
              MOVE MS-LOAD-DATE   TO CM-LOAD-DATE
              ADD 1 TO WS-LIVE-COUNT
           ELSE
              MOVE "Y" TO WS-LIVE-EOF
              IF WS-SNAP-RESULT NOT = "E"
                 PERFORM 4600-REPORT-SNAPSHOT-BAD
              END-IF
           END-IF.

       4200-READ-REBUILT.
           READ REBUILT-MASTER NEXT RECORD

       4300-REPORT-MISSING.
           ADD 1 TO WS-DIFF-COUNT.
           MOVE CM-CUST-ID TO WS-CHK-CUST-ID.
           PERFORM 9400-SET-PRINT-ID.
           MOVE SPACES TO REHEARSAL-RPT-LINE.
           STRING "ID " DELIMITED BY SIZE
                  WS-PRINT-ID(1:7) DELIMITED BY SIZE
                  " is on the live master but not in the "
                  DELIMITED BY SIZE
                  "rebuilt copy." DELIMITED BY SIZE

       4400-REPORT-EXTRA.
           ADD 1 TO WS-DIFF-COUNT.
           MOVE RB-CUST-ID TO WS-CHK-CUST-ID.
           PERFORM 9400-SET-PRINT-ID.
           MOVE SPACES TO REHEARSAL-RPT-LINE.
           STRING "ID " DELIMITED BY SIZE
                  WS-PRINT-ID(1:7) DELIMITED BY SIZE
                  " is in the rebuilt copy but not on the "
                  DELIMITED BY SIZE
                  "live master." DELIMITED BY SIZE

       4500-REPORT-MISMATCH.
           ADD 1 TO WS-DIFF-COUNT.
           MOVE CM-CUST-ID TO WS-CHK-CUST-ID.
           PERFORM 9400-SET-PRINT-ID.
           MOVE SPACES TO REHEARSAL-RPT-LINE.
           STRING "ID " DELIMITED BY SIZE
                  WS-PRINT-ID(1:7) DELIMITED BY SIZE
                  " differs between the live master and the "
                  DELIMITED BY SIZE
                  "rebuilt copy." DELIMITED BY SIZE
           END-STRING.
           WRITE REHEARSAL-RPT-LINE.

       4600-REPORT-SNAPSHOT-BAD.
           ADD 1 TO WS-DIFF-COUNT.
           MOVE SPACES TO REHEARSAL-RPT-LINE.
           STRING "The CUSTSNAP snapshot read as the live master "
                  DELIMITED BY SIZE
                  "does not balance - compare not proven."
                  DELIMITED BY SIZE
                  INTO REHEARSAL-RPT-LINE
           END-STRING.
           WRITE REHEARSAL-RPT-LINE.

       8000-PRINT-REPORT.
           MOVE SPACES TO REHEARSAL-RPT-LINE.
           STRING "Live records " DELIMITED BY SIZE
           END-IF.
           WRITE REHEARSAL-RPT-LINE.
           CLOSE REHEARSAL-RPT.

      *> Printed seven-digit form of WS-CHK-CUST-ID for the report.
       9400-SET-PRINT-ID.
           CALL "CUSTCHK" USING WS-CHK-FUNCTION WS-PRINT-ID
                                WS-CHK-CUST-ID WS-CHK-RESULT.
