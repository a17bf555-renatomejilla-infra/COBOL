      *                  itself. CUSTRESTORE rebuilds the master from a
      *                  chosen generation.
      *    Compiler    : Micro Focus Visual COBOL
      *    ============================================================
      *    Modification History
      *    2026-10-15  RDM  CUSTBACKUP-KEEP now read through PARMGET -
      *                     PARMS.DAT value in force, environment still
      *                     overrides.
      *    2026-10-15  RDM  Unloads from the night's CUSTSNAP snapshot
      *                     when SNAPREAD finds it current, instead of
      *                     a second scan of the indexed master; the
      *                     live file is still read when it is not.
      *    ============================================================

       IDENTIFICATION DIVISION.
       01 WS-DELETE-RESULT    PIC 9(2) COMP-5 VALUE ZERO.

       01 WS-LIVE-COUNT       PIC 9(6) VALUE ZERO.

      *> The nightly snapshot, when current - see SNAPREAD.
       COPY SNAPREC.
       01 WS-SNAP-FUNCTION    PIC X(1) VALUE SPACE.
       01 WS-SNAP-RESULT      PIC X(1) VALUE SPACE.
       01 WS-SNAPSHOT-SWITCH  PIC X(1) VALUE "N".
          88 WS-FROM-SNAPSHOT VALUE "Y".
       01 WS-SNAPSHOT-BAD     PIC X(1) VALUE "N".
       01 WS-VERIFY-COUNT     PIC 9(6) VALUE ZERO.

      *> How many generations to keep - CUSTBACKUP-KEEP in the

       01 WS-OPERATOR-ID      PIC X(8) VALUE SPACES.
       01 WS-PROGRAM-NAME     PIC X(20) VALUE "CUSTBACKUP".
       01 WS-PARM-NAME        PIC X(24) VALUE SPACES.
       01 WS-PARM-VALUE       PIC X(20) VALUE SPACES.
       01 WS-PARM-SOURCE      PIC X(1) VALUE SPACE.
       01 WS-AUDIT-OUTCOME    PIC X(8) VALUE SPACES.

       PROCEDURE DIVISION.

           ACCEPT WS-CURR-DATE FROM DATE YYYYMMDD.

           MOVE "CUSTBACKUP-KEEP" TO WS-PARM-NAME.
           MOVE SPACES TO WS-PARM-VALUE.
           CALL "PARMGET" USING WS-PROGRAM-NAME WS-PARM-NAME
                                 WS-PARM-VALUE WS-PARM-SOURCE.
           MOVE WS-PARM-VALUE TO WS-KEEP-OPTION.
           IF WS-KEEP-OPTION NOT = SPACES
              AND FUNCTION TEST-NUMVAL(WS-KEEP-OPTION) = 0
              COMPUTE WS-KEEP-COUNT = FUNCTION NUMVAL(WS-KEEP-OPTION)
           PERFORM 1000-UNLOAD-MASTER.
           PERFORM 2000-VERIFY-BACKUP.

           IF WS-SNAPSHOT-BAD = "Y"
              DISPLAY "BACKUP NOT TRUSTED - the CUSTSNAP snapshot it "
                      "was unloaded from did not balance."
              MOVE "FAIL" TO WS-AUDIT-OUTCOME
              CALL "AUDITLOG" USING WS-PROGRAM-NAME WS-OPERATOR-ID
                                     WS-AUDIT-OUTCOME
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.

           IF WS-VERIFY-COUNT NOT = WS-LIVE-COUNT
              DISPLAY "BACKUP DOES NOT VERIFY - live "
                      WS-LIVE-COUNT " records, backup "
           GOBACK.

       1000-UNLOAD-MASTER.
           MOVE "O" TO WS-SNAP-FUNCTION.
           CALL "SNAPREAD" USING WS-SNAP-FUNCTION WS-SNAP-RESULT
                                  CUSTOMER-SNAPSHOT-RECORD.
           MOVE WS-SNAP-RESULT TO WS-SNAPSHOT-SWITCH.
           IF WS-FROM-SNAPSHOT
              CONTINUE
           ELSE
              PERFORM 1050-OPEN-MASTER
           END-IF.

           OPEN OUTPUT BACKUP-FILE.
           END-PERFORM.

           CLOSE BACKUP-FILE.
           IF WS-FROM-SNAPSHOT
              MOVE "C" TO WS-SNAP-FUNCTION
              CALL "SNAPREAD" USING WS-SNAP-FUNCTION WS-SNAP-RESULT
                                     CUSTOMER-SNAPSHOT-RECORD
           ELSE
              CLOSE CUSTOMER-MASTER
           END-IF.

       1050-OPEN-MASTER.
           OPEN INPUT CUSTOMER-MASTER.
           IF WS-MASTER-STATUS NOT = "00"
              DISPLAY "Cannot open CUSTMAST, status="
                      WS-MASTER-STATUS
              MOVE "FAIL" TO WS-AUDIT-OUTCOME
              CALL "AUDITLOG" USING WS-PROGRAM-NAME WS-OPERATOR-ID
                                     WS-AUDIT-OUTCOME
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.

       1100-READ-MASTER.
           IF WS-FROM-SNAPSHOT
              PERFORM 1150-READ-SNAPSHOT
           ELSE
              READ CUSTOMER-MASTER NEXT RECORD
                 AT END
                    MOVE "Y" TO WS-EOF-SWITCH
              END-READ
           END-IF.

      *> The next snapshot customer who is on the master, in the
      *> CUSTREC record area so the unload reads the same either way.
       1150-READ-SNAPSHOT.
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
           ELSE
              MOVE "Y" TO WS-EOF-SWITCH
              IF WS-SNAP-RESULT NOT = "E"
                 MOVE "Y" TO WS-SNAPSHOT-BAD
              END-IF
           END-IF.

      *> Prove the generation is readable end to end before it is
      *> trusted as a recovery point.
