      *                     truncation) instead of silently
      *                     understating the duplicate counts and
      *                     their month-on-month trend.
      *    2026-10-15  RDM  DQSCORE-MAX-AGE now read through PARMGET -
      *                     PARMS.DAT value in force, environment still
      *                     overrides.
      *    2026-10-15  RDM  One pass of the night's CUSTSNAP snapshot
      *                     now does the master, address-presence and
      *                     postal checks when SNAPREAD finds it
      *                     current. The separate CUSTMAST scan,
      *                     ADDRLOOKUP probes and CUSTADDR scan still
      *                     run when it is not, or when the snapshot
      *                     does not balance.
      *    2026-10-15  RDM  Sample lines print customer numbers with
      *                     their check digits. An unreadable master
      *                     now returns to the caller instead of
      *                     stopping the run unit.
      *    ============================================================

       IDENTIFICATION DIVISION.
       01  WS-SAMPLE-TEXT      PIC X(60) VALUE SPACES.
       01  WS-SAMPLE-SUB       PIC 99 VALUE ZERO.

      *> Sample customer numbers print in the seven-digit form (with
      *> check digit) from CUSTCHK.
       01  WS-CHK-FUNCTION     PIC X(1) VALUE "D".
       01  WS-CHK-CUST-ID      PIC 9(6) VALUE ZERO.
       01  WS-CHK-RESULT       PIC X(1) VALUE SPACE.
       01  WS-PRINT-ID         PIC X(8) VALUE SPACES.
       01  WS-FIRST-PRINT-ID   PIC X(8) VALUE SPACES.

      *> Title-case check work fields - the name as CASECONV would
      *> case it, against the name as it sits on file.
       01  WS-CASE-BUFFER      PIC X(100) VALUE SPACES.
       01  WS-J-SUB            PIC 9(5) VALUE ZERO.
       01  WS-DUPE-TRUNCATED   PIC X(1) VALUE "N".

      *> The nightly snapshot, when current - see SNAPREAD.
       COPY SNAPREC.
       01  WS-SNAP-FUNCTION    PIC X(1) VALUE SPACE.
       01  WS-SNAP-RESULT      PIC X(1) VALUE SPACE.
       01  WS-SNAP-END         PIC X(1) VALUE "N".

      *> Address presence through the shared ADDRLOOKUP bulk mode.
       01  WS-ADDR-CUST-ID     PIC 9(6) VALUE ZERO.
       01  WS-ADDR-FOUND       PIC X(1) VALUE "N".

       01  WS-OPERATOR-ID      PIC X(8) VALUE SPACES.
       01  WS-PROGRAM-NAME     PIC X(20) VALUE "DQSCORE".
       01  WS-PARM-NAME        PIC X(24) VALUE SPACES.
       01  WS-PARM-VALUE       PIC X(20) VALUE SPACES.
       01  WS-PARM-SOURCE      PIC X(1) VALUE SPACE.
       01  WS-AUDIT-OUTCOME    PIC X(8) VALUE SPACES.

       PROCEDURE DIVISION.
           IF WS-COMPANY-CODE = SPACES
              MOVE "BASE" TO WS-COMPANY-CODE
           END-IF.
           MOVE "DQSCORE-MAX-AGE" TO WS-PARM-NAME.
           MOVE SPACES TO WS-PARM-VALUE.
           CALL "PARMGET" USING WS-PROGRAM-NAME WS-PARM-NAME
                                 WS-PARM-VALUE WS-PARM-SOURCE.
           MOVE WS-PARM-VALUE TO WS-MAX-AGE-TEXT.
           IF WS-MAX-AGE-TEXT NOT = SPACES
              AND FUNCTION TEST-NUMVAL(WS-MAX-AGE-TEXT) = 0
              COMPUTE WS-MAX-AGE =

           PERFORM 0500-LOAD-PRIOR-COUNTS.

           MOVE "O" TO WS-SNAP-FUNCTION.
           CALL "SNAPREAD" USING WS-SNAP-FUNCTION WS-SNAP-RESULT
                                  CUSTOMER-SNAPSHOT-RECORD.
           IF WS-SNAP-RESULT = "Y"
              PERFORM 1500-SCAN-SNAPSHOT
              IF WS-SNAP-END NOT = "E"
                 DISPLAY "Scanning the live files instead."
                 PERFORM 0600-RESET-COUNTS
              END-IF
           END-IF.

           IF WS-SNAP-END = "E"
              PERFORM 2000-SCAN-DUPLICATES
           ELSE
              *> One CUSTADDR open for the whole scan - the closing
              *> zero-ID call below releases it.
              DISPLAY "ADDRLOOKUP-BULK" UPON ENVIRONMENT-NAME
              DISPLAY "Y"               UPON ENVIRONMENT-VALUE

              PERFORM 1000-SCAN-MASTER
              PERFORM 2000-SCAN-DUPLICATES
              PERFORM 3000-SCAN-POSTAL-CODES

              MOVE ZERO TO WS-ADDR-CUST-ID
              CALL "ADDRLOOKUP" USING WS-ADDR-CUST-ID WS-ADDR-FOUND
                                       WS-STREET WS-CITY
                                       WS-POSTAL-CODE WS-PHONE
                                       WS-UNDELIV-FLAG
           END-IF.

           PERFORM 8000-PRINT-SCORECARD.
           PERFORM 9000-APPEND-HISTORY.
           END-IF.
           MOVE "N" TO WS-EOF-SWITCH.

      *> A snapshot that failed to balance part-way leaves nothing
      *> counted from it.
       0600-RESET-COUNTS.
           MOVE ZERO TO WS-LIVE-COUNT WS-AGE-COUNT WS-CASE-COUNT
                        WS-NOADDR-COUNT WS-POSTAL-COUNT
                        WS-MASTER-COUNT.
           MOVE ZERO TO WS-AGE-SAMPLE-CT WS-CASE-SAMPLE-CT
                        WS-NOADDR-SAMPLE-CT WS-POSTAL-SAMPLE-CT.
           MOVE "N" TO WS-DUPE-TRUNCATED.

       1000-SCAN-MASTER.
           OPEN INPUT CUSTOMER-MASTER.
           IF WS-MASTER-STATUS NOT = "00"
              CALL "AUDITLOG" USING WS-PROGRAM-NAME WS-OPERATOR-ID
                                     WS-AUDIT-OUTCOME
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           PERFORM UNTIL WS-EOF
              READ CUSTOMER-MASTER NEXT RECORD
           IF CM-AGE > WS-MAX-AGE
              OR CM-BIRTH-DATE(1:4) < "1900"
              ADD 1 TO WS-AGE-COUNT
              MOVE CM-CUST-ID TO WS-CHK-CUST-ID
              PERFORM 9400-SET-PRINT-ID
              MOVE SPACES TO WS-SAMPLE-TEXT
              STRING "ID " DELIMITED BY SIZE
                     WS-PRINT-ID(1:7) DELIMITED BY SIZE
                     " age " DELIMITED BY SIZE
                     CM-AGE DELIMITED BY SIZE
                     " born " DELIMITED BY SIZE
           MOVE WS-CASE-BUFFER(1:20) TO WS-CASED-NAME.
           IF WS-CASED-NAME NOT = CM-LAST-NAME
              ADD 1 TO WS-CASE-COUNT
              MOVE CM-CUST-ID TO WS-CHK-CUST-ID
              PERFORM 9400-SET-PRINT-ID
              MOVE SPACES TO WS-SAMPLE-TEXT
              STRING "ID " DELIMITED BY SIZE
                     WS-PRINT-ID(1:7) DELIMITED BY SIZE
                     " '" DELIMITED BY SIZE
                     FUNCTION TRIM(CM-LAST-NAME)
                     DELIMITED BY SIZE
                                    WS-POSTAL-CODE WS-PHONE
                                    WS-UNDELIV-FLAG.
           IF WS-ADDR-FOUND NOT = "Y"
              PERFORM 1350-NOTE-NO-ADDRESS
           END-IF.

       1350-NOTE-NO-ADDRESS.
           ADD 1 TO WS-NOADDR-COUNT.
           MOVE CM-CUST-ID TO WS-CHK-CUST-ID.
           PERFORM 9400-SET-PRINT-ID.
           MOVE SPACES TO WS-SAMPLE-TEXT.
           STRING "ID " DELIMITED BY SIZE
                  WS-PRINT-ID(1:7) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  FUNCTION TRIM(CM-LAST-NAME)
                  DELIMITED BY SIZE
                  ", " DELIMITED BY SIZE
                  FUNCTION TRIM(CM-FIRST-NAME)
                  DELIMITED BY SIZE
                  INTO WS-SAMPLE-TEXT
           END-STRING.
           IF WS-NOADDR-SAMPLE-CT < WS-SAMPLE-LIMIT
              ADD 1 TO WS-NOADDR-SAMPLE-CT
              MOVE WS-SAMPLE-TEXT
                TO WS-NOADDR-SAMPLE(WS-NOADDR-SAMPLE-CT)
           END-IF.

       1400-NOTE-FOR-DUPE-SCAN.
              END-IF
           END-IF.

      *> The snapshot row carries the master, its address presence
      *> and the postal code together - the same checks as the three
      *> separate scans, run against the record areas they use.
       1500-SCAN-SNAPSHOT.
           MOVE "R" TO WS-SNAP-FUNCTION.
           CALL "SNAPREAD" USING WS-SNAP-FUNCTION WS-SNAP-RESULT
                                  CUSTOMER-SNAPSHOT-RECORD.
           PERFORM UNTIL WS-SNAP-RESULT NOT = "Y"
              IF MS-ON-MASTER
                 MOVE MS-CUST-ID     TO CM-CUST-ID
                 MOVE MS-FIRST-NAME  TO CM-FIRST-NAME
                 MOVE MS-LAST-NAME   TO CM-LAST-NAME
                 MOVE MS-BIRTH-DATE  TO CM-BIRTH-DATE
                 MOVE MS-AGE         TO CM-AGE
                 MOVE MS-DELETE-FLAG TO CM-DELETE-FLAG
                 MOVE MS-LOAD-DATE   TO CM-LOAD-DATE
                 IF NOT CM-RECORD-DELETED
                    ADD 1 TO WS-LIVE-COUNT
                    PERFORM 1100-CHECK-AGE
                    PERFORM 1200-CHECK-NAME-CASE
                    IF NOT MS-ON-ADDRESS
                       PERFORM 1350-NOTE-NO-ADDRESS
                    END-IF
                    PERFORM 1400-NOTE-FOR-DUPE-SCAN
                 END-IF
              END-IF
              IF MS-ON-ADDRESS
                 MOVE MS-CUST-ID     TO CA-CUST-ID
                 MOVE MS-POSTAL-CODE TO CA-POSTAL-CODE
                 PERFORM 3100-CHECK-ONE-POSTAL
              END-IF
              CALL "SNAPREAD" USING WS-SNAP-FUNCTION WS-SNAP-RESULT
                                     CUSTOMER-SNAPSHOT-RECORD
           END-PERFORM.
           MOVE WS-SNAP-RESULT TO WS-SNAP-END.
           MOVE "C" TO WS-SNAP-FUNCTION.
           CALL "SNAPREAD" USING WS-SNAP-FUNCTION WS-SNAP-RESULT
                                  CUSTOMER-SNAPSHOT-RECORD.

      *> The CUSTDEDUPE criteria - same names and birth date under
      *> two IDs.
       2000-SCAN-DUPLICATES.
                    AND MT-BIRTH-DATE(WS-I-SUB) =
                        MT-BIRTH-DATE(WS-J-SUB)
                    ADD 1 TO WS-DUPE-COUNT
                    MOVE MT-CUST-ID(WS-I-SUB) TO WS-CHK-CUST-ID
                    PERFORM 9400-SET-PRINT-ID
                    MOVE WS-PRINT-ID TO WS-FIRST-PRINT-ID
                    MOVE MT-CUST-ID(WS-J-SUB) TO WS-CHK-CUST-ID
                    PERFORM 9400-SET-PRINT-ID
                    MOVE SPACES TO WS-SAMPLE-TEXT
                    STRING "IDs " DELIMITED BY SIZE
                           WS-FIRST-PRINT-ID(1:7) DELIMITED BY SIZE
                           " / " DELIMITED BY SIZE
                           WS-PRINT-ID(1:7) DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           FUNCTION TRIM(
                              MT-LAST-NAME(WS-I-SUB))
           END-IF.
           IF WS-BAD-CHAR
              ADD 1 TO WS-POSTAL-COUNT
              MOVE CA-CUST-ID TO WS-CHK-CUST-ID
              PERFORM 9400-SET-PRINT-ID
              MOVE SPACES TO WS-SAMPLE-TEXT
              STRING "ID " DELIMITED BY SIZE
                     WS-PRINT-ID(1:7) DELIMITED BY SIZE
                     " postal '" DELIMITED BY SIZE
                     CA-POSTAL-CODE DELIMITED BY SIZE
                     "'" DELIMITED BY SIZE
           MOVE WS-POSTAL-COUNT TO HI-POSTAL-COUNT.
           WRITE HISTORY-RECORD.
           CLOSE HISTORY-FILE.

      *> Printed seven-digit form of WS-CHK-CUST-ID for the samples.
       9400-SET-PRINT-ID.
           CALL "CUSTCHK" USING WS-CHK-FUNCTION WS-PRINT-ID
                                WS-CHK-CUST-ID WS-CHK-RESULT.
