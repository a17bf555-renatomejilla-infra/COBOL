      *    Author      : Renato D. Mejilla
      *    Date        : October 15, 2026
      *    Description : Maintenance for the PARMS.DAT run-parameter
      *                  file behind the shared PARMGET routine, in the
      *                  POSTMAINT style. Lists the parameters on file
      *                  (all, or one program's) with the value in
      *                  force today marked, sets a value for a
      *                  program and parameter from an effective date
      *                  (today when left blank; a later date waits
      *                  its turn), or removes a dated value. Setting
      *                  and removing require the SUPERVISOR role, and
      *                  every change - the value before and after,
      *                  who made it and when - is appended to the
      *                  PARMAUD.DAT audit file PARMRPT reports from.
      *                  Program and parameter names are filed in
      *                  upper case; the parameter name is the
      *                  environment variable the program reads, which
      *                  still overrides the file for a single run.
      *    Compiler    : Micro Focus Visual COBOL
      *    ============================================================

       IDENTIFICATION DIVISION.
       PROGRAM-ID.     PARMMAINT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARAMETER-FILE ASSIGN TO WS-PARMS-FILE
                               ORGANIZATION LINE SEQUENTIAL
                               FILE STATUS IS WS-TABLE-STATUS.

           SELECT PARM-AUDIT   ASSIGN TO WS-PARMAUD-FILE
                               ORGANIZATION LINE SEQUENTIAL
                               FILE STATUS IS WS-AUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PARAMETER-FILE.
       COPY PARMREC.

       FD  PARM-AUDIT.
       COPY PARMAUD.

       WORKING-STORAGE SECTION.
      *> Batch-window lock check - see BATCHLOCK.
       01  WS-LOCK-ACTION      PIC X(1) VALUE "Q".
       01  WS-LOCK-STATE       PIC X(1) VALUE "N".
       01  WS-LOCK-RESOURCE    PIC X(4) VALUE "ALL".
       01  WS-LOCK-OVERRIDE    PIC X(1) VALUE "N".

       01  WS-PARMS-FILE       PIC X(26) VALUE "PARMS.DAT".
       01  WS-PARMAUD-FILE     PIC X(26) VALUE "PARMAUD.DAT".

       01  WS-TABLE-STATUS     PIC XX VALUE "00".
       01  WS-AUDIT-STATUS     PIC XX VALUE "00".
       01  WS-EOF-SWITCH       PIC X VALUE "N".
           88 WS-EOF           VALUE "Y".

       01  WS-MENU-CHOICE      PIC 9 VALUE ZERO.
       01  WS-ENTRY-PROGRAM    PIC X(12) VALUE SPACES.
       01  WS-ENTRY-PARM       PIC X(24) VALUE SPACES.
       01  WS-ENTRY-DATE       PIC X(8) VALUE SPACES.
       01  WS-ENTRY-VALUE      PIC X(20) VALUE SPACES.
       01  WS-ENTRY-NUM        PIC 9(8) VALUE ZERO.
       01  WS-LISTED-COUNT     PIC 9(5) VALUE ZERO.
       01  WS-IN-FORCE-MARK    PIC X(1) VALUE SPACE.

       01  WS-CURR-DATE        PIC 9(8) VALUE ZERO.
       01  WS-CURR-TIME        PIC 9(8) VALUE ZERO.

      *> The standing file, held while it is rewritten. A file longer
      *> than the table is never rewritten - the lines past the limit
      *> would be lost.
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
       01  WS-PM-HIT           PIC 9(4) VALUE ZERO.
       01  WS-PM-OVERFLOW      PIC X(1) VALUE "N".
       01  WS-SCAN-SUB         PIC 9(4) VALUE ZERO.
       01  WS-SWAP-ENTRY       PIC X(80) VALUE SPACES.

      *> The audit line for the change in hand.
       01  WS-AUDIT-ACTION     PIC X(1) VALUE SPACE.
       01  WS-OLD-VALUE        PIC X(20) VALUE SPACES.

       01  WS-OPERATOR-ID      PIC X(8) VALUE SPACES.
       01  WS-PROGRAM-NAME     PIC X(20) VALUE "PARMMAINT".
       01  WS-AUDIT-OUTCOME    PIC X(8) VALUE SPACES.
       01  WS-AUTHORIZED       PIC X(1) VALUE "N".
       01  WS-OPERATOR-ROLE    PIC X(10) VALUE SPACES.
       01  WS-OP-RESULT        PIC 9(2) VALUE ZERO.

       PROCEDURE DIVISION.
           DISPLAY "<<< RUN PARAMETER MAINTENANCE >>>".
           DISPLAY "---------------------------------".

           ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT "OPERATOR-ID".
           MOVE "START" TO WS-AUDIT-OUTCOME.
           CALL "AUDITLOG" USING WS-PROGRAM-NAME WS-OPERATOR-ID
                                  WS-AUDIT-OUTCOME.

           CALL "FILERES" USING WS-PARMS-FILE.
           CALL "FILERES" USING WS-PARMAUD-FILE.

           CALL "SIGNON" USING WS-OPERATOR-ID WS-AUTHORIZED
                                WS-OPERATOR-ROLE WS-PROGRAM-NAME.
           IF WS-AUTHORIZED NOT = "Y"
              DISPLAY "Operator not recognized or inactive. "
                      "Access denied."
              MOVE "DENIED" TO WS-AUDIT-OUTCOME
              CALL "AUDITLOG" USING WS-PROGRAM-NAME WS-OPERATOR-ID
                                     WS-AUDIT-OUTCOME
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.

           *> The nightly steps read their parameters as they start,
           *> customer side and user side alike.
           MOVE "Q" TO WS-LOCK-ACTION.
           CALL "BATCHLOCK" USING WS-LOCK-ACTION
                WS-LOCK-STATE WS-LOCK-RESOURCE.
           IF WS-LOCK-STATE = "Y"
              DISPLAY "The nightly batch window is open."
              IF WS-OPERATOR-ROLE = "SUPERVISOR"
                 OR WS-OPERATOR-ROLE = "ADMIN"
                 DISPLAY "Override and continue? (Y/N): "
                         WITH NO ADVANCING
                 ACCEPT WS-LOCK-OVERRIDE
              END-IF
              IF WS-LOCK-OVERRIDE NOT = "Y"
                 AND WS-LOCK-OVERRIDE NOT = "y"
                 DISPLAY "Try again after the batch run "
                         "finishes."
                 MOVE "LOCKED" TO WS-AUDIT-OUTCOME
                 CALL "AUDITLOG" USING WS-PROGRAM-NAME
                      WS-OPERATOR-ID WS-AUDIT-OUTCOME
                 MOVE 8 TO RETURN-CODE
                 GOBACK
              END-IF
           END-IF.

           ACCEPT WS-CURR-DATE FROM DATE YYYYMMDD.
           PERFORM 0500-LOAD-TABLE.

           DISPLAY " ".
           DISPLAY "1. List run parameters".
           DISPLAY "2. Set a parameter value".
           DISPLAY "3. Remove a dated value".
           DISPLAY "0. Exit".
           DISPLAY "Select an option: " WITH NO ADVANCING.
           ACCEPT WS-MENU-CHOICE.

           EVALUATE WS-MENU-CHOICE
              WHEN 1
                 PERFORM 1000-LIST-PARAMETERS
              WHEN 2
              WHEN 3
                 *> Settings every batch program runs by - SUPERVISOR
                 *> or better only.
                 EVALUATE TRUE
                    WHEN WS-OPERATOR-ROLE NOT = "SUPERVISOR"
                     AND WS-OPERATOR-ROLE NOT = "ADMIN"
                       DISPLAY "This operation requires the "
                               "SUPERVISOR role. No maintenance "
                               "performed."
                       MOVE 8 TO WS-OP-RESULT
                    WHEN WS-PM-OVERFLOW = "Y"
                       DISPLAY "PARMS.DAT holds more than "
                               WS-PM-LIMIT " lines - it cannot be "
                               "rewritten here without losing the "
                               "rest. No maintenance performed."
                       MOVE 16 TO WS-OP-RESULT
                    WHEN WS-MENU-CHOICE = 2
                       PERFORM 2000-SET-VALUE
                    WHEN OTHER
                       PERFORM 3000-REMOVE-VALUE
                 END-EVALUATE
              WHEN OTHER
                 DISPLAY "No maintenance performed."
                 MOVE 4 TO WS-OP-RESULT
           END-EVALUATE.

           EVALUATE WS-OP-RESULT
              WHEN 0
                 MOVE "SUCCESS" TO WS-AUDIT-OUTCOME
              WHEN 4
                 MOVE "NOMATCH" TO WS-AUDIT-OUTCOME
              WHEN 8
                 MOVE "DENIED" TO WS-AUDIT-OUTCOME
              WHEN OTHER
                 MOVE "FAIL" TO WS-AUDIT-OUTCOME
           END-EVALUATE.
           CALL "AUDITLOG" USING WS-PROGRAM-NAME WS-OPERATOR-ID
                                  WS-AUDIT-OUTCOME.

           MOVE WS-OP-RESULT TO RETURN-CODE.

           GOBACK.

       0500-LOAD-TABLE.
           MOVE ZERO TO WS-PM-COUNT.
           OPEN INPUT PARAMETER-FILE.
           IF WS-TABLE-STATUS = "00"
              PERFORM UNTIL WS-EOF
                 READ PARAMETER-FILE
                    AT END
                       MOVE "Y" TO WS-EOF-SWITCH
                    NOT AT END
                       IF WS-PM-COUNT < WS-PM-LIMIT
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
                       ELSE
                          MOVE "Y" TO WS-PM-OVERFLOW
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE PARAMETER-FILE
           END-IF.
           MOVE "N" TO WS-EOF-SWITCH.

       1000-LIST-PARAMETERS.
           DISPLAY "Program (blank for all): " WITH NO ADVANCING.
           ACCEPT WS-ENTRY-PROGRAM.
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-ENTRY-PROGRAM))
             TO WS-ENTRY-PROGRAM.
           DISPLAY " ".
           IF WS-PM-COUNT = 0
              DISPLAY "No run parameters are on file yet - every "
                      "program runs on its built-in defaults."
              MOVE 0 TO WS-OP-RESULT
           ELSE
              DISPLAY "  Program      Parameter                "
                      "Effective Value                Set by"
              DISPLAY "  ------------ ------------------------ "
                      "-------- -------------------- --------"
              MOVE ZERO TO WS-LISTED-COUNT
              MOVE 1 TO WS-PM-SUB
              PERFORM UNTIL WS-PM-SUB > WS-PM-COUNT
                 IF WS-ENTRY-PROGRAM = SPACES
                    OR PT-PROGRAM-NAME(WS-PM-SUB) = WS-ENTRY-PROGRAM
                    PERFORM 1100-MARK-IN-FORCE
                    DISPLAY WS-IN-FORCE-MARK " "
                            PT-PROGRAM-NAME(WS-PM-SUB) " "
                            PT-PARM-NAME(WS-PM-SUB) " "
                            PT-EFFECTIVE-DATE(WS-PM-SUB) " "
                            PT-PARM-VALUE(WS-PM-SUB) " "
                            PT-CHANGED-BY(WS-PM-SUB)
                    ADD 1 TO WS-LISTED-COUNT
                 END-IF
                 ADD 1 TO WS-PM-SUB
              END-PERFORM
              IF WS-LISTED-COUNT = 0
                 DISPLAY "No run parameters on file for "
                         FUNCTION TRIM(WS-ENTRY-PROGRAM) "."
                 MOVE 4 TO WS-OP-RESULT
              ELSE
                 DISPLAY "* = in force today; an environment "
                         "setting of the same name overrides it."
                 MOVE 0 TO WS-OP-RESULT
              END-IF
           END-IF.

      *> In force: effective today or earlier, and no later line for
      *> the same parameter that is too.
       1100-MARK-IN-FORCE.
           MOVE SPACE TO WS-IN-FORCE-MARK.
           IF PT-EFFECTIVE-DATE(WS-PM-SUB) <= WS-CURR-DATE
              MOVE "*" TO WS-IN-FORCE-MARK
              MOVE 1 TO WS-SCAN-SUB
              PERFORM UNTIL WS-SCAN-SUB > WS-PM-COUNT
                 IF PT-PROGRAM-NAME(WS-SCAN-SUB) =
                    PT-PROGRAM-NAME(WS-PM-SUB)
                    AND PT-PARM-NAME(WS-SCAN-SUB) =
                        PT-PARM-NAME(WS-PM-SUB)
                    AND PT-EFFECTIVE-DATE(WS-SCAN-SUB) <=
                        WS-CURR-DATE
                    AND PT-EFFECTIVE-DATE(WS-SCAN-SUB) >
                        PT-EFFECTIVE-DATE(WS-PM-SUB)
                    MOVE SPACE TO WS-IN-FORCE-MARK
                 END-IF
                 ADD 1 TO WS-SCAN-SUB
              END-PERFORM
           END-IF.

       2000-SET-VALUE.
           PERFORM 2200-ACCEPT-KEY.
           IF WS-OP-RESULT = 0
              DISPLAY "Value: " WITH NO ADVANCING
              ACCEPT WS-ENTRY-VALUE
              MOVE FUNCTION TRIM(WS-ENTRY-VALUE) TO WS-ENTRY-VALUE
              PERFORM 2500-FIND-KEY
              EVALUATE TRUE
                 WHEN WS-ENTRY-VALUE = SPACES
                    DISPLAY "A value is required - use option 3 to "
                            "remove one."
                    MOVE 4 TO WS-OP-RESULT
                 WHEN WS-PM-HIT > 0
                    AND PT-PARM-VALUE(WS-PM-HIT) = WS-ENTRY-VALUE
                    DISPLAY "That value is already on file from "
                            WS-ENTRY-NUM "."
                    MOVE 4 TO WS-OP-RESULT
                 WHEN WS-PM-HIT > 0
                    MOVE PT-PARM-VALUE(WS-PM-HIT) TO WS-OLD-VALUE
                    MOVE WS-ENTRY-VALUE TO PT-PARM-VALUE(WS-PM-HIT)
                    MOVE WS-OPERATOR-ID TO PT-CHANGED-BY(WS-PM-HIT)
                    MOVE WS-CURR-DATE TO PT-CHANGED-DATE(WS-PM-HIT)
                    PERFORM 9000-REWRITE-TABLE
                    MOVE "C" TO WS-AUDIT-ACTION
                    PERFORM 9100-WRITE-AUDIT
                    DISPLAY FUNCTION TRIM(WS-ENTRY-PARM) " from "
                            WS-ENTRY-NUM " changed from "
                            FUNCTION TRIM(WS-OLD-VALUE) " to "
                            FUNCTION TRIM(WS-ENTRY-VALUE) "."
                    MOVE 0 TO WS-OP-RESULT
                 WHEN WS-PM-COUNT >= WS-PM-LIMIT
                    DISPLAY "PARMS.DAT is full at " WS-PM-LIMIT
                            " lines."
                    MOVE 16 TO WS-OP-RESULT
                 WHEN OTHER
                    ADD 1 TO WS-PM-COUNT
                    MOVE WS-ENTRY-PROGRAM
                      TO PT-PROGRAM-NAME(WS-PM-COUNT)
                    MOVE WS-ENTRY-PARM TO PT-PARM-NAME(WS-PM-COUNT)
                    MOVE WS-ENTRY-NUM
                      TO PT-EFFECTIVE-DATE(WS-PM-COUNT)
                    MOVE WS-ENTRY-VALUE
                      TO PT-PARM-VALUE(WS-PM-COUNT)
                    MOVE WS-OPERATOR-ID
                      TO PT-CHANGED-BY(WS-PM-COUNT)
                    MOVE WS-CURR-DATE
                      TO PT-CHANGED-DATE(WS-PM-COUNT)
                    PERFORM 2600-SORT-TABLE
                    PERFORM 9000-REWRITE-TABLE
                    MOVE SPACES TO WS-OLD-VALUE
                    MOVE "A" TO WS-AUDIT-ACTION
                    PERFORM 9100-WRITE-AUDIT
                    DISPLAY FUNCTION TRIM(WS-ENTRY-PARM) " set to "
                            FUNCTION TRIM(WS-ENTRY-VALUE) " from "
                            WS-ENTRY-NUM "."
                    MOVE 0 TO WS-OP-RESULT
              END-EVALUATE
           END-IF.

      *> Program, parameter and effective date - the file's key.
       2200-ACCEPT-KEY.
           MOVE 0 TO WS-OP-RESULT.
           DISPLAY "Program: " WITH NO ADVANCING.
           ACCEPT WS-ENTRY-PROGRAM.
           DISPLAY "Parameter (environment variable name): "
                   WITH NO ADVANCING.
           ACCEPT WS-ENTRY-PARM.
           DISPLAY "Effective date (YYYYMMDD, blank for today): "
                   WITH NO ADVANCING.
           ACCEPT WS-ENTRY-DATE.
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-ENTRY-PROGRAM))
             TO WS-ENTRY-PROGRAM.
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-ENTRY-PARM))
             TO WS-ENTRY-PARM.
           EVALUATE TRUE
              WHEN WS-ENTRY-PROGRAM = SPACES
                 OR WS-ENTRY-PARM = SPACES
                 DISPLAY "Both program and parameter are required."
                 MOVE 4 TO WS-OP-RESULT
              WHEN WS-ENTRY-DATE = SPACES
                 MOVE WS-CURR-DATE TO WS-ENTRY-NUM
              WHEN WS-ENTRY-DATE IS NOT NUMERIC
                 DISPLAY "Date must be eight digits, YYYYMMDD."
                 MOVE 4 TO WS-OP-RESULT
              WHEN OTHER
                 MOVE WS-ENTRY-DATE TO WS-ENTRY-NUM
                 IF FUNCTION TEST-DATE-YYYYMMDD(WS-ENTRY-NUM)
                    NOT = 0
                    DISPLAY WS-ENTRY-DATE " is not a calendar date."
                    MOVE 4 TO WS-OP-RESULT
                 END-IF
           END-EVALUATE.

       2500-FIND-KEY.
           MOVE ZERO TO WS-PM-HIT.
           MOVE 1 TO WS-PM-SUB.
           PERFORM UNTIL WS-PM-SUB > WS-PM-COUNT
                      OR WS-PM-HIT > 0
              IF PT-PROGRAM-NAME(WS-PM-SUB) = WS-ENTRY-PROGRAM
                 AND PT-PARM-NAME(WS-PM-SUB) = WS-ENTRY-PARM
                 AND PT-EFFECTIVE-DATE(WS-PM-SUB) = WS-ENTRY-NUM
                 MOVE WS-PM-SUB TO WS-PM-HIT
              END-IF
              ADD 1 TO WS-PM-SUB
           END-PERFORM.

      *> The new line was added at the end - walk it back into
      *> program, parameter and date order.
       2600-SORT-TABLE.
           MOVE WS-PM-COUNT TO WS-PM-SUB.
           PERFORM UNTIL WS-PM-SUB < 2
              IF WS-PM-ENTRY(WS-PM-SUB - 1)(1:44) >
                 WS-PM-ENTRY(WS-PM-SUB)(1:44)
                 MOVE WS-PM-ENTRY(WS-PM-SUB - 1) TO WS-SWAP-ENTRY
                 MOVE WS-PM-ENTRY(WS-PM-SUB)
                   TO WS-PM-ENTRY(WS-PM-SUB - 1)
                 MOVE WS-SWAP-ENTRY TO WS-PM-ENTRY(WS-PM-SUB)
                 SUBTRACT 1 FROM WS-PM-SUB
              ELSE
                 MOVE 1 TO WS-PM-SUB
              END-IF
           END-PERFORM.

       3000-REMOVE-VALUE.
           PERFORM 2200-ACCEPT-KEY.
           IF WS-OP-RESULT = 0
              PERFORM 2500-FIND-KEY
              IF WS-PM-HIT = 0
                 DISPLAY "No value for " FUNCTION TRIM(WS-ENTRY-PARM)
                         " from " WS-ENTRY-NUM " is on file."
                 MOVE 4 TO WS-OP-RESULT
              ELSE
                 MOVE PT-PARM-VALUE(WS-PM-HIT) TO WS-OLD-VALUE
                 *> Close the gap, keeping the file order.
                 MOVE WS-PM-HIT TO WS-PM-SUB
                 PERFORM UNTIL WS-PM-SUB >= WS-PM-COUNT
                    MOVE WS-PM-ENTRY(WS-PM-SUB + 1)
                      TO WS-PM-ENTRY(WS-PM-SUB)
                    ADD 1 TO WS-PM-SUB
                 END-PERFORM
                 SUBTRACT 1 FROM WS-PM-COUNT
                 PERFORM 9000-REWRITE-TABLE
                 MOVE SPACES TO WS-ENTRY-VALUE
                 MOVE "D" TO WS-AUDIT-ACTION
                 PERFORM 9100-WRITE-AUDIT
                 DISPLAY FUNCTION TRIM(WS-ENTRY-PARM) " value "
                         FUNCTION TRIM(WS-OLD-VALUE) " from "
                         WS-ENTRY-NUM " removed."
                 MOVE 0 TO WS-OP-RESULT
              END-IF
           END-IF.

       9000-REWRITE-TABLE.
           OPEN OUTPUT PARAMETER-FILE.
           MOVE 1 TO WS-PM-SUB.
           PERFORM UNTIL WS-PM-SUB > WS-PM-COUNT
              MOVE SPACES TO RUN-PARAMETER-RECORD
              MOVE PT-PROGRAM-NAME(WS-PM-SUB)   TO PM-PROGRAM-NAME
              MOVE PT-PARM-NAME(WS-PM-SUB)      TO PM-PARM-NAME
              MOVE PT-EFFECTIVE-DATE(WS-PM-SUB) TO PM-EFFECTIVE-DATE
              MOVE PT-PARM-VALUE(WS-PM-SUB)     TO PM-PARM-VALUE
              MOVE PT-CHANGED-BY(WS-PM-SUB)     TO PM-CHANGED-BY
              MOVE PT-CHANGED-DATE(WS-PM-SUB)   TO PM-CHANGED-DATE
              WRITE RUN-PARAMETER-RECORD
              ADD 1 TO WS-PM-SUB
           END-PERFORM.
           CLOSE PARAMETER-FILE.

      *> Appended, never rewritten - the first change ever creates
      *> the file.
       9100-WRITE-AUDIT.
           OPEN EXTEND PARM-AUDIT.
           IF WS-AUDIT-STATUS = "35"
              OPEN OUTPUT PARM-AUDIT
           END-IF.
           ACCEPT WS-CURR-TIME FROM TIME.
           MOVE SPACES TO PARM-AUDIT-RECORD.
           MOVE WS-CURR-DATE     TO PA-LOG-DATE.
           MOVE WS-CURR-TIME     TO PA-LOG-TIME.
           MOVE WS-OPERATOR-ID   TO PA-OPERATOR-ID.
           MOVE WS-AUDIT-ACTION  TO PA-ACTION.
           MOVE WS-ENTRY-PROGRAM TO PA-PROGRAM-NAME.
           MOVE WS-ENTRY-PARM    TO PA-PARM-NAME.
           MOVE WS-ENTRY-NUM     TO PA-EFFECTIVE-DATE.
           MOVE WS-OLD-VALUE     TO PA-OLD-VALUE.
           MOVE WS-ENTRY-VALUE   TO PA-NEW-VALUE.
           WRITE PARM-AUDIT-RECORD.
           CLOSE PARM-AUDIT.
