      *    Author      : Renato D. Mejilla
      *    Date        : October 15, 2026
      *    Description : Shared run-parameter lookup routine, in the
      *                  POSTCHECK pattern. The suite's settings lived
      *                  only in environment variables, so nobody could
      *                  list what was in effect and a change left no
      *                  trace. Given the owning program and the
      *                  parameter name (the environment variable the
      *                  program has always read), hands back the value
      *                  in force and where it came from:
      *                    E - the environment variable, which still
      *                        overrides everything
      *                    P - PARMS.DAT, the line with the latest
      *                        effective date on or before today
      *                    D - neither; the value passed in (the
      *                        caller's built-in default) comes back
      *                        untouched
      *                  RETURN-CODE 0 for E or P, 4 for D. PARMS.DAT
      *                  is kept through PARMMAINT and listed by
      *                  PARMRPT. The file is loaded on the first call
      *                  and held, so a program reading several
      *                  parameters reads it once.
      *    Compiler    : Micro Focus Visual COBOL
      *    ============================================================

       IDENTIFICATION DIVISION.
       PROGRAM-ID.     PARMGET.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARAMETER-FILE ASSIGN TO WS-PARMS-FILE
                               ORGANIZATION LINE SEQUENTIAL
                               FILE STATUS IS WS-TABLE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PARAMETER-FILE.
       COPY PARMREC.

       WORKING-STORAGE SECTION.
       01  WS-PARMS-FILE       PIC X(26) VALUE "PARMS.DAT".

       01  WS-TABLE-STATUS     PIC XX.
       01  WS-EOF-SWITCH       PIC X VALUE "N".
           88 WS-EOF           VALUE "Y".
       01  WS-LOADED-SWITCH    PIC X(1) VALUE "N".
           88 WS-TABLE-LOADED  VALUE "Y".

      *> PARMS.DAT as filed.
       01  WS-PM-TABLE.
           05 WS-PM-COUNT      PIC 9(4) VALUE ZERO.
           05 WS-PM-LIMIT      PIC 9(4) VALUE 1000.
           05 WS-PM-ENTRY OCCURS 1000 TIMES.
              10 PT-PROGRAM-NAME   PIC X(12).
              10 PT-PARM-NAME      PIC X(24).
              10 PT-EFFECTIVE-DATE PIC 9(8).
              10 PT-PARM-VALUE     PIC X(20).
       01  WS-PM-SUB           PIC 9(4) VALUE ZERO.
       01  WS-PM-HIT           PIC 9(4) VALUE ZERO.

       01  WS-CURR-DATE        PIC 9(8) VALUE ZERO.
       01  WS-WANTED-PROGRAM   PIC X(12) VALUE SPACES.
       01  WS-ENV-VALUE        PIC X(20) VALUE SPACES.

       LINKAGE SECTION.
       01  LK-PROGRAM-NAME     PIC X(20).
       01  LK-PARM-NAME        PIC X(24).
       01  LK-PARM-VALUE       PIC X(20).
       01  LK-PARM-SOURCE      PIC X(1).

       PROCEDURE DIVISION USING LK-PROGRAM-NAME LK-PARM-NAME
                                 LK-PARM-VALUE LK-PARM-SOURCE.
           IF NOT WS-TABLE-LOADED
              PERFORM 0500-LOAD-TABLE
           END-IF.

           MOVE "D" TO LK-PARM-SOURCE.

           *> An environment setting wins, as it always has - an
           *> operator can still override a value for one run.
           MOVE SPACES TO WS-ENV-VALUE.
           DISPLAY LK-PARM-NAME UPON ENVIRONMENT-NAME.
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT-VALUE.
           IF WS-ENV-VALUE NOT = SPACES
              MOVE WS-ENV-VALUE TO LK-PARM-VALUE
              MOVE "E" TO LK-PARM-SOURCE
              MOVE 0 TO RETURN-CODE
              GOBACK
           END-IF.

           ACCEPT WS-CURR-DATE FROM DATE YYYYMMDD.
           MOVE LK-PROGRAM-NAME TO WS-WANTED-PROGRAM.
           MOVE ZERO TO WS-PM-HIT.
           MOVE 1 TO WS-PM-SUB.
           PERFORM UNTIL WS-PM-SUB > WS-PM-COUNT
              IF PT-PROGRAM-NAME(WS-PM-SUB) = WS-WANTED-PROGRAM
                 AND PT-PARM-NAME(WS-PM-SUB) = LK-PARM-NAME
                 AND PT-EFFECTIVE-DATE(WS-PM-SUB) <= WS-CURR-DATE
                 IF WS-PM-HIT = 0
                    MOVE WS-PM-SUB TO WS-PM-HIT
                 ELSE
                    IF PT-EFFECTIVE-DATE(WS-PM-SUB) >
                       PT-EFFECTIVE-DATE(WS-PM-HIT)
                       MOVE WS-PM-SUB TO WS-PM-HIT
                    END-IF
                 END-IF
              END-IF
              ADD 1 TO WS-PM-SUB
           END-PERFORM.

           IF WS-PM-HIT > 0
              MOVE PT-PARM-VALUE(WS-PM-HIT) TO LK-PARM-VALUE
              MOVE "P" TO LK-PARM-SOURCE
              MOVE 0 TO RETURN-CODE
           ELSE
              MOVE 4 TO RETURN-CODE
           END-IF.

           GOBACK.

       0500-LOAD-TABLE.
           MOVE "Y" TO WS-LOADED-SWITCH.
           MOVE ZERO TO WS-PM-COUNT.
           CALL "FILERES" USING WS-PARMS-FILE.
           OPEN INPUT PARAMETER-FILE.
           IF WS-TABLE-STATUS = "00"
              MOVE "N" TO WS-EOF-SWITCH
              PERFORM UNTIL WS-EOF
                 READ PARAMETER-FILE
                    AT END
                       MOVE "Y" TO WS-EOF-SWITCH
                    NOT AT END
                       IF PM-EFFECTIVE-DATE IS NUMERIC
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
                          ELSE
                             DISPLAY "PARMS.DAT longer than "
                                     WS-PM-LIMIT
                                     " lines - rest ignored."
                             MOVE "Y" TO WS-EOF-SWITCH
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE PARAMETER-FILE
           END-IF.
