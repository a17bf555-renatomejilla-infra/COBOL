      *                  with the day shift. Report goes to
      *                  BTRND.RPT.
      *    Compiler    : Micro Focus Visual COBOL
      *    ============================================================
      *    Modification History
      *    2026-10-15  RDM  BATCHTREND-WINDOW and BATCHTREND-PCT now
      *                     read through PARMGET - PARMS.DAT value in
      *                     force, environment still overrides.
      *    ============================================================

       IDENTIFICATION DIVISION.

       01  WS-OPERATOR-ID      PIC X(8) VALUE SPACES.
       01  WS-PROGRAM-NAME     PIC X(20) VALUE "BATCHTREND".
       01  WS-PARM-NAME        PIC X(24) VALUE SPACES.
       01  WS-PARM-VALUE       PIC X(20) VALUE SPACES.
       01  WS-PARM-SOURCE      PIC X(1) VALUE SPACE.
       01  WS-AUDIT-OUTCOME    PIC X(8) VALUE SPACES.

       PROCEDURE DIVISION.

           CALL "FILERES" USING WS-NIGHTHIS-FILE.

           MOVE "BATCHTREND-WINDOW" TO WS-PARM-NAME.
           MOVE SPACES TO WS-PARM-VALUE.
           CALL "PARMGET" USING WS-PROGRAM-NAME WS-PARM-NAME
                                 WS-PARM-VALUE WS-PARM-SOURCE.
           MOVE WS-PARM-VALUE TO WS-WINDOW-TEXT.
           IF WS-WINDOW-TEXT NOT = SPACES
              AND FUNCTION TEST-NUMVAL(WS-WINDOW-TEXT) = 0
              COMPUTE WS-WINDOW-SIZE =
           IF WS-WINDOW-SIZE < 1
              MOVE 1 TO WS-WINDOW-SIZE
           END-IF.
           MOVE "BATCHTREND-PCT" TO WS-PARM-NAME.
           MOVE SPACES TO WS-PARM-VALUE.
           CALL "PARMGET" USING WS-PROGRAM-NAME WS-PARM-NAME
                                 WS-PARM-VALUE WS-PARM-SOURCE.
           MOVE WS-PARM-VALUE TO WS-PCT-TEXT.
           IF WS-PCT-TEXT NOT = SPACES
              AND FUNCTION TEST-NUMVAL(WS-PCT-TEXT) = 0
              COMPUTE WS-DEGRADE-PCT = FUNCTION NUMVAL(WS-PCT-TEXT)
