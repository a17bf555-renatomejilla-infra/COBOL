      *                  timestamp are always kept. Safe as a nightly
      *                  or weekly NIGHTLYRUN step.
      *    Compiler    : Micro Focus Visual COBOL
      *    ============================================================
      *    Modification History
      *    2026-10-15  RDM  LOGHOUSE-DAYS and LOGHOUSE-KEEP now read
      *                     through PARMGET - PARMS.DAT value in force,
      *                     environment still overrides.
      *    ============================================================

       IDENTIFICATION DIVISION.

       01 WS-OPERATOR-ID      PIC X(8) VALUE SPACES.
       01 WS-PROGRAM-NAME     PIC X(20) VALUE "LOGHOUSE".
       01 WS-PARM-NAME        PIC X(24) VALUE SPACES.
       01 WS-PARM-VALUE       PIC X(20) VALUE SPACES.
       01 WS-PARM-SOURCE      PIC X(1) VALUE SPACE.
       01 WS-AUDIT-OUTCOME    PIC X(8) VALUE SPACES.

       PROCEDURE DIVISION.
           CALL "FILERES" USING WS-TMP-NAME.
           CALL "FILERES" USING WS-LOGREG-FILE.

           MOVE "LOGHOUSE-DAYS" TO WS-PARM-NAME.
           MOVE SPACES TO WS-PARM-VALUE.
           CALL "PARMGET" USING WS-PROGRAM-NAME WS-PARM-NAME
                                 WS-PARM-VALUE WS-PARM-SOURCE.
           MOVE WS-PARM-VALUE TO WS-DAYS-TEXT.
           IF WS-DAYS-TEXT NOT = SPACES
              AND FUNCTION TEST-NUMVAL(WS-DAYS-TEXT) = 0
              COMPUTE WS-RETAIN-DAYS = FUNCTION NUMVAL(WS-DAYS-TEXT)
           END-IF.
           MOVE "LOGHOUSE-KEEP" TO WS-PARM-NAME.
           MOVE SPACES TO WS-PARM-VALUE.
           CALL "PARMGET" USING WS-PROGRAM-NAME WS-PARM-NAME
                                 WS-PARM-VALUE WS-PARM-SOURCE.
           MOVE WS-PARM-VALUE TO WS-KEEP-TEXT.
           IF WS-KEEP-TEXT NOT = SPACES
              AND FUNCTION TEST-NUMVAL(WS-KEEP-TEXT) = 0
              COMPUTE WS-KEEP-ARCHIVES = FUNCTION NUMVAL(WS-KEEP-TEXT)
