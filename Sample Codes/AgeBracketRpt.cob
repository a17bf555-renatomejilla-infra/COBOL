      *                     ride in the checkpoint record alongside
      *                     the overall ones, so a restarted run
      *                     resumes them too.
      *    2026-10-15  RDM  The checkpoint resume message shows the
      *                     customer ID with its check digit.
      *    ============================================================

       IDENTIFICATION DIVISION.
       01 WS-CUST-SEGMENT     PIC X(2) VALUE SPACES.
       01 WS-CUST-DNC         PIC X(1) VALUE "N".

      *> Customer number as printed, through the shared CUSTCHK.
       01 WS-PRINT-FUNCTION   PIC X(1) VALUE "D".
       01 WS-PRINT-ID         PIC X(8) VALUE SPACES.
       01 WS-PRINT-RESULT     PIC X(1) VALUE SPACE.
       01 WS-OPERATOR-ID      PIC X(8) VALUE SPACES.
       01 WS-PROGRAM-NAME     PIC X(20) VALUE "AgeBracketRpt".
       01 WS-AUDIT-OUTCOME    PIC X(8) VALUE SPACES.
           END-IF.

           IF WS-IS-RESTART
              CALL "CUSTCHK" USING WS-PRINT-FUNCTION WS-PRINT-ID
                                    WS-LAST-CUST-ID WS-PRINT-RESULT
              DISPLAY "Resuming from checkpoint - customer IDs up "
                      "through " WS-PRINT-ID(1:7) " already tallied."
              MOVE WS-LAST-CUST-ID TO CM-CUST-ID
              START CUSTOMER-MASTER KEY IS GREATER THAN CM-CUST-ID
                 INVALID KEY
