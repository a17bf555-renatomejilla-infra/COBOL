       01  WS-HOUSEHOLD-ID     PIC 9(6) VALUE ZERO.
       01  WS-MEMBER-COUNT     PIC 9(6) VALUE ZERO.

      *> Customer numbers print in the seven-digit form (with check
      *> digit) from CUSTCHK.
       01  WS-CHK-FUNCTION     PIC X(1) VALUE "D".
       01  WS-CHK-CUST-ID      PIC 9(6) VALUE ZERO.
       01  WS-CHK-RESULT       PIC X(1) VALUE SPACE.
       01  WS-PRINT-ID         PIC X(8) VALUE SPACES.

       01  WS-OPERATOR-ID      PIC X(8) VALUE SPACES.
       01  WS-PROGRAM-NAME     PIC X(20) VALUE "HOUSEGRP".
       01  WS-AUDIT-OUTCOME    PIC X(8) VALUE SPACES.
                 MOVE " " TO HH-HEAD-FLAG
              END-IF
              WRITE HOUSEHOLD-RECORD
              MOVE AT-CUST-ID(WS-J-SUB) TO WS-CHK-CUST-ID
              CALL "CUSTCHK" USING WS-CHK-FUNCTION WS-PRINT-ID
                                   WS-CHK-CUST-ID WS-CHK-RESULT
              MOVE SPACES TO HOUSEHOLD-RPT-LINE
              STRING "  member " DELIMITED BY SIZE
                     WS-PRINT-ID(1:7) DELIMITED BY SIZE
                     INTO HOUSEHOLD-RPT-LINE
              END-STRING
              IF WS-J-SUB = WS-GROUP-START
                 STRING " (H)" DELIMITED BY SIZE
                        INTO HOUSEHOLD-RPT-LINE(18:)
                 END-STRING
              END-IF
              WRITE HOUSEHOLD-RPT-LINE
