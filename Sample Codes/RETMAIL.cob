      *                     shared RUNSTATS routine, so RUNSTATRPT
      *                     can trend this program's volumes and
      *                     reject rate across runs.
      *    2026-10-15  RDM  The mailroom now keys the customer number
      *                     as printed - seven digits, the last a check
      *                     digit - proved through the shared CUSTCHK.
      *                     A wrong check digit is its own count and
      *                     worklist reason ("check digit wrong"), so a
      *                     transposed number no longer marks another
      *                     customer undeliverable. Six-digit lines off
      *                     older envelopes pass while CUSTCHK-BARE-IDS
      *                     allows them. The worklist prints the
      *                     seven-digit number.
      *    2026-10-15  RDM  An ID keyed without its check digit once
      *                     bare IDs are off is its own reason, count
      *                     and worklist line. Messages print customer
      *                     numbers with their check digits.
      *    ============================================================

       IDENTIFICATION DIVISION.
       FILE SECTION.
       FD  RETURN-INPUT.
       01  RETURN-INPUT-RECORD.
           05 RI-CUST-ID       PIC X(8).

       FD  CUSTOMER-ADDRESS.
       COPY ADDRREC.
       01  WS-MARKED-COUNT     PIC 9(5) VALUE ZERO.
       01  WS-NOADDR-COUNT     PIC 9(5) VALUE ZERO.
       01  WS-BAD-ID-COUNT     PIC 9(5) VALUE ZERO.
       01  WS-BAD-CHECK-COUNT  PIC 9(5) VALUE ZERO.
       01  WS-NO-DIGIT-COUNT   PIC 9(5) VALUE ZERO.

      *> Customer-number check digit through the shared CUSTCHK.
       01  WS-CHK-FUNCTION     PIC X(1) VALUE SPACE.
       01  WS-CHK-ID-TEXT      PIC X(8) VALUE SPACES.
       01  WS-CHK-RESULT       PIC X(1) VALUE SPACE.
       01  WS-PRINT-ID         PIC X(8) VALUE SPACES.

      *> Customer name for the worklist, through the shared
      *> CUSTLOOKUP.
                  WS-NOADDR-COUNT DELIMITED BY SIZE
                  "  not numeric " DELIMITED BY SIZE
                  WS-BAD-ID-COUNT DELIMITED BY SIZE
                  "  check digit wrong " DELIMITED BY SIZE
                  WS-BAD-CHECK-COUNT DELIMITED BY SIZE
                  "  check digit missing " DELIMITED BY SIZE
                  WS-NO-DIGIT-COUNT DELIMITED BY SIZE
                  INTO WORKLIST-RPT-LINE
           END-STRING.
           WRITE WORKLIST-RPT-LINE.
           DISPLAY "Marked undeliv.   : " WS-MARKED-COUNT.
           DISPLAY "No address on file: " WS-NOADDR-COUNT.
           DISPLAY "IDs not numeric   : " WS-BAD-ID-COUNT.
           DISPLAY "Check digit wrong : " WS-BAD-CHECK-COUNT.
           DISPLAY "No check digit    : " WS-NO-DIGIT-COUNT.
           DISPLAY "Worklist written to RETWORK.RPT.".

           IF WS-NOADDR-COUNT > 0 OR WS-BAD-ID-COUNT > 0
              OR WS-BAD-CHECK-COUNT > 0 OR WS-NO-DIGIT-COUNT > 0
              MOVE "PARTIAL" TO WS-AUDIT-OUTCOME
              MOVE 4 TO RETURN-CODE
           ELSE
           MOVE WS-READ-COUNT   TO WS-STAT-READ.
           MOVE WS-MARKED-COUNT TO WS-STAT-UPDATED.
           COMPUTE WS-STAT-REJECTED =
                   WS-NOADDR-COUNT + WS-BAD-ID-COUNT
                   + WS-BAD-CHECK-COUNT + WS-NO-DIGIT-COUNT.
           CALL "RUNSTATS" USING WS-PROGRAM-NAME WS-STAT-READ
                                  WS-STAT-WRITTEN WS-STAT-UPDATED
                                  WS-STAT-REJECTED.
           END-READ.

       2000-MARK-UNDELIVERABLE.
           MOVE "V" TO WS-CHK-FUNCTION.
           MOVE RI-CUST-ID TO WS-CHK-ID-TEXT.
           CALL "CUSTCHK" USING WS-CHK-FUNCTION WS-CHK-ID-TEXT
                                 WS-CUST-ID WS-CHK-RESULT.
           EVALUATE WS-CHK-RESULT
              WHEN SPACE
              WHEN "B"
                 PERFORM 2050-MARK-ONE-ADDRESS
              WHEN "C"
                 ADD 1 TO WS-BAD-CHECK-COUNT
                 MOVE SPACES TO WORKLIST-RPT-LINE
                 STRING "ID '" DELIMITED BY SIZE
                        RI-CUST-ID DELIMITED BY SIZE
                        "' check digit wrong - line skipped."
                        DELIMITED BY SIZE
                        INTO WORKLIST-RPT-LINE
                 END-STRING
                 WRITE WORKLIST-RPT-LINE
              WHEN "M"
                 ADD 1 TO WS-NO-DIGIT-COUNT
                 MOVE SPACES TO WORKLIST-RPT-LINE
                 STRING "ID '" DELIMITED BY SIZE
                        RI-CUST-ID DELIMITED BY SIZE
                        "' has no check digit - line skipped."
                        DELIMITED BY SIZE
                        INTO WORKLIST-RPT-LINE
                 END-STRING
                 WRITE WORKLIST-RPT-LINE
              WHEN OTHER
                 ADD 1 TO WS-BAD-ID-COUNT
                 MOVE SPACES TO WORKLIST-RPT-LINE
                 STRING "ID '" DELIMITED BY SIZE
                        RI-CUST-ID DELIMITED BY SIZE
                        "' is not a customer number - line skipped."
                        DELIMITED BY SIZE
                        INTO WORKLIST-RPT-LINE
                 END-STRING
                 WRITE WORKLIST-RPT-LINE
           END-EVALUATE.

       2050-MARK-ONE-ADDRESS.
           PERFORM 2300-DERIVE-PRINT-ID.
           MOVE WS-CUST-ID TO CA-CUST-ID.
           MOVE "N" TO WS-FOUND-SWITCH.
           READ CUSTOMER-ADDRESS
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE "Y" TO WS-FOUND-SWITCH
           END-READ.
           IF WS-FOUND-SWITCH = "Y"
              PERFORM 2100-REWRITE-MARKED
           ELSE
              ADD 1 TO WS-NOADDR-COUNT
              MOVE SPACES TO WORKLIST-RPT-LINE
              STRING "ID " DELIMITED BY SIZE
                     WS-PRINT-ID DELIMITED BY SIZE
                     " has no address on file - nothing "
                     DELIMITED BY SIZE
                     "to mark." DELIMITED BY SIZE
                     INTO WORKLIST-RPT-LINE
              END-STRING
              WRITE WORKLIST-RPT-LINE
           END-IF.

       2100-REWRITE-MARKED.
           REWRITE CUSTOMER-ADDRESS-RECORD
              INVALID KEY
                 DISPLAY "Rewrite failed for customer "
                         WS-PRINT-ID(1:7) ", status="
                         WS-ADDRESS-STATUS
              NOT INVALID KEY
                 ADD 1 TO WS-MARKED-COUNT
                 MOVE "U" TO WS-JRNL-ACTION
                                    WS-AGE.
           MOVE SPACES TO WORKLIST-RPT-LINE.
           STRING "ID " DELIMITED BY SIZE
                  WS-PRINT-ID(1:7) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-LAST-NAME) DELIMITED BY SIZE
                  ", " DELIMITED BY SIZE
                  INTO WORKLIST-RPT-LINE
           END-STRING.
           WRITE WORKLIST-RPT-LINE.

      *> The customer number as printed - the six-digit ID with its
      *> check digit.
       2300-DERIVE-PRINT-ID.
           MOVE "D" TO WS-CHK-FUNCTION.
           CALL "CUSTCHK" USING WS-CHK-FUNCTION WS-PRINT-ID
                                 WS-CUST-ID WS-CHK-RESULT.
