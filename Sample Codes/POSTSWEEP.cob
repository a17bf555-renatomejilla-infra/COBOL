      *    Author      : Renato D. Mejilla
      *    Date        : October 15, 2026
      *    Description : One-off sweep of every CUSTADDR address
      *                  against the POSTREF.DAT postal-code reference
      *                  table. ADDRMAINT and ADDRLOAD now refuse a
      *                  city that does not belong with its postal code,
      *                  but every address filed before the check is
      *                  still as it was keyed. This reads CUSTADDR from
      *                  end to end through the shared POSTCHECK routine
      *                  and lists on POSTSWP.RPT every address whose
      *                  postal code is on the table with a different
      *                  city (MISMATCH - to be corrected in ADDRMAINT)
      *                  and every address whose postal code the table
      *                  does not carry (NOT ON TABLE - a code to add in
      *                  POSTMAINT, or a bad code). Read-only: nothing
      *                  on CUSTADDR is changed. Rerun it after the
      *                  corrections or after the table grows.
      *                  RETURN-CODE 0 clean, 4 addresses listed, 8 no
      *                  reference table or no CUSTADDR.
      *    Compiler    : Micro Focus Visual COBOL
      *    ============================================================

       IDENTIFICATION DIVISION.
       PROGRAM-ID.     POSTSWEEP.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-ADDRESS ASSIGN TO WS-CUSTADDR-FILE
                               ORGANIZATION INDEXED
                               ACCESS MODE IS SEQUENTIAL
                               RECORD KEY IS CA-CUST-ID
                               FILE STATUS IS WS-ADDRESS-STATUS.

           SELECT SWEEP-RPT    ASSIGN TO WS-RPT-FILE-NAME
                               ORGANIZATION LINE SEQUENTIAL
                               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-ADDRESS.
       COPY ADDRREC.

       FD  SWEEP-RPT.
       01  SWEEP-RPT-LINE        PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-CUSTADDR-FILE    PIC X(26) VALUE "CUSTADDR".
       01  WS-RPT-FILE-NAME    PIC X(26) VALUE "POSTSWP.RPT".

       01  WS-ADDRESS-STATUS   PIC XX VALUE "00".
       01  WS-REPORT-STATUS    PIC XX VALUE "00".
       01  WS-EOF-SWITCH       PIC X VALUE "N".
           88 WS-EOF           VALUE "Y".

      *> City/postal-code consistency through the shared POSTCHECK -
      *> Y valid, M mismatch, U code not on POSTREF, N no table.
       01  WS-POSTCHECK-RESULT PIC X(1) VALUE SPACE.
       01  WS-VERDICT          PIC X(12) VALUE SPACES.

      *> Customer name for the listing through the shared CUSTLOOKUP,
      *> held open in bulk mode for the whole sweep.
       01  WS-CUST-ID          PIC 9(6) VALUE ZERO.
       01  WS-FOUND-SWITCH     PIC X(1) VALUE "N".
           88 WS-CUSTOMER-FOUND  VALUE "Y".
       01  WS-FIRST-NAME       PIC X(20) VALUE SPACES.
       01  WS-LAST-NAME        PIC X(20) VALUE SPACES.
       01  WS-AGE              PIC 99 VALUE ZERO.

       01  WS-READ-COUNT       PIC 9(6) VALUE ZERO.
       01  WS-VALID-COUNT      PIC 9(6) VALUE ZERO.
       01  WS-MISMATCH-COUNT   PIC 9(6) VALUE ZERO.
       01  WS-UNKNOWN-COUNT    PIC 9(6) VALUE ZERO.
       01  WS-NO-TABLE         PIC X(1) VALUE "N".

      *> End-of-run counts handed to the shared RUNSTATS routine.
       01  WS-STAT-READ        PIC 9(6) VALUE ZERO.
       01  WS-STAT-WRITTEN     PIC 9(6) VALUE ZERO.
       01  WS-STAT-UPDATED     PIC 9(6) VALUE ZERO.
       01  WS-STAT-REJECTED    PIC 9(6) VALUE ZERO.

      *> Customer numbers print in the seven-digit form (with check
      *> digit) from CUSTCHK.
       01  WS-CHK-FUNCTION     PIC X(1) VALUE "D".
       01  WS-CHK-RESULT       PIC X(1) VALUE SPACE.
       01  WS-PRINT-ID         PIC X(8) VALUE SPACES.

       01  WS-CURR-DATE        PIC 9(8) VALUE ZERO.
       01  WS-OPERATOR-ID      PIC X(8) VALUE SPACES.
       01  WS-PROGRAM-NAME     PIC X(20) VALUE "POSTSWEEP".
       01  WS-AUDIT-OUTCOME    PIC X(8) VALUE SPACES.

       PROCEDURE DIVISION.
           DISPLAY "<<< POSTAL CODE / CITY SWEEP >>>".
           DISPLAY "--------------------------------".

           ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT "OPERATOR-ID".
           MOVE "START" TO WS-AUDIT-OUTCOME.
           CALL "AUDITLOG" USING WS-PROGRAM-NAME WS-OPERATOR-ID
                                  WS-AUDIT-OUTCOME.

           CALL "FILERES" USING WS-CUSTADDR-FILE.
           CALL "FILERES" USING WS-RPT-FILE-NAME.

           ACCEPT WS-CURR-DATE FROM DATE YYYYMMDD.

           OPEN INPUT CUSTOMER-ADDRESS.
           IF WS-ADDRESS-STATUS NOT = "00"
              DISPLAY "Cannot open CUSTADDR, status="
                      WS-ADDRESS-STATUS
              MOVE "FAIL" TO WS-AUDIT-OUTCOME
              CALL "AUDITLOG" USING WS-PROGRAM-NAME WS-OPERATOR-ID
                                     WS-AUDIT-OUTCOME
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.

           *> One CUSTMAST open for the whole sweep - the closing
           *> zero-ID call below releases it.
           DISPLAY "CUSTLOOKUP-BULK" UPON ENVIRONMENT-NAME.
           DISPLAY "Y"               UPON ENVIRONMENT-VALUE.

           OPEN OUTPUT SWEEP-RPT.
           MOVE SPACES TO SWEEP-RPT-LINE.
           STRING "CUSTADDR POSTAL CODE / CITY SWEEP   RUN DATE "
                  DELIMITED BY SIZE
                  WS-CURR-DATE DELIMITED BY SIZE
                  INTO SWEEP-RPT-LINE
           END-STRING.
           WRITE SWEEP-RPT-LINE.
           MOVE SPACES TO SWEEP-RPT-LINE.
           STRING "MISMATCH - correct the address in ADDRMAINT.  "
                  DELIMITED BY SIZE
                  "NOT ON TABLE - add the code in POSTMAINT or "
                  DELIMITED BY SIZE
                  "correct the address." DELIMITED BY SIZE
                  INTO SWEEP-RPT-LINE
           END-STRING.
           WRITE SWEEP-RPT-LINE.

           PERFORM 1000-READ-ADDRESS.
           PERFORM UNTIL WS-EOF
              PERFORM 2000-CHECK-ADDRESS
              PERFORM 1000-READ-ADDRESS
           END-PERFORM.

           CLOSE CUSTOMER-ADDRESS.

           MOVE ZERO TO WS-CUST-ID.
           CALL "CUSTLOOKUP" USING WS-CUST-ID WS-FOUND-SWITCH
                                    WS-FIRST-NAME WS-LAST-NAME
                                    WS-AGE.

           PERFORM 8000-PRINT-TOTALS.
           CLOSE SWEEP-RPT.

           CALL "SPOOLREG" USING WS-PROGRAM-NAME WS-RPT-FILE-NAME.

           DISPLAY "Addresses read   : " WS-READ-COUNT.
           DISPLAY "Valid pairs      : " WS-VALID-COUNT.
           DISPLAY "City mismatches  : " WS-MISMATCH-COUNT.
           DISPLAY "Code not on table: " WS-UNKNOWN-COUNT.

           EVALUATE TRUE
              WHEN WS-NO-TABLE = "Y"
                 DISPLAY "No POSTREF.DAT on disk - set the table up "
                         "in POSTMAINT first."
                 MOVE "FAIL" TO WS-AUDIT-OUTCOME
                 MOVE 8 TO RETURN-CODE
              WHEN WS-MISMATCH-COUNT > 0
                OR WS-UNKNOWN-COUNT > 0
                 MOVE "PARTIAL" TO WS-AUDIT-OUTCOME
                 MOVE 4 TO RETURN-CODE
              WHEN OTHER
                 MOVE "SUCCESS" TO WS-AUDIT-OUTCOME
                 MOVE 0 TO RETURN-CODE
           END-EVALUATE.

           MOVE WS-READ-COUNT     TO WS-STAT-READ.
           MOVE WS-MISMATCH-COUNT TO WS-STAT-REJECTED.
           CALL "RUNSTATS" USING WS-PROGRAM-NAME WS-STAT-READ
                                  WS-STAT-WRITTEN WS-STAT-UPDATED
                                  WS-STAT-REJECTED.

           CALL "AUDITLOG" USING WS-PROGRAM-NAME WS-OPERATOR-ID
                                  WS-AUDIT-OUTCOME.

           GOBACK.

       1000-READ-ADDRESS.
           READ CUSTOMER-ADDRESS NEXT RECORD
              AT END
                 MOVE "Y" TO WS-EOF-SWITCH
           END-READ.

      *> With no reference table there is nothing to sweep against -
      *> the first answer says so and the sweep stops reading.
       2000-CHECK-ADDRESS.
           ADD 1 TO WS-READ-COUNT.
           CALL "POSTCHECK" USING CA-POSTAL-CODE CA-CITY
                                   WS-POSTCHECK-RESULT.
           EVALUATE WS-POSTCHECK-RESULT
              WHEN "Y"
                 ADD 1 TO WS-VALID-COUNT
              WHEN "M"
                 ADD 1 TO WS-MISMATCH-COUNT
                 MOVE "MISMATCH" TO WS-VERDICT
                 PERFORM 3000-WRITE-ADDRESS-LINE
              WHEN "U"
                 ADD 1 TO WS-UNKNOWN-COUNT
                 MOVE "NOT ON TABLE" TO WS-VERDICT
                 PERFORM 3000-WRITE-ADDRESS-LINE
              WHEN OTHER
                 MOVE "Y" TO WS-NO-TABLE
                 MOVE "Y" TO WS-EOF-SWITCH
                 MOVE "No POSTREF.DAT reference table - sweep stopped."
                   TO SWEEP-RPT-LINE
                 WRITE SWEEP-RPT-LINE
           END-EVALUATE.

       3000-WRITE-ADDRESS-LINE.
           MOVE CA-CUST-ID TO WS-CUST-ID.
           CALL "CUSTLOOKUP" USING WS-CUST-ID WS-FOUND-SWITCH
                                    WS-FIRST-NAME WS-LAST-NAME
                                    WS-AGE.
           IF NOT WS-CUSTOMER-FOUND
              MOVE "(not live on CUSTMAST)" TO WS-LAST-NAME
              MOVE SPACES TO WS-FIRST-NAME
           END-IF.
           CALL "CUSTCHK" USING WS-CHK-FUNCTION WS-PRINT-ID
                                WS-CUST-ID WS-CHK-RESULT.
           MOVE SPACES TO SWEEP-RPT-LINE.
           STRING WS-VERDICT DELIMITED BY SIZE
                  " ID " DELIMITED BY SIZE
                  WS-PRINT-ID(1:7) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-LAST-NAME DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-FIRST-NAME DELIMITED BY SIZE
                  " city " DELIMITED BY SIZE
                  CA-CITY DELIMITED BY SIZE
                  " postal code " DELIMITED BY SIZE
                  CA-POSTAL-CODE DELIMITED BY SIZE
                  INTO SWEEP-RPT-LINE
           END-STRING.
           WRITE SWEEP-RPT-LINE.

       8000-PRINT-TOTALS.
           MOVE SPACES TO SWEEP-RPT-LINE.
           STRING "Addresses read " DELIMITED BY SIZE
                  WS-READ-COUNT DELIMITED BY SIZE
                  "  valid " DELIMITED BY SIZE
                  WS-VALID-COUNT DELIMITED BY SIZE
                  "  mismatch " DELIMITED BY SIZE
                  WS-MISMATCH-COUNT DELIMITED BY SIZE
                  "  not on table " DELIMITED BY SIZE
                  WS-UNKNOWN-COUNT DELIMITED BY SIZE
                  INTO SWEEP-RPT-LINE
           END-STRING.
           WRITE SWEEP-RPT-LINE.
