      *                  ID not numeric, C customer not live on the
      *                  master, P postal code implausible, F phone
      *                  implausible. RETURN-CODE 0 clean, 4 rejects,
      *                  16 out of balance. Called by the NIGHTLYRUN
      *                  INTAKE step.
      *    Compiler    : Micro Focus Visual COBOL
      *    ============================================================
      *    Modification History
      *                     shared RUNSTATS routine, so RUNSTATRPT
      *                     can trend this program's volumes and
      *                     reject rate across runs.
      *    2026-10-15  RDM  A plausible postal code is now also proven
      *                     against the city through the shared
      *                     POSTCHECK routine and the POSTREF.DAT
      *                     reference table. A row whose postal code is
      *                     on the table with a different city is
      *                     rejected to ADDRREJ with the new reason code
      *                     M (city does not match postal code). A code
      *                     not on the table yet is let through.
      *    2026-10-15  RDM  Takes its input name from ADDRIN-FILE when
      *                     the INTAKE step hands a file over under its
      *                     own name, and ends with GOBACK instead of
      *                     STOP RUN on a missing HDR so one bad file
      *                     cannot end the intake run. No longer a
      *                     NIGHTLYRUN step of its own - INTAKE calls
      *                     it.
      *    2026-10-15  RDM  Customer-number check digit. A detail row
      *                     gains the check digit of the customer
      *                     number as printed (column 82), proved
      *                     through the shared CUSTCHK before the
      *                     liveness check. A wrong or refused one is
      *                     rejected to ADDRREJ with the new reason
      *                     code K, so a transposed number never files
      *                     an address on another customer. A blank
      *                     column 82 passes while CUSTCHK-BARE-IDS
      *                     allows it. ADDRREJ carries the check digit
      *                     after the reason code.
      *    2026-10-15  RDM  Failure messages print the customer number
      *                     with its check digit.
      *    ============================================================

       IDENTIFICATION DIVISION.
           05 AI-CITY            PIC X(20).
           05 AI-POSTAL-CODE     PIC X(10).
           05 AI-PHONE           PIC X(15).
      *> Check digit of the customer number as printed - see CUSTCHK.
           05 AI-CHECK-DIGIT     PIC X(1).
      *> Control records bracketing the intake - "HDR" must be the
      *> first record on ADDRIN and "TRL" the last.
       01  ADDRESS-IN-HEADER.
           05 REJ-POSTAL-CODE    PIC X(10).
           05 REJ-PHONE          PIC X(15).
           05 REJ-REASON-CODE    PIC X(1).
           05 REJ-CHECK-DIGIT    PIC X(1).

       FD  EXCEPTION-RPT.
       01  EXCEPTION-RPT-LINE    PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-ADDRIN-FILE      PIC X(26) VALUE "ADDRIN".
       01  WS-INTAKE-NAME      PIC X(26) VALUE SPACES.
       01  WS-CUSTADDR-FILE    PIC X(26) VALUE "CUSTADDR".
       01  WS-ADDRREJ-FILE     PIC X(26) VALUE "ADDRREJ".
       01  WS-RPT-FILE-NAME    PIC X(26) VALUE "ADDREXC.RPT".
       01  WS-REASON-CODE      PIC X(1) VALUE SPACE.
       01  WS-CUST-ID          PIC 9(6) VALUE ZERO.

      *> Customer-number check digit through the shared CUSTCHK.
       01  WS-CHK-FUNCTION     PIC X(1) VALUE SPACE.
       01  WS-CHK-ID-TEXT      PIC X(8) VALUE SPACES.
       01  WS-CHK-RESULT       PIC X(1) VALUE SPACE.
       01  WS-PRINT-FUNCTION   PIC X(1) VALUE "D".
       01  WS-PRINT-ID         PIC X(8) VALUE SPACES.
       01  WS-PRINT-RESULT     PIC X(1) VALUE SPACE.

      *> Customer-master liveness check through the shared
      *> CUSTLOOKUP, held open in bulk mode for the whole load.
       01  WS-FOUND-SWITCH     PIC X(1) VALUE "N".
           88 WS-BAD-CHAR      VALUE "Y".
       01  WS-DIGIT-COUNT      PIC 99 VALUE ZERO.

      *> City/postal-code consistency through the shared POSTCHECK -
      *> Y valid, M mismatch, U code not on POSTREF, N no table.
       01  WS-POSTCHECK-RESULT PIC X(1) VALUE SPACE.

       01  WS-RECORD-ON-FILE   PIC X(1) VALUE "N".
           88 WS-ADDRESS-EXISTS  VALUE "Y".

           CALL "AUDITLOG" USING WS-PROGRAM-NAME WS-OPERATOR-ID
                                  WS-AUDIT-OUTCOME.

           *> The INTAKE step hands each arriving file over under its
           *> own name; a run on its own reads ADDRIN as ever.
           ACCEPT WS-INTAKE-NAME FROM ENVIRONMENT "ADDRIN-FILE".
           IF WS-INTAKE-NAME NOT = SPACES
              MOVE WS-INTAKE-NAME TO WS-ADDRIN-FILE
           END-IF.
           CALL "FILERES" USING WS-ADDRIN-FILE.
           CALL "FILERES" USING WS-CUSTADDR-FILE.
           CALL "FILERES" USING WS-ADDRREJ-FILE.
              CALL "AUDITLOG" USING WS-PROGRAM-NAME WS-OPERATOR-ID
                                     WS-AUDIT-OUTCOME
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           MOVE AIH-EXTRACT-DATE  TO WS-EXTRACT-DATE.
           MOVE AIH-SOURCE-SYSTEM TO WS-SOURCE-SYSTEM.
           IF AI-CUST-ID IS NOT NUMERIC
              MOVE "N" TO WS-REASON-CODE
           ELSE
              PERFORM 3050-CHECK-CUST-DIGIT
           END-IF.

           IF WS-REASON-CODE = SPACE
              CALL "CUSTLOOKUP" USING WS-CUST-ID WS-FOUND-SWITCH
                                       WS-FIRST-NAME WS-LAST-NAME
                                       WS-AGE
                 MOVE "C" TO WS-REASON-CODE
              ELSE
                 PERFORM 3100-CHECK-POSTAL
                 IF WS-REASON-CODE = SPACE
                    PERFORM 3150-CHECK-POSTAL-CITY
                 END-IF
                 IF WS-REASON-CODE = SPACE
                    PERFORM 3200-CHECK-PHONE
                 END-IF
              PERFORM 4800-WRITE-REJECT-RECORD
           END-IF.

      *> The six-digit ID and column 82 together make the number as
      *> printed; a blank column 82 is a bare six-digit ID.
       3050-CHECK-CUST-DIGIT.
           MOVE "V" TO WS-CHK-FUNCTION.
           MOVE SPACES TO WS-CHK-ID-TEXT.
           MOVE AI-CUST-ID     TO WS-CHK-ID-TEXT(1:6).
           MOVE AI-CHECK-DIGIT TO WS-CHK-ID-TEXT(7:1).
           CALL "CUSTCHK" USING WS-CHK-FUNCTION WS-CHK-ID-TEXT
                                 WS-CUST-ID WS-CHK-RESULT.
           IF WS-CHK-RESULT NOT = SPACE
              AND WS-CHK-RESULT NOT = "B"
              MOVE "K" TO WS-REASON-CODE
           END-IF.

      *> A postal code must be present and carry nothing stranger
      *> than letters, digits, spaces, or a dash.
       3100-CHECK-POSTAL.
              END-IF
           END-IF.

      *> A plausible postal code must also belong with the city -
      *> the shared POSTCHECK proves the pair against POSTREF.DAT.
      *> Only a code on the table with a different city is rejected;
      *> a code the table does not carry yet is let through.
       3150-CHECK-POSTAL-CITY.
           CALL "POSTCHECK" USING AI-POSTAL-CODE AI-CITY
                                   WS-POSTCHECK-RESULT.
           IF WS-POSTCHECK-RESULT = "M"
              MOVE "M" TO WS-REASON-CODE
           END-IF.

      *> A blank phone is allowed - not every customer gives one -
      *> but a non-blank phone must carry at least seven digits and
      *> nothing stranger than digits, spaces, dashes, parentheses,
           IF WS-ADDRESS-EXISTS
              REWRITE CUSTOMER-ADDRESS-RECORD
                 INVALID KEY
                    CALL "CUSTCHK" USING WS-PRINT-FUNCTION WS-PRINT-ID
                                          WS-CUST-ID WS-PRINT-RESULT
                    DISPLAY "Rewrite failed for customer "
                            WS-PRINT-ID(1:7) ", status="
                            WS-ADDRESS-STATUS
                 NOT INVALID KEY
                    ADD 1 TO WS-UPDATED-COUNT
           ELSE
              WRITE CUSTOMER-ADDRESS-RECORD
                 INVALID KEY
                    CALL "CUSTCHK" USING WS-PRINT-FUNCTION WS-PRINT-ID
                                          WS-CUST-ID WS-PRINT-RESULT
                    DISPLAY "Write failed for customer "
                            WS-PRINT-ID(1:7) ", status="
                            WS-ADDRESS-STATUS
                 NOT INVALID KEY
                    ADD 1 TO WS-ADDED-COUNT
           MOVE AI-POSTAL-CODE TO REJ-POSTAL-CODE.
           MOVE AI-PHONE       TO REJ-PHONE.
           MOVE WS-REASON-CODE TO REJ-REASON-CODE.
           MOVE AI-CHECK-DIGIT TO REJ-CHECK-DIGIT.
           WRITE REJECT-RECORD.

       8000-PRINT-EXCEPTIONS-REPORT.
           MOVE SPACES TO EXCEPTION-RPT-LINE.
           STRING "Reason codes: N id not numeric, C customer "
                  DELIMITED BY SIZE
                  "not live, P postal, M city does not match "
                  DELIMITED BY SIZE
                  "postal code, F phone, K check digit "
                  DELIMITED BY SIZE
                  "wrong - see ADDRREJ."
                  DELIMITED BY SIZE
                  INTO EXCEPTION-RPT-LINE
           END-STRING.
