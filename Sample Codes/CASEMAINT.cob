      *    Author      : Renato D. Mejilla
      *    Date        : October 15, 2026
      *    Description : Full-screen maintenance for the CUSTCASE
      *                  customer service case file, in the CUSTMAINT
      *                  screen style. When a customer rings about a
      *                  wrong letter or a name correction, the only
      *                  thing that used to survive the call was the
      *                  eventual CUSTJRNL image - nothing recorded
      *                  that they called, what they asked, or whether
      *                  anyone followed up. The operator opens a case
      *                  against the customer's ID (proved live through
      *                  the shared CUSTLOOKUP routine) with a category
      *                  and a one-line summary, updates it with the
      *                  follow-up and any reassignment, and closes it
      *                  with the resolution. The case number continues
      *                  from the highest on file, the way CUSTADD
      *                  numbers customers, and each category carries
      *                  its target resolution days for the nightly
      *                  CASEAGE report.
      *    Compiler    : Micro Focus Visual COBOL
      *    ============================================================
      *    Modification History
      *    2026-10-15  RDM  The customer is keyed by the number as
      *                     printed and proved through the shared
      *                     CUSTCHK; a wrong check digit is refused
      *                     before the customer is looked up.
      *    2026-10-15  RDM  Customer IDs shown on screen and in messages
      *                     carry their check digit.
      *    ============================================================

       IDENTIFICATION DIVISION.
       PROGRAM-ID.     CASEMAINT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-CASE ASSIGN TO WS-CUSTCASE-FILE
                               ORGANIZATION INDEXED
                               ACCESS MODE IS DYNAMIC
                               RECORD KEY IS CS-CASE-NUMBER
                               ALTERNATE RECORD KEY IS
                                  CS-CUST-ID WITH DUPLICATES
                               FILE STATUS IS WS-CASE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-CASE.
       COPY CASEREC.

       WORKING-STORAGE SECTION.
      *> Batch-window lock check - see BATCHLOCK.
       01  WS-LOCK-ACTION      PIC X(1) VALUE "Q".
       01  WS-LOCK-STATE       PIC X(1) VALUE "N".
       01  WS-LOCK-RESOURCE    PIC X(4) VALUE "CUST".
       01  WS-LOCK-OVERRIDE    PIC X(1) VALUE "N".

       01  WS-CUSTCASE-FILE    PIC X(26) VALUE "CUSTCASE".

       01  WS-CASE-STATUS      PIC XX VALUE "00".

      *> Case categories and the days each is expected to be
      *> resolved in - copied onto the case when it is opened.
      *> LTTR wrong or unwanted letter, NAME name/birth-date
      *> correction, ADDR address or phone change, CONT contact
      *> preference, GENL general enquiry.
       01  WS-CATEGORY-VALUES.
           05 FILLER PIC X(7) VALUE "LTTR005".
           05 FILLER PIC X(7) VALUE "NAME003".
           05 FILLER PIC X(7) VALUE "ADDR005".
           05 FILLER PIC X(7) VALUE "CONT002".
           05 FILLER PIC X(7) VALUE "GENL010".
       01  WS-CATEGORY-TABLE REDEFINES WS-CATEGORY-VALUES.
           05 WS-CATEGORY-ENTRY OCCURS 5 TIMES.
              10 CT-CODE        PIC X(4).
              10 CT-TARGET-DAYS PIC 9(3).
       01  WS-CATEGORY-COUNT   PIC 9(2) VALUE 5.
       01  WS-CAT-SUB          PIC 9(2) VALUE ZERO.
       01  WS-CAT-HIT          PIC 9(2) VALUE ZERO.

       01  WS-MENU-CHOICE      PIC 9 VALUE ZERO.
       01  WS-CASE-ENTRY       PIC 9(6) VALUE ZERO.
       01  WS-NEXT-CASE-NUMBER PIC 9(6) VALUE ZERO.
       01  WS-CONFIRM          PIC X(1) VALUE "N".

      *> Screen working fields - the record itself is only touched
      *> once the edits have passed validation.
       01  WS-EDIT-CUST-ID     PIC 9(6)  VALUE ZERO.
      *> Keyed as the number as printed and proved through the
      *> shared CUSTCHK into the ID above.
       01  WS-EDIT-CUST-TEXT   PIC X(8)  VALUE SPACES.
           88 WS-OPEN-CANCELLED  VALUE SPACES, "0".
       01  WS-CHK-FUNCTION     PIC X(1)  VALUE "V".
       01  WS-CHK-RESULT       PIC X(1)  VALUE SPACE.
           88 WS-CHK-OK          VALUE SPACE, "B".
      *> ...and shown back in its printed seven-digit form.
       01  WS-PRINT-FUNCTION   PIC X(1)  VALUE "D".
       01  WS-PRINT-ID         PIC X(8)  VALUE SPACES.
       01  WS-PRINT-RESULT     PIC X(1)  VALUE SPACE.
       01  WS-EDIT-CATEGORY    PIC X(4)  VALUE SPACES.
       01  WS-EDIT-ASSIGNED    PIC X(8)  VALUE SPACES.
       01  WS-EDIT-SUMMARY     PIC X(60) VALUE SPACES.
       01  WS-EDIT-FOLLOW-UP   PIC X(60) VALUE SPACES.
       01  WS-SCREEN-TITLE     PIC X(24) VALUE SPACES.
       01  WS-NOTE-LABEL       PIC X(12) VALUE SPACES.
       01  WS-CUST-NAME        PIC X(42) VALUE SPACES.
       01  WS-DAYS-OPEN        PIC 9(5) VALUE ZERO.

       01  WS-EDITS-OK         PIC X(1) VALUE "N".
           88 WS-EDITS-ACCEPTED  VALUE "Y".

      *> Customer fields from the shared CUSTLOOKUP.
       01  WS-LOOKUP-FOUND     PIC X(1) VALUE "N".
       01  WS-LOOKUP-FIRST     PIC X(20) VALUE SPACES.
       01  WS-LOOKUP-LAST      PIC X(20) VALUE SPACES.
       01  WS-LOOKUP-AGE       PIC 99 VALUE ZERO.

       01  WS-CURR-DATE        PIC 9(8) VALUE ZERO.

       01  WS-OPERATOR-ID      PIC X(8) VALUE SPACES.
       01  WS-PROGRAM-NAME     PIC X(20) VALUE "CASEMAINT".
       01  WS-AUDIT-OUTCOME    PIC X(8) VALUE SPACES.
       01  WS-AUTHORIZED       PIC X(1) VALUE "N".
       01  WS-OPERATOR-ROLE    PIC X(10) VALUE SPACES.
       01  WS-OP-RESULT        PIC 9(2) VALUE ZERO.

       SCREEN SECTION.
       01  WS-OPEN-SCREEN.
           05  BLANK SCREEN.
           05  VALUE "Open Customer Service Case" LINE 1  COL 27.
           05  VALUE "Customer ID: "          LINE 3  COL 5.
           05  PIC X(8) USING WS-EDIT-CUST-TEXT LINE 3  COL 19.
           05  VALUE "(blank to cancel)"      LINE 3  COL 29.
           05  VALUE "Category:    "          LINE 4  COL 5.
           05  PIC X(4)  USING WS-EDIT-CATEGORY LINE 4  COL 19.
           05  VALUE "LTTR NAME ADDR CONT GENL" LINE 4  COL 27.
           05  VALUE "Assigned to: "          LINE 5  COL 5.
           05  PIC X(8)  USING WS-EDIT-ASSIGNED LINE 5  COL 19.
           05  VALUE "Summary:     "          LINE 6  COL 5.
           05  PIC X(60) USING WS-EDIT-SUMMARY  LINE 6  COL 19.

       01  WS-CASE-SCREEN.
           05  BLANK SCREEN.
           05  PIC X(24) FROM WS-SCREEN-TITLE LINE 1  COL 28.
           05  VALUE "Case number: "          LINE 3  COL 5.
           05  PIC 9(6) FROM CS-CASE-NUMBER   LINE 3  COL 19.
           05  VALUE "Customer:    "          LINE 4  COL 5.
           05  PIC X(7) FROM WS-PRINT-ID      LINE 4  COL 19.
           05  PIC X(42) FROM WS-CUST-NAME    LINE 4  COL 27.
           05  VALUE "Category:    "          LINE 5  COL 5.
           05  PIC X(4)  FROM CS-CATEGORY     LINE 5  COL 19.
           05  VALUE "Opened:      "          LINE 6  COL 5.
           05  PIC 9(8)  FROM CS-OPENED-DATE  LINE 6  COL 19.
           05  VALUE "by"                     LINE 6  COL 28.
           05  PIC X(8)  FROM CS-OPENED-BY    LINE 6  COL 31.
           05  VALUE "Days open:"             LINE 6  COL 41.
           05  PIC 9(5)  FROM WS-DAYS-OPEN    LINE 6  COL 52.
           05  VALUE "Target days: "          LINE 7  COL 5.
           05  PIC 9(3)  FROM CS-TARGET-DAYS  LINE 7  COL 19.
           05  VALUE "Summary:     "          LINE 8  COL 5.
           05  PIC X(60) FROM CS-SUMMARY      LINE 8  COL 19.
           05  VALUE "Assigned to: "          LINE 10 COL 5.
           05  PIC X(8)  USING WS-EDIT-ASSIGNED LINE 10 COL 19.
           05  PIC X(12) FROM WS-NOTE-LABEL   LINE 11 COL 5.
           05  PIC X(60) USING WS-EDIT-FOLLOW-UP LINE 11 COL 19.

       PROCEDURE DIVISION.
           ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT "OPERATOR-ID".
           MOVE "START" TO WS-AUDIT-OUTCOME.
           CALL "AUDITLOG" USING WS-PROGRAM-NAME WS-OPERATOR-ID
                                  WS-AUDIT-OUTCOME.

           CALL "FILERES" USING WS-CUSTCASE-FILE.

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

           *> The nightly batch window and an interactive
           *> session must not update the same data at once.
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

           *> A first-ever use creates the empty case file, the same
           *> way ADDRMAINT creates CUSTADDR.
           OPEN I-O CUSTOMER-CASE.
           IF WS-CASE-STATUS = "35"
              OPEN OUTPUT CUSTOMER-CASE
              CLOSE CUSTOMER-CASE
              OPEN I-O CUSTOMER-CASE
           END-IF.
           IF WS-CASE-STATUS NOT = "00"
              DISPLAY "Cannot open CUSTCASE, status="
                      WS-CASE-STATUS
              MOVE "FAIL" TO WS-AUDIT-OUTCOME
              CALL "AUDITLOG" USING WS-PROGRAM-NAME WS-OPERATOR-ID
                                     WS-AUDIT-OUTCOME
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.

           DISPLAY " ".
           DISPLAY "1. Open a new case".
           DISPLAY "2. Update a case (follow-up/reassign)".
           DISPLAY "3. Close a case".
           DISPLAY "0. Exit".
           DISPLAY "Select an option: " WITH NO ADVANCING.
           ACCEPT WS-MENU-CHOICE.

           EVALUATE WS-MENU-CHOICE
              WHEN 1
                 PERFORM 1000-OPEN-CASE
              WHEN 2
                 PERFORM 2000-UPDATE-CASE
              WHEN 3
                 PERFORM 2500-CLOSE-CASE
              WHEN OTHER
                 DISPLAY "No maintenance performed."
                 MOVE 4 TO WS-OP-RESULT
           END-EVALUATE.

           CLOSE CUSTOMER-CASE.

           EVALUATE WS-OP-RESULT
              WHEN 0
                 MOVE "SUCCESS" TO WS-AUDIT-OUTCOME
              WHEN 4
                 MOVE "NOMATCH" TO WS-AUDIT-OUTCOME
              WHEN OTHER
                 MOVE "FAIL" TO WS-AUDIT-OUTCOME
           END-EVALUATE.
           CALL "AUDITLOG" USING WS-PROGRAM-NAME WS-OPERATOR-ID
                                  WS-AUDIT-OUTCOME.

           MOVE WS-OP-RESULT TO RETURN-CODE.

           GOBACK.

      *> A new case is assigned to the operator taking the call
      *> unless another operator is keyed. A blank (or zero) customer
      *> number abandons the entry.
       1000-OPEN-CASE.
           MOVE ZERO           TO WS-EDIT-CUST-ID.
           MOVE SPACES         TO WS-EDIT-CUST-TEXT.
           MOVE SPACES         TO WS-EDIT-CATEGORY WS-EDIT-SUMMARY.
           MOVE WS-OPERATOR-ID TO WS-EDIT-ASSIGNED.

           MOVE "N" TO WS-EDITS-OK.
           PERFORM UNTIL WS-EDITS-ACCEPTED
              DISPLAY WS-OPEN-SCREEN
              ACCEPT WS-OPEN-SCREEN

              MOVE ZERO TO WS-EDIT-CUST-ID
              MOVE SPACE TO WS-CHK-RESULT
              IF NOT WS-OPEN-CANCELLED
                 CALL "CUSTCHK" USING WS-CHK-FUNCTION
                      WS-EDIT-CUST-TEXT WS-EDIT-CUST-ID
                      WS-CHK-RESULT
              END-IF
              IF WS-EDIT-CUST-ID NOT = ZERO
                 CALL "CUSTLOOKUP" USING WS-EDIT-CUST-ID
                      WS-LOOKUP-FOUND WS-LOOKUP-FIRST
                      WS-LOOKUP-LAST WS-LOOKUP-AGE
                 PERFORM 1500-FIND-CATEGORY
              END-IF

              EVALUATE TRUE
                 WHEN WS-OPEN-CANCELLED
                    MOVE "Y" TO WS-EDITS-OK
                 WHEN WS-CHK-RESULT = "C"
                    DISPLAY "Check digit wrong for that customer "
                            "number. Please re-enter." LINE 8 COL 5
                 WHEN NOT WS-CHK-OK
                    DISPLAY "Key the full customer number, check "
                            "digit included." LINE 8 COL 5
                 WHEN WS-LOOKUP-FOUND NOT = "Y"
                    DISPLAY "No live customer with that ID. "
                            "Please re-enter." LINE 8 COL 5
                 WHEN WS-CAT-HIT = 0
                    DISPLAY "Category must be one of those "
                            "listed. Please re-enter." LINE 8 COL 5
                 WHEN WS-EDIT-ASSIGNED = SPACES
                    DISPLAY "An assigned operator is required. "
                            "Please re-enter." LINE 8 COL 5
                 WHEN WS-EDIT-SUMMARY = SPACES
                    DISPLAY "A summary of the call is required. "
                            "Please re-enter." LINE 8 COL 5
                 WHEN OTHER
                    MOVE "Y" TO WS-EDITS-OK
              END-EVALUATE
           END-PERFORM.

           IF WS-OPEN-CANCELLED
              DISPLAY "No case opened."
              MOVE 4 TO WS-OP-RESULT
           ELSE
              PERFORM 1100-ASSIGN-NUMBER-AND-WRITE
           END-IF.

      *> Case numbering continues from the highest key on file -
      *> one key-order pass, the same way CUSTADD numbers customers.
       1100-ASSIGN-NUMBER-AND-WRITE.
           MOVE ZERO TO WS-NEXT-CASE-NUMBER.
           MOVE ZERO TO CS-CASE-NUMBER.
           START CUSTOMER-CASE
              KEY IS NOT LESS THAN CS-CASE-NUMBER
              INVALID KEY
                 CONTINUE
           END-START.
           PERFORM UNTIL WS-CASE-STATUS NOT = "00"
              READ CUSTOMER-CASE NEXT RECORD
                 AT END
                    CONTINUE
                 NOT AT END
                    IF CS-CASE-NUMBER > WS-NEXT-CASE-NUMBER
                       MOVE CS-CASE-NUMBER TO WS-NEXT-CASE-NUMBER
                    END-IF
              END-READ
           END-PERFORM.
           MOVE "00" TO WS-CASE-STATUS.
           ADD 1 TO WS-NEXT-CASE-NUMBER.

           MOVE SPACES TO CUSTOMER-CASE-RECORD.
           MOVE WS-NEXT-CASE-NUMBER TO CS-CASE-NUMBER.
           MOVE WS-EDIT-CUST-ID     TO CS-CUST-ID.
           MOVE CT-CODE(WS-CAT-HIT) TO CS-CATEGORY.
           MOVE "O"                 TO CS-STATUS.
           MOVE CT-TARGET-DAYS(WS-CAT-HIT) TO CS-TARGET-DAYS.
           MOVE WS-CURR-DATE        TO CS-OPENED-DATE.
           MOVE WS-OPERATOR-ID      TO CS-OPENED-BY.
           MOVE WS-EDIT-ASSIGNED    TO CS-ASSIGNED-TO.
           MOVE WS-CURR-DATE        TO CS-UPDATED-DATE.
           MOVE WS-OPERATOR-ID      TO CS-UPDATED-BY.
           MOVE ZERO                TO CS-CLOSED-DATE.
           MOVE WS-EDIT-SUMMARY     TO CS-SUMMARY.
           WRITE CUSTOMER-CASE-RECORD
              INVALID KEY
                 DISPLAY "Write failed for case "
                         WS-NEXT-CASE-NUMBER ", status="
                         WS-CASE-STATUS
                 MOVE 16 TO WS-OP-RESULT
              NOT INVALID KEY
                 CALL "CUSTCHK" USING WS-PRINT-FUNCTION WS-PRINT-ID
                                       WS-EDIT-CUST-ID WS-PRINT-RESULT
                 DISPLAY "Case " WS-NEXT-CASE-NUMBER
                         " opened for customer " WS-PRINT-ID(1:7)
                         " - target " CS-TARGET-DAYS " days."
                 MOVE 0 TO WS-OP-RESULT
           END-WRITE.

       1500-FIND-CATEGORY.
           MOVE ZERO TO WS-CAT-HIT.
           MOVE 1 TO WS-CAT-SUB.
           PERFORM UNTIL WS-CAT-SUB > WS-CATEGORY-COUNT
                      OR WS-CAT-HIT > 0
              IF CT-CODE(WS-CAT-SUB) = WS-EDIT-CATEGORY
                 MOVE WS-CAT-SUB TO WS-CAT-HIT
              END-IF
              ADD 1 TO WS-CAT-SUB
           END-PERFORM.

      *> A follow-up note and/or a reassignment on an open case.
       2000-UPDATE-CASE.
           PERFORM 3000-FETCH-CASE.
           IF WS-OP-RESULT = 0
              MOVE "Update Service Case" TO WS-SCREEN-TITLE
              MOVE "Follow-up:  " TO WS-NOTE-LABEL
              MOVE "N" TO WS-EDITS-OK
              PERFORM UNTIL WS-EDITS-ACCEPTED
                 DISPLAY WS-CASE-SCREEN
                 ACCEPT WS-CASE-SCREEN
                 IF WS-EDIT-ASSIGNED = SPACES
                    DISPLAY "An assigned operator is required. "
                            "Please re-enter." LINE 13 COL 5
                 ELSE
                    MOVE "Y" TO WS-EDITS-OK
                 END-IF
              END-PERFORM
              MOVE WS-EDIT-ASSIGNED  TO CS-ASSIGNED-TO
              MOVE WS-EDIT-FOLLOW-UP TO CS-FOLLOW-UP
              MOVE WS-CURR-DATE      TO CS-UPDATED-DATE
              MOVE WS-OPERATOR-ID    TO CS-UPDATED-BY
              REWRITE CUSTOMER-CASE-RECORD
                 INVALID KEY
                    DISPLAY "Rewrite failed for case "
                            WS-CASE-ENTRY ", status="
                            WS-CASE-STATUS
                    MOVE 16 TO WS-OP-RESULT
                 NOT INVALID KEY
                    DISPLAY "Case " WS-CASE-ENTRY " updated."
                    MOVE 0 TO WS-OP-RESULT
              END-REWRITE
           END-IF.

      *> Closing needs the resolution in the note field - a case
      *> closed with no record of what was done helps nobody.
       2500-CLOSE-CASE.
           PERFORM 3000-FETCH-CASE.
           IF WS-OP-RESULT = 0
              MOVE "Close Service Case" TO WS-SCREEN-TITLE
              MOVE "Resolution: " TO WS-NOTE-LABEL
              MOVE "N" TO WS-EDITS-OK
              PERFORM UNTIL WS-EDITS-ACCEPTED
                 DISPLAY WS-CASE-SCREEN
                 ACCEPT WS-CASE-SCREEN
                 IF WS-EDIT-FOLLOW-UP = SPACES
                    DISPLAY "The resolution is required. "
                            "Please re-enter." LINE 13 COL 5
                 ELSE
                    MOVE "Y" TO WS-EDITS-OK
                 END-IF
              END-PERFORM
              DISPLAY "Close case " WS-CASE-ENTRY "? (Y/N): "
                      WITH NO ADVANCING
              ACCEPT WS-CONFIRM
              IF WS-CONFIRM NOT = "Y" AND WS-CONFIRM NOT = "y"
                 DISPLAY "Close cancelled."
                 MOVE 4 TO WS-OP-RESULT
              ELSE
                 MOVE "C"               TO CS-STATUS
                 MOVE WS-EDIT-ASSIGNED  TO CS-ASSIGNED-TO
                 MOVE WS-EDIT-FOLLOW-UP TO CS-FOLLOW-UP
                 MOVE WS-CURR-DATE      TO CS-UPDATED-DATE
                 MOVE WS-OPERATOR-ID    TO CS-UPDATED-BY
                 MOVE WS-CURR-DATE      TO CS-CLOSED-DATE
                 MOVE WS-OPERATOR-ID    TO CS-CLOSED-BY
                 REWRITE CUSTOMER-CASE-RECORD
                    INVALID KEY
                       DISPLAY "Rewrite failed for case "
                               WS-CASE-ENTRY ", status="
                               WS-CASE-STATUS
                       MOVE 16 TO WS-OP-RESULT
                    NOT INVALID KEY
                       DISPLAY "Case " WS-CASE-ENTRY " closed after "
                               WS-DAYS-OPEN " day(s)."
                       MOVE 0 TO WS-OP-RESULT
                 END-REWRITE
              END-IF
           END-IF.

      *> Common read-by-number step for update and close. A closed
      *> case is reported as such rather than silently reopened.
       3000-FETCH-CASE.
           DISPLAY "Case number: " WITH NO ADVANCING.
           ACCEPT WS-CASE-ENTRY.

           MOVE WS-CASE-ENTRY TO CS-CASE-NUMBER.
           READ CUSTOMER-CASE
              INVALID KEY
                 DISPLAY "No case found with number "
                         WS-CASE-ENTRY "."
                 MOVE 4 TO WS-OP-RESULT
              NOT INVALID KEY
                 IF CS-CASE-CLOSED
                    DISPLAY "Case " WS-CASE-ENTRY
                            " was closed on " CS-CLOSED-DATE "."
                    MOVE 4 TO WS-OP-RESULT
                 ELSE
                    PERFORM 3100-LOAD-CASE-FIELDS
                    MOVE 0 TO WS-OP-RESULT
                 END-IF
           END-READ.

       3100-LOAD-CASE-FIELDS.
           MOVE CS-ASSIGNED-TO TO WS-EDIT-ASSIGNED.
           MOVE CS-FOLLOW-UP   TO WS-EDIT-FOLLOW-UP.
           COMPUTE WS-DAYS-OPEN =
                   FUNCTION INTEGER-OF-DATE(WS-CURR-DATE)
                 - FUNCTION INTEGER-OF-DATE(CS-OPENED-DATE).
           CALL "CUSTCHK" USING WS-PRINT-FUNCTION WS-PRINT-ID
                                 CS-CUST-ID WS-PRINT-RESULT.

           *> A customer soft-deleted since the case was opened no
           *> longer looks up - the case stays workable regardless.
           CALL "CUSTLOOKUP" USING CS-CUST-ID WS-LOOKUP-FOUND
                                    WS-LOOKUP-FIRST WS-LOOKUP-LAST
                                    WS-LOOKUP-AGE.
           MOVE SPACES TO WS-CUST-NAME.
           IF WS-LOOKUP-FOUND = "Y"
              STRING FUNCTION TRIM(WS-LOOKUP-FIRST)
                     DELIMITED BY SIZE
                     " " DELIMITED BY SIZE
                     FUNCTION TRIM(WS-LOOKUP-LAST)
                     DELIMITED BY SIZE
                     INTO WS-CUST-NAME
              END-STRING
           ELSE
              MOVE "(no longer on the live master)" TO WS-CUST-NAME
           END-IF.
