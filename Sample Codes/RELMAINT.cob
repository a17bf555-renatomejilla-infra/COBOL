      *    Author      : Renato D. Mejilla
      *    Date        : October 15, 2026
      *    Description : Full-screen maintenance for the CUSTREL
      *                  guardian relationship file, in the CUSTMAINT
      *                  screen style. CUSTMAST has no way to say who
      *                  answers for a customer under 18, so letters
      *                  went to the child. The operator links a
      *                  minor's ID to a guardian's ID - both proved
      *                  live through the shared CUSTLOOKUP routine,
      *                  the minor 17 or under and the guardian 18 or
      *                  over - or ends a link by hand (the nightly
      *                  AGEREFRESH ends it automatically at 18).
      *                  Keying a new guardian for a minor who already
      *                  has one replaces the link; the previous
      *                  guardian is shown before the change is made.
      *    Compiler    : Micro Focus Visual COBOL
      *    ============================================================
      *    Modification History
      *    2026-10-15  RDM  Minor and guardian are keyed by the numbers
      *                     as printed and proved through the shared
      *                     CUSTCHK; a wrong check digit is refused
      *                     before either customer is looked up.
      *    2026-10-15  RDM  Customer IDs shown on screen and in messages
      *                     carry their check digit.
      *    ============================================================

       IDENTIFICATION DIVISION.
       PROGRAM-ID.     RELMAINT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-REL ASSIGN TO WS-CUSTREL-FILE
                               ORGANIZATION INDEXED
                               ACCESS MODE IS DYNAMIC
                               RECORD KEY IS RL-MINOR-ID
                               ALTERNATE RECORD KEY IS
                                  RL-GUARDIAN-ID WITH DUPLICATES
                               FILE STATUS IS WS-REL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-REL.
       COPY RELREC.

       WORKING-STORAGE SECTION.
      *> Batch-window lock check - see BATCHLOCK.
       01  WS-LOCK-ACTION      PIC X(1) VALUE "Q".
       01  WS-LOCK-STATE       PIC X(1) VALUE "N".
       01  WS-LOCK-RESOURCE    PIC X(4) VALUE "CUST".
       01  WS-LOCK-OVERRIDE    PIC X(1) VALUE "N".

       01  WS-CUSTREL-FILE     PIC X(26) VALUE "CUSTREL".

       01  WS-REL-STATUS       PIC XX VALUE "00".

       01  WS-MENU-CHOICE      PIC 9 VALUE ZERO.
       01  WS-CONFIRM          PIC X(1) VALUE "N".
       01  WS-REL-EXISTS       PIC X(1) VALUE "N".
           88 WS-LINK-ON-FILE    VALUE "Y".

      *> Screen working fields - the record itself is only touched
      *> once the edits have passed validation.
       01  WS-EDIT-MINOR-ID    PIC 9(6) VALUE ZERO.
       01  WS-EDIT-GUARDIAN-ID PIC 9(6) VALUE ZERO.

      *> Both customers are keyed by the number as printed and proved
      *> through the shared CUSTCHK into the IDs above.
       01  WS-EDIT-MINOR-TEXT  PIC X(8) VALUE SPACES.
           88 WS-LINK-CANCELLED  VALUE SPACES, "0".
       01  WS-EDIT-GUARDIAN-TEXT PIC X(8) VALUE SPACES.
       01  WS-CHK-FUNCTION     PIC X(1) VALUE "V".
       01  WS-MINOR-CHK        PIC X(1) VALUE SPACE.
           88 WS-MINOR-CHK-OK    VALUE SPACE, "B".
       01  WS-GUARDIAN-CHK     PIC X(1) VALUE SPACE.
           88 WS-GUARDIAN-CHK-OK VALUE SPACE, "B".
      *> ...and shown back in their printed seven-digit form.
       01  WS-PRINT-FUNCTION   PIC X(1) VALUE "D".
       01  WS-PRINT-CUST-ID    PIC 9(6) VALUE ZERO.
       01  WS-PRINT-ID         PIC X(8) VALUE SPACES.
       01  WS-PRINT-RESULT     PIC X(1) VALUE SPACE.
       01  WS-MINOR-PRINT-ID   PIC X(7) VALUE SPACES.
       01  WS-GUARD-PRINT-ID   PIC X(7) VALUE SPACES.
       01  WS-EDIT-REL-TYPE    PIC X(1) VALUE "P".
       01  WS-MINOR-NAME       PIC X(42) VALUE SPACES.
       01  WS-GUARDIAN-NAME    PIC X(42) VALUE SPACES.
       01  WS-MINOR-AGE        PIC 99 VALUE ZERO.

       01  WS-EDITS-OK         PIC X(1) VALUE "N".
           88 WS-EDITS-ACCEPTED  VALUE "Y".

      *> Customer fields from the shared CUSTLOOKUP.
       01  WS-LOOKUP-ID        PIC 9(6) VALUE ZERO.
       01  WS-LOOKUP-FOUND     PIC X(1) VALUE "N".
       01  WS-LOOKUP-FIRST     PIC X(20) VALUE SPACES.
       01  WS-LOOKUP-LAST      PIC X(20) VALUE SPACES.
       01  WS-LOOKUP-AGE       PIC 99 VALUE ZERO.
       01  WS-MINOR-FOUND      PIC X(1) VALUE "N".
       01  WS-GUARDIAN-FOUND   PIC X(1) VALUE "N".
       01  WS-GUARDIAN-AGE     PIC 99 VALUE ZERO.

       01  WS-CURR-DATE        PIC 9(8) VALUE ZERO.

       01  WS-OPERATOR-ID      PIC X(8) VALUE SPACES.
       01  WS-PROGRAM-NAME     PIC X(20) VALUE "RELMAINT".
       01  WS-AUDIT-OUTCOME    PIC X(8) VALUE SPACES.
       01  WS-AUTHORIZED       PIC X(1) VALUE "N".
       01  WS-OPERATOR-ROLE    PIC X(10) VALUE SPACES.
       01  WS-OP-RESULT        PIC 9(2) VALUE ZERO.

       SCREEN SECTION.
       01  WS-LINK-SCREEN.
           05  BLANK SCREEN.
           05  VALUE "Link Minor to Guardian" LINE 1  COL 29.
           05  VALUE "Minor ID:    "          LINE 3  COL 5.
           05  PIC X(8) USING WS-EDIT-MINOR-TEXT LINE 3  COL 19.
           05  VALUE "(blank to cancel)"      LINE 3  COL 29.
           05  VALUE "Guardian ID: "          LINE 4  COL 5.
           05  PIC X(8) USING WS-EDIT-GUARDIAN-TEXT LINE 4  COL 19.
           05  VALUE "Relationship:"          LINE 5  COL 5.
           05  PIC X(1)  USING WS-EDIT-REL-TYPE LINE 5  COL 19.
           05  VALUE "P parent  G legal guardian" LINE 5  COL 27.

       PROCEDURE DIVISION.
           ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT "OPERATOR-ID".
           MOVE "START" TO WS-AUDIT-OUTCOME.
           CALL "AUDITLOG" USING WS-PROGRAM-NAME WS-OPERATOR-ID
                                  WS-AUDIT-OUTCOME.

           CALL "FILERES" USING WS-CUSTREL-FILE.

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

           *> A first-ever use creates the empty relationship file,
           *> the same way ADDRMAINT creates CUSTADDR.
           OPEN I-O CUSTOMER-REL.
           IF WS-REL-STATUS = "35"
              OPEN OUTPUT CUSTOMER-REL
              CLOSE CUSTOMER-REL
              OPEN I-O CUSTOMER-REL
           END-IF.
           IF WS-REL-STATUS NOT = "00"
              DISPLAY "Cannot open CUSTREL, status="
                      WS-REL-STATUS
              MOVE "FAIL" TO WS-AUDIT-OUTCOME
              CALL "AUDITLOG" USING WS-PROGRAM-NAME WS-OPERATOR-ID
                                     WS-AUDIT-OUTCOME
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.

           DISPLAY " ".
           DISPLAY "1. Link a minor to a guardian (or change it)".
           DISPLAY "2. End a guardian link".
           DISPLAY "0. Exit".
           DISPLAY "Select an option: " WITH NO ADVANCING.
           ACCEPT WS-MENU-CHOICE.

           EVALUATE WS-MENU-CHOICE
              WHEN 1
                 PERFORM 1000-LINK-GUARDIAN
              WHEN 2
                 PERFORM 2000-END-LINK
              WHEN OTHER
                 DISPLAY "No maintenance performed."
                 MOVE 4 TO WS-OP-RESULT
           END-EVALUATE.

           CLOSE CUSTOMER-REL.

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

      *> Both IDs must be live customers on either side of the 17/18
      *> boundary AGEREFRESH and AgeBracketRpt use. A blank (or zero)
      *> minor number abandons the entry.
       1000-LINK-GUARDIAN.
           MOVE ZERO TO WS-EDIT-MINOR-ID WS-EDIT-GUARDIAN-ID.
           MOVE SPACES TO WS-EDIT-MINOR-TEXT WS-EDIT-GUARDIAN-TEXT.
           MOVE "P"  TO WS-EDIT-REL-TYPE.

           MOVE "N" TO WS-EDITS-OK.
           PERFORM UNTIL WS-EDITS-ACCEPTED
              DISPLAY WS-LINK-SCREEN
              ACCEPT WS-LINK-SCREEN

              PERFORM 1400-PROVE-BOTH
              IF WS-EDIT-MINOR-ID NOT = ZERO
                 PERFORM 1500-LOOKUP-BOTH
              END-IF

              EVALUATE TRUE
                 WHEN WS-LINK-CANCELLED
                    MOVE "Y" TO WS-EDITS-OK
                 WHEN WS-MINOR-CHK = "C"
                    DISPLAY "Check digit wrong for the minor's "
                            "number. Please re-enter." LINE 8 COL 5
                 WHEN NOT WS-MINOR-CHK-OK
                    DISPLAY "Key the minor's full customer number, "
                            "check digit included." LINE 8 COL 5
                 WHEN WS-GUARDIAN-CHK = "C"
                    DISPLAY "Check digit wrong for the guardian's "
                            "number. Please re-enter." LINE 8 COL 5
                 WHEN NOT WS-GUARDIAN-CHK-OK
                    DISPLAY "Key the guardian's full customer "
                            "number, check digit included."
                            LINE 8 COL 5
                 WHEN WS-MINOR-FOUND NOT = "Y"
                    DISPLAY "No live customer with that minor ID. "
                            "Please re-enter." LINE 8 COL 5
                 WHEN WS-MINOR-AGE > 17
                    DISPLAY "That customer is 18 or over and needs "
                            "no guardian." LINE 8 COL 5
                 WHEN WS-EDIT-GUARDIAN-ID = WS-EDIT-MINOR-ID
                    DISPLAY "A customer cannot be their own "
                            "guardian. Please re-enter." LINE 8 COL 5
                 WHEN WS-GUARDIAN-FOUND NOT = "Y"
                    DISPLAY "No live customer with that guardian "
                            "ID. Please re-enter." LINE 8 COL 5
                 WHEN WS-GUARDIAN-AGE < 18
                    DISPLAY "The guardian must be 18 or over. "
                            "Please re-enter." LINE 8 COL 5
                 WHEN WS-EDIT-REL-TYPE NOT = "P"
                      AND WS-EDIT-REL-TYPE NOT = "G"
                    DISPLAY "Relationship must be P or G. "
                            "Please re-enter." LINE 8 COL 5
                 WHEN OTHER
                    MOVE "Y" TO WS-EDITS-OK
              END-EVALUATE
           END-PERFORM.

           IF WS-LINK-CANCELLED
              DISPLAY "No link recorded."
              MOVE 4 TO WS-OP-RESULT
           ELSE
              PERFORM 1100-WRITE-LINK
           END-IF.

      *> One record per minor - an existing link (active or ended)
      *> is replaced after the operator confirms it.
       1100-WRITE-LINK.
           MOVE WS-EDIT-MINOR-ID TO RL-MINOR-ID.
           READ CUSTOMER-REL
              INVALID KEY
                 MOVE "N" TO WS-REL-EXISTS
              NOT INVALID KEY
                 MOVE "Y" TO WS-REL-EXISTS
           END-READ.

           MOVE WS-EDIT-MINOR-ID TO WS-PRINT-CUST-ID.
           PERFORM 9400-SET-PRINT-ID.
           MOVE WS-PRINT-ID TO WS-MINOR-PRINT-ID.
           MOVE WS-EDIT-GUARDIAN-ID TO WS-PRINT-CUST-ID.
           PERFORM 9400-SET-PRINT-ID.
           MOVE WS-PRINT-ID TO WS-GUARD-PRINT-ID.
           DISPLAY "Minor:    " WS-MINOR-PRINT-ID " " WS-MINOR-NAME.
           DISPLAY "Guardian: " WS-GUARD-PRINT-ID " "
                   WS-GUARDIAN-NAME.
           IF WS-LINK-ON-FILE AND RL-LINK-ACTIVE
              MOVE RL-GUARDIAN-ID TO WS-PRINT-CUST-ID
              PERFORM 9400-SET-PRINT-ID
              DISPLAY "Currently linked to guardian "
                      WS-PRINT-ID(1:7) " since " RL-START-DATE "."
           END-IF.
           DISPLAY "Record this link? (Y/N): " WITH NO ADVANCING.
           ACCEPT WS-CONFIRM.
           IF WS-CONFIRM NOT = "Y" AND WS-CONFIRM NOT = "y"
              DISPLAY "Link cancelled."
              MOVE 4 TO WS-OP-RESULT
           ELSE
              MOVE SPACES              TO CUSTOMER-REL-RECORD
              MOVE WS-EDIT-MINOR-ID    TO RL-MINOR-ID
              MOVE WS-EDIT-GUARDIAN-ID TO RL-GUARDIAN-ID
              MOVE WS-EDIT-REL-TYPE    TO RL-REL-TYPE
              MOVE "A"                 TO RL-STATUS
              MOVE WS-CURR-DATE        TO RL-START-DATE
              MOVE WS-OPERATOR-ID      TO RL-SET-BY
              MOVE ZERO                TO RL-END-DATE
              IF WS-LINK-ON-FILE
                 REWRITE CUSTOMER-REL-RECORD
                    INVALID KEY
                       DISPLAY "Rewrite failed for minor "
                               WS-MINOR-PRINT-ID ", status="
                               WS-REL-STATUS
                       MOVE 16 TO WS-OP-RESULT
                    NOT INVALID KEY
                       DISPLAY "Guardian link updated."
                       MOVE 0 TO WS-OP-RESULT
                 END-REWRITE
              ELSE
                 WRITE CUSTOMER-REL-RECORD
                    INVALID KEY
                       DISPLAY "Write failed for minor "
                               WS-MINOR-PRINT-ID ", status="
                               WS-REL-STATUS
                       MOVE 16 TO WS-OP-RESULT
                    NOT INVALID KEY
                       DISPLAY "Guardian link recorded."
                       MOVE 0 TO WS-OP-RESULT
                 END-WRITE
              END-IF
           END-IF.

       1400-PROVE-BOTH.
           MOVE ZERO TO WS-EDIT-MINOR-ID WS-EDIT-GUARDIAN-ID.
           MOVE SPACE TO WS-MINOR-CHK WS-GUARDIAN-CHK.
           IF NOT WS-LINK-CANCELLED
              CALL "CUSTCHK" USING WS-CHK-FUNCTION WS-EDIT-MINOR-TEXT
                                    WS-EDIT-MINOR-ID WS-MINOR-CHK
              IF WS-EDIT-GUARDIAN-TEXT NOT = SPACES
                 CALL "CUSTCHK" USING WS-CHK-FUNCTION
                                       WS-EDIT-GUARDIAN-TEXT
                                       WS-EDIT-GUARDIAN-ID
                                       WS-GUARDIAN-CHK
              END-IF
           END-IF.

       1500-LOOKUP-BOTH.
           MOVE WS-EDIT-MINOR-ID TO WS-LOOKUP-ID.
           CALL "CUSTLOOKUP" USING WS-LOOKUP-ID WS-LOOKUP-FOUND
                                    WS-LOOKUP-FIRST WS-LOOKUP-LAST
                                    WS-LOOKUP-AGE.
           MOVE WS-LOOKUP-FOUND TO WS-MINOR-FOUND.
           MOVE WS-LOOKUP-AGE   TO WS-MINOR-AGE.
           MOVE SPACES TO WS-MINOR-NAME.
           STRING FUNCTION TRIM(WS-LOOKUP-FIRST) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-LOOKUP-LAST) DELIMITED BY SIZE
                  INTO WS-MINOR-NAME
           END-STRING.

           MOVE "N" TO WS-GUARDIAN-FOUND.
           MOVE ZERO TO WS-GUARDIAN-AGE.
           MOVE SPACES TO WS-GUARDIAN-NAME.
           IF WS-EDIT-GUARDIAN-ID NOT = ZERO
              MOVE WS-EDIT-GUARDIAN-ID TO WS-LOOKUP-ID
              CALL "CUSTLOOKUP" USING WS-LOOKUP-ID WS-LOOKUP-FOUND
                                       WS-LOOKUP-FIRST WS-LOOKUP-LAST
                                       WS-LOOKUP-AGE
              MOVE WS-LOOKUP-FOUND TO WS-GUARDIAN-FOUND
              MOVE WS-LOOKUP-AGE   TO WS-GUARDIAN-AGE
              STRING FUNCTION TRIM(WS-LOOKUP-FIRST) DELIMITED BY SIZE
                     " " DELIMITED BY SIZE
                     FUNCTION TRIM(WS-LOOKUP-LAST) DELIMITED BY SIZE
                     INTO WS-GUARDIAN-NAME
              END-STRING
           END-IF.

      *> A link ended by hand (guardianship transferred to nobody on
      *> file, or keyed in error) keeps its history with reason M.
       2000-END-LINK.
           DISPLAY "Minor's customer number: " WITH NO ADVANCING.
           MOVE SPACES TO WS-EDIT-MINOR-TEXT.
           ACCEPT WS-EDIT-MINOR-TEXT.

           MOVE ZERO TO WS-EDIT-MINOR-ID.
           CALL "CUSTCHK" USING WS-CHK-FUNCTION WS-EDIT-MINOR-TEXT
                                 WS-EDIT-MINOR-ID WS-MINOR-CHK.
           EVALUATE WS-MINOR-CHK
              WHEN SPACE
              WHEN "B"
                 PERFORM 2100-END-MINORS-LINK
              WHEN "C"
                 DISPLAY "Check digit wrong for customer number "
                         FUNCTION TRIM(WS-EDIT-MINOR-TEXT)
                         " - check the number and key it again."
                 MOVE 4 TO WS-OP-RESULT
              WHEN "M"
                 DISPLAY "Key the full customer number, check "
                         "digit included."
                 MOVE 4 TO WS-OP-RESULT
              WHEN OTHER
                 DISPLAY "'" FUNCTION TRIM(WS-EDIT-MINOR-TEXT)
                         "' is not a customer number."
                 MOVE 4 TO WS-OP-RESULT
           END-EVALUATE.

       2100-END-MINORS-LINK.
           MOVE WS-EDIT-MINOR-ID TO WS-PRINT-CUST-ID.
           PERFORM 9400-SET-PRINT-ID.
           MOVE WS-PRINT-ID TO WS-MINOR-PRINT-ID.
           MOVE WS-EDIT-MINOR-ID TO RL-MINOR-ID.
           READ CUSTOMER-REL
              INVALID KEY
                 DISPLAY "No guardian link found for "
                         WS-MINOR-PRINT-ID "."
                 MOVE 4 TO WS-OP-RESULT
              NOT INVALID KEY
                 IF RL-LINK-ENDED
                    DISPLAY "That link was already ended on "
                            RL-END-DATE "."
                    MOVE 4 TO WS-OP-RESULT
                 ELSE
                    MOVE 0 TO WS-OP-RESULT
                 END-IF
           END-READ.

           IF WS-OP-RESULT = 0
              MOVE RL-GUARDIAN-ID TO WS-PRINT-CUST-ID
              PERFORM 9400-SET-PRINT-ID
              MOVE WS-PRINT-ID TO WS-GUARD-PRINT-ID
              DISPLAY "End the link from " WS-MINOR-PRINT-ID
                      " to guardian " WS-GUARD-PRINT-ID "? (Y/N): "
                      WITH NO ADVANCING
              ACCEPT WS-CONFIRM
              IF WS-CONFIRM NOT = "Y" AND WS-CONFIRM NOT = "y"
                 DISPLAY "End cancelled."
                 MOVE 4 TO WS-OP-RESULT
              ELSE
                 MOVE "E"            TO RL-STATUS
                 MOVE WS-CURR-DATE   TO RL-END-DATE
                 MOVE "M"            TO RL-END-REASON
                 MOVE WS-OPERATOR-ID TO RL-ENDED-BY
                 REWRITE CUSTOMER-REL-RECORD
                    INVALID KEY
                       DISPLAY "Rewrite failed for minor "
                               WS-MINOR-PRINT-ID ", status="
                               WS-REL-STATUS
                       MOVE 16 TO WS-OP-RESULT
                    NOT INVALID KEY
                       DISPLAY "Guardian link ended."
                       MOVE 0 TO WS-OP-RESULT
                 END-REWRITE
              END-IF
           END-IF.

      *> The customer number as printed - the six-digit ID with its
      *> check digit.
       9400-SET-PRINT-ID.
           CALL "CUSTCHK" USING WS-PRINT-FUNCTION WS-PRINT-ID
                                 WS-PRINT-CUST-ID WS-PRINT-RESULT.
