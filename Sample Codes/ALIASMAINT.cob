      *    Author      : Renato D. Mejilla
      *    Date        : October 15, 2026
      *    Description : Hand maintenance for the CUSTALIAS previous-
      *                  and alternative-name file, in the RELMAINT
      *                  style. CUSTJRNL files a customer's old name by
      *                  itself whenever a name change is journalled,
      *                  but it cannot know why the name changed, and
      *                  some names never pass through CUSTMAST at all
      *                  (a maiden name from before the customer was
      *                  loaded, a name the customer is known by). The
      *                  operator lists a customer's names, adds one
      *                  by hand with its date and reason, gives a
      *                  journalled name its real reason, or removes a
      *                  name keyed in error. The customer must be live
      *                  through the shared CUSTLOOKUP routine. A
      *                  removed name stays on file with status R.
      *                  Reasons: M marriage, C correction, K known as,
      *                  U unstated.
      *    Compiler    : Micro Focus Visual COBOL
      *    ============================================================
      *    Modification History
      *    2026-10-15  RDM  The customer is keyed by the number as
      *                     printed and proved through the shared
      *                     CUSTCHK before CUSTLOOKUP, so a mistyped
      *                     number is refused. A six-digit ID is still
      *                     taken while CUSTCHK-BARE-IDS allows it.
      *    2026-10-15  RDM  Customer numbers in messages now print in
      *                     the seven-digit form, check digit included.
      *    ============================================================

       IDENTIFICATION DIVISION.
       PROGRAM-ID.     ALIASMAINT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-ALIAS ASSIGN TO WS-CUSTALIAS-FILE
                               ORGANIZATION INDEXED
                               ACCESS MODE IS DYNAMIC
                               RECORD KEY IS AL-ALIAS-KEY
                               ALTERNATE RECORD KEY IS
                                  AL-LAST-NAME WITH DUPLICATES
                               FILE STATUS IS WS-ALIAS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-ALIAS.
       COPY ALIASREC.

       WORKING-STORAGE SECTION.
      *> Batch-window lock check - see BATCHLOCK.
       01  WS-LOCK-ACTION      PIC X(1) VALUE "Q".
       01  WS-LOCK-STATE       PIC X(1) VALUE "N".
       01  WS-LOCK-RESOURCE    PIC X(4) VALUE "CUST".
       01  WS-LOCK-OVERRIDE    PIC X(1) VALUE "N".

       01  WS-CUSTALIAS-FILE   PIC X(26) VALUE "CUSTALIAS".

       01  WS-ALIAS-STATUS     PIC XX VALUE "00".
       01  WS-EOF-SWITCH       PIC X VALUE "N".
           88 WS-EOF           VALUE "Y".

       01  WS-MENU-CHOICE      PIC 9 VALUE ZERO.
       01  WS-CONFIRM          PIC X(1) VALUE "N".

      *> Entry fields - the record itself is only touched once the
      *> edits have passed.
       01  WS-EDIT-CUST-ID     PIC 9(6) VALUE ZERO.
       01  WS-CUST-ID-TEXT     PIC X(8) VALUE SPACES.
       01  WS-CHK-FUNCTION     PIC X(1) VALUE "V".
       01  WS-CHK-RESULT       PIC X(1) VALUE SPACE.
      *> ...and shown back in its printed seven-digit form.
       01  WS-PRINT-FUNCTION   PIC X(1) VALUE "D".
       01  WS-PRINT-ID         PIC X(8) VALUE SPACES.
       01  WS-PRINT-RESULT     PIC X(1) VALUE SPACE.
       01  WS-EDIT-SEQ         PIC 9(3) VALUE ZERO.
       01  WS-EDIT-FIRST-NAME  PIC X(20) VALUE SPACES.
       01  WS-EDIT-LAST-NAME   PIC X(20) VALUE SPACES.
       01  WS-EDIT-TYPE        PIC X(1) VALUE "P".
       01  WS-EDIT-REASON      PIC X(1) VALUE SPACE.
           88 WS-REASON-VALID    VALUES "M", "C", "K", "U".
       01  WS-EDIT-DATE        PIC 9(8) VALUE ZERO.
       01  WS-EDIT-DATE-TEXT   PIC X(8) VALUE SPACES.
       01  WS-DATE-STATUS      PIC X(1) VALUE SPACE.
       01  WS-DATE-AGE         PIC 99 VALUE ZERO.
       01  WS-CUSTOMER-NAME    PIC X(42) VALUE SPACES.

      *> Highest sequence in use and the names already on file for
      *> the customer - see 3000-LIST-NAMES.
       01  WS-LAST-SEQ         PIC 9(3) VALUE ZERO.
       01  WS-NAME-COUNT       PIC 9(3) VALUE ZERO.
       01  WS-NAME-ON-FILE     PIC X(1) VALUE "N".

       01  WS-TYPE-TEXT        PIC X(11) VALUE SPACES.
       01  WS-REASON-TEXT      PIC X(10) VALUE SPACES.

      *> Customer fields from the shared CUSTLOOKUP.
       01  WS-LOOKUP-ID        PIC 9(6) VALUE ZERO.
       01  WS-LOOKUP-FOUND     PIC X(1) VALUE "N".
       01  WS-LOOKUP-FIRST     PIC X(20) VALUE SPACES.
       01  WS-LOOKUP-LAST      PIC X(20) VALUE SPACES.
       01  WS-LOOKUP-AGE       PIC 99 VALUE ZERO.

       01  WS-CURR-DATE        PIC 9(8) VALUE ZERO.

       01  WS-OPERATOR-ID      PIC X(8) VALUE SPACES.
       01  WS-PROGRAM-NAME     PIC X(20) VALUE "ALIASMAINT".
       01  WS-AUDIT-OUTCOME    PIC X(8) VALUE SPACES.
       01  WS-AUTHORIZED       PIC X(1) VALUE "N".
       01  WS-OPERATOR-ROLE    PIC X(10) VALUE SPACES.
       01  WS-OP-RESULT        PIC 9(2) VALUE ZERO.

       PROCEDURE DIVISION.
           ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT "OPERATOR-ID".
           MOVE "START" TO WS-AUDIT-OUTCOME.
           CALL "AUDITLOG" USING WS-PROGRAM-NAME WS-OPERATOR-ID
                                  WS-AUDIT-OUTCOME.

           CALL "FILERES" USING WS-CUSTALIAS-FILE.

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

           *> A first-ever use creates the empty alias file, the
           *> same way RELMAINT creates CUSTREL.
           OPEN I-O CUSTOMER-ALIAS.
           IF WS-ALIAS-STATUS = "35"
              OPEN OUTPUT CUSTOMER-ALIAS
              CLOSE CUSTOMER-ALIAS
              OPEN I-O CUSTOMER-ALIAS
           END-IF.
           IF WS-ALIAS-STATUS NOT = "00"
              DISPLAY "Cannot open CUSTALIAS, status="
                      WS-ALIAS-STATUS
              MOVE "FAIL" TO WS-AUDIT-OUTCOME
              CALL "AUDITLOG" USING WS-PROGRAM-NAME WS-OPERATOR-ID
                                     WS-AUDIT-OUTCOME
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.

           DISPLAY " ".
           DISPLAY "1. List a customer's names".
           DISPLAY "2. Add a previous or alternative name".
           DISPLAY "3. Change the reason on a name".
           DISPLAY "4. Remove a name keyed in error".
           DISPLAY "0. Exit".
           DISPLAY "Select an option: " WITH NO ADVANCING.
           ACCEPT WS-MENU-CHOICE.

           IF WS-MENU-CHOICE >= 1 AND WS-MENU-CHOICE <= 4
              PERFORM 1000-GET-CUSTOMER
           ELSE
              DISPLAY "No maintenance performed."
              MOVE 4 TO WS-OP-RESULT
           END-IF.

           IF WS-OP-RESULT = 0
              PERFORM 3000-LIST-NAMES
              EVALUATE WS-MENU-CHOICE
                 WHEN 2
                    PERFORM 4000-ADD-NAME
                 WHEN 3
                    PERFORM 5000-CHANGE-REASON
                 WHEN 4
                    PERFORM 6000-REMOVE-NAME
              END-EVALUATE
           END-IF.

           CLOSE CUSTOMER-ALIAS.

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

      *> Every option works on one live customer, proved through the
      *> shared CUSTLOOKUP.
       1000-GET-CUSTOMER.
           DISPLAY "Customer number: " WITH NO ADVANCING.
           MOVE SPACES TO WS-CUST-ID-TEXT.
           ACCEPT WS-CUST-ID-TEXT.

           MOVE ZERO TO WS-EDIT-CUST-ID.
           CALL "CUSTCHK" USING WS-CHK-FUNCTION WS-CUST-ID-TEXT
                                 WS-EDIT-CUST-ID WS-CHK-RESULT.
           EVALUATE WS-CHK-RESULT
              WHEN SPACE
              WHEN "B"
                 PERFORM 1100-LOOK-UP-CUSTOMER
              WHEN "C"
                 DISPLAY "Check digit wrong for customer number "
                         FUNCTION TRIM(WS-CUST-ID-TEXT)
                         " - check the number and key it again."
                 MOVE 4 TO WS-OP-RESULT
              WHEN "M"
                 DISPLAY "Key the full customer number, check "
                         "digit included."
                 MOVE 4 TO WS-OP-RESULT
              WHEN OTHER
                 DISPLAY "'" FUNCTION TRIM(WS-CUST-ID-TEXT)
                         "' is not a customer number."
                 MOVE 4 TO WS-OP-RESULT
           END-EVALUATE.

       1100-LOOK-UP-CUSTOMER.
           CALL "CUSTCHK" USING WS-PRINT-FUNCTION WS-PRINT-ID
                                 WS-EDIT-CUST-ID WS-PRINT-RESULT.
           MOVE WS-EDIT-CUST-ID TO WS-LOOKUP-ID.
           CALL "CUSTLOOKUP" USING WS-LOOKUP-ID WS-LOOKUP-FOUND
                                    WS-LOOKUP-FIRST WS-LOOKUP-LAST
                                    WS-LOOKUP-AGE.
           IF WS-LOOKUP-FOUND NOT = "Y"
              DISPLAY "No live customer with ID "
                      WS-PRINT-ID(1:7) "."
              MOVE 4 TO WS-OP-RESULT
           ELSE
              MOVE SPACES TO WS-CUSTOMER-NAME
              STRING FUNCTION TRIM(WS-LOOKUP-FIRST) DELIMITED BY SIZE
                     " " DELIMITED BY SIZE
                     FUNCTION TRIM(WS-LOOKUP-LAST) DELIMITED BY SIZE
                     INTO WS-CUSTOMER-NAME
              END-STRING
              DISPLAY "Customer " WS-PRINT-ID(1:7) ": "
                      WS-CUSTOMER-NAME
              MOVE 0 TO WS-OP-RESULT
           END-IF.

      *> Lists every name on file for the customer, removed ones
      *> included, and notes the highest sequence number in use.
       3000-LIST-NAMES.
           MOVE ZERO TO WS-LAST-SEQ WS-NAME-COUNT.
           MOVE "N" TO WS-EOF-SWITCH.
           MOVE WS-EDIT-CUST-ID TO AL-CUST-ID.
           MOVE ZERO TO AL-ALIAS-SEQ.
           START CUSTOMER-ALIAS
              KEY IS NOT LESS THAN AL-ALIAS-KEY
              INVALID KEY
                 MOVE "Y" TO WS-EOF-SWITCH
           END-START.

           DISPLAY " ".
           DISPLAY "Seq Last Name            First Name           "
                   "Type        Date     Reason     By       St".
           DISPLAY "--- -------------------- -------------------- "
                   "----------- -------- ---------- -------- --".
           PERFORM UNTIL WS-EOF
              READ CUSTOMER-ALIAS NEXT RECORD
                 AT END
                    MOVE "Y" TO WS-EOF-SWITCH
                 NOT AT END
                    IF AL-CUST-ID NOT = WS-EDIT-CUST-ID
                       MOVE "Y" TO WS-EOF-SWITCH
                    ELSE
                       MOVE AL-ALIAS-SEQ TO WS-LAST-SEQ
                       ADD 1 TO WS-NAME-COUNT
                       PERFORM 3100-SHOW-NAME
                    END-IF
              END-READ
           END-PERFORM.
           IF WS-NAME-COUNT = 0
              DISPLAY "(no previous or alternative names on file)"
           END-IF.

       3100-SHOW-NAME.
           EVALUATE TRUE
              WHEN AL-PREVIOUS-NAME
                 MOVE "PREVIOUS" TO WS-TYPE-TEXT
              WHEN AL-ALTERNATE-NAME
                 MOVE "ALTERNATIVE" TO WS-TYPE-TEXT
              WHEN OTHER
                 MOVE AL-ALIAS-TYPE TO WS-TYPE-TEXT
           END-EVALUATE.
           EVALUATE TRUE
              WHEN AL-REASON-MARRIAGE
                 MOVE "MARRIAGE" TO WS-REASON-TEXT
              WHEN AL-REASON-CORRECTION
                 MOVE "CORRECTION" TO WS-REASON-TEXT
              WHEN AL-REASON-KNOWN-AS
                 MOVE "KNOWN AS" TO WS-REASON-TEXT
              WHEN OTHER
                 MOVE "UNSTATED" TO WS-REASON-TEXT
           END-EVALUATE.
           DISPLAY AL-ALIAS-SEQ " " AL-LAST-NAME " " AL-FIRST-NAME
                   " " WS-TYPE-TEXT " " AL-NAME-DATE " "
                   WS-REASON-TEXT " " AL-SET-BY " " AL-STATUS.
           IF AL-FROM-JOURNAL
              DISPLAY "    (filed from the change journal by "
                      FUNCTION TRIM(AL-SOURCE-PROGRAM) ")"
           END-IF.

      *> A previous name (P) is one the customer used to go by; an
      *> alternative (A) is one they still answer to. The date is
      *> when the name stopped being used, or when it was reported
      *> for an alternative - today if left at zero.
       4000-ADD-NAME.
           DISPLAY " ".
           DISPLAY "Last name  : " WITH NO ADVANCING.
           ACCEPT WS-EDIT-LAST-NAME.
           DISPLAY "First name : " WITH NO ADVANCING.
           ACCEPT WS-EDIT-FIRST-NAME.
           DISPLAY "Type - P previous, A alternative (P): "
                   WITH NO ADVANCING.
           ACCEPT WS-EDIT-TYPE.
           IF WS-EDIT-TYPE = SPACE OR WS-EDIT-TYPE = "p"
              MOVE "P" TO WS-EDIT-TYPE
           END-IF.
           IF WS-EDIT-TYPE = "a"
              MOVE "A" TO WS-EDIT-TYPE
           END-IF.
           DISPLAY "Reason - M marriage, C correction, K known as, "
                   "U unstated: " WITH NO ADVANCING.
           ACCEPT WS-EDIT-REASON.
           DISPLAY "Date (YYYYMMDD, 0 for today): "
                   WITH NO ADVANCING.
           ACCEPT WS-EDIT-DATE.
           IF WS-EDIT-DATE = ZERO
              MOVE WS-CURR-DATE TO WS-EDIT-DATE
           END-IF.
           MOVE WS-EDIT-DATE TO WS-EDIT-DATE-TEXT.
           CALL "DATEVAL" USING WS-EDIT-DATE-TEXT WS-CURR-DATE
                                 WS-DATE-STATUS WS-DATE-AGE.

           PERFORM 4100-CHECK-DUPLICATE.

           EVALUATE TRUE
              WHEN WS-EDIT-LAST-NAME = SPACES
                 DISPLAY "A last name is required. Nothing added."
                 MOVE 4 TO WS-OP-RESULT
              WHEN WS-EDIT-TYPE NOT = "P"
                   AND WS-EDIT-TYPE NOT = "A"
                 DISPLAY "Type must be P or A. Nothing added."
                 MOVE 4 TO WS-OP-RESULT
              WHEN NOT WS-REASON-VALID
                 DISPLAY "Reason must be M, C, K, or U. "
                         "Nothing added."
                 MOVE 4 TO WS-OP-RESULT
              WHEN WS-DATE-STATUS NOT = SPACE
                 DISPLAY "Date is not a valid past date. "
                         "Nothing added."
                 MOVE 4 TO WS-OP-RESULT
              WHEN WS-EDIT-FIRST-NAME = WS-LOOKUP-FIRST
                   AND WS-EDIT-LAST-NAME = WS-LOOKUP-LAST
                 DISPLAY "That is the customer's current name. "
                         "Nothing added."
                 MOVE 4 TO WS-OP-RESULT
              WHEN WS-NAME-ON-FILE = "Y"
                 DISPLAY "That name is already on file for the "
                         "customer. Nothing added."
                 MOVE 4 TO WS-OP-RESULT
              WHEN WS-LAST-SEQ >= 999
                 DISPLAY "No sequence numbers left for this "
                         "customer. Nothing added."
                 MOVE 16 TO WS-OP-RESULT
              WHEN OTHER
                 PERFORM 4200-WRITE-NAME
           END-EVALUATE.

       4100-CHECK-DUPLICATE.
           MOVE "N" TO WS-NAME-ON-FILE.
           MOVE "N" TO WS-EOF-SWITCH.
           MOVE WS-EDIT-CUST-ID TO AL-CUST-ID.
           MOVE ZERO TO AL-ALIAS-SEQ.
           START CUSTOMER-ALIAS
              KEY IS NOT LESS THAN AL-ALIAS-KEY
              INVALID KEY
                 MOVE "Y" TO WS-EOF-SWITCH
           END-START.
           PERFORM UNTIL WS-EOF
              READ CUSTOMER-ALIAS NEXT RECORD
                 AT END
                    MOVE "Y" TO WS-EOF-SWITCH
                 NOT AT END
                    IF AL-CUST-ID NOT = WS-EDIT-CUST-ID
                       MOVE "Y" TO WS-EOF-SWITCH
                    ELSE
                       IF AL-ALIAS-ACTIVE
                          AND AL-FIRST-NAME = WS-EDIT-FIRST-NAME
                          AND AL-LAST-NAME = WS-EDIT-LAST-NAME
                          MOVE "Y" TO WS-NAME-ON-FILE
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.

       4200-WRITE-NAME.
           DISPLAY "Add " FUNCTION TRIM(WS-EDIT-FIRST-NAME) " "
                   FUNCTION TRIM(WS-EDIT-LAST-NAME) " to customer "
                   WS-PRINT-ID(1:7) "? (Y/N): " WITH NO ADVANCING.
           ACCEPT WS-CONFIRM.
           IF WS-CONFIRM NOT = "Y" AND WS-CONFIRM NOT = "y"
              DISPLAY "Add cancelled."
              MOVE 4 TO WS-OP-RESULT
           ELSE
              MOVE SPACES             TO CUSTOMER-ALIAS-RECORD
              MOVE WS-EDIT-CUST-ID    TO AL-CUST-ID
              COMPUTE AL-ALIAS-SEQ = WS-LAST-SEQ + 1
              MOVE WS-EDIT-FIRST-NAME TO AL-FIRST-NAME
              MOVE WS-EDIT-LAST-NAME  TO AL-LAST-NAME
              MOVE WS-EDIT-TYPE       TO AL-ALIAS-TYPE
              MOVE WS-EDIT-REASON     TO AL-REASON
              MOVE WS-EDIT-DATE       TO AL-NAME-DATE
              MOVE "H"                TO AL-SOURCE
              MOVE WS-PROGRAM-NAME    TO AL-SOURCE-PROGRAM
              MOVE WS-OPERATOR-ID     TO AL-SET-BY
              MOVE "A"                TO AL-STATUS
              MOVE ZERO               TO AL-REMOVED-DATE
              WRITE CUSTOMER-ALIAS-RECORD
                 INVALID KEY
                    DISPLAY "Write failed for customer "
                            WS-PRINT-ID(1:7) ", status="
                            WS-ALIAS-STATUS
                    MOVE 16 TO WS-OP-RESULT
                 NOT INVALID KEY
                    DISPLAY "Name added as sequence "
                            AL-ALIAS-SEQ "."
                    MOVE 0 TO WS-OP-RESULT
              END-WRITE
           END-IF.

      *> A journalled name arrives with reason U; the operator who
      *> knows why the name changed records it here.
       5000-CHANGE-REASON.
           PERFORM 5100-READ-ACTIVE-NAME.
           IF WS-OP-RESULT = 0
              DISPLAY "New reason - M marriage, C correction, "
                      "K known as, U unstated: " WITH NO ADVANCING
              ACCEPT WS-EDIT-REASON
              IF NOT WS-REASON-VALID
                 DISPLAY "Reason must be M, C, K, or U. "
                         "Nothing changed."
                 MOVE 4 TO WS-OP-RESULT
              ELSE
                 MOVE WS-EDIT-REASON TO AL-REASON
                 REWRITE CUSTOMER-ALIAS-RECORD
                    INVALID KEY
                       DISPLAY "Rewrite failed for customer "
                               WS-PRINT-ID(1:7) ", status="
                               WS-ALIAS-STATUS
                       MOVE 16 TO WS-OP-RESULT
                    NOT INVALID KEY
                       DISPLAY "Reason changed."
                       MOVE 0 TO WS-OP-RESULT
                 END-REWRITE
              END-IF
           END-IF.

       5100-READ-ACTIVE-NAME.
           DISPLAY "Sequence number: " WITH NO ADVANCING.
           ACCEPT WS-EDIT-SEQ.
           MOVE WS-EDIT-CUST-ID TO AL-CUST-ID.
           MOVE WS-EDIT-SEQ     TO AL-ALIAS-SEQ.
           READ CUSTOMER-ALIAS
              INVALID KEY
                 DISPLAY "No name " WS-EDIT-SEQ " on file for "
                         WS-PRINT-ID(1:7) "."
                 MOVE 4 TO WS-OP-RESULT
              NOT INVALID KEY
                 IF AL-ALIAS-REMOVED
                    DISPLAY "That name was removed on "
                            AL-REMOVED-DATE "."
                    MOVE 4 TO WS-OP-RESULT
                 ELSE
                    MOVE 0 TO WS-OP-RESULT
                 END-IF
           END-READ.

      *> The record stays on file with status R, so the trail shows
      *> who took the name off and when.
       6000-REMOVE-NAME.
           PERFORM 5100-READ-ACTIVE-NAME.
           IF WS-OP-RESULT = 0
              DISPLAY "Remove " FUNCTION TRIM(AL-FIRST-NAME) " "
                      FUNCTION TRIM(AL-LAST-NAME) "? (Y/N): "
                      WITH NO ADVANCING
              ACCEPT WS-CONFIRM
              IF WS-CONFIRM NOT = "Y" AND WS-CONFIRM NOT = "y"
                 DISPLAY "Remove cancelled."
                 MOVE 4 TO WS-OP-RESULT
              ELSE
                 MOVE "R"            TO AL-STATUS
                 MOVE WS-CURR-DATE   TO AL-REMOVED-DATE
                 MOVE WS-OPERATOR-ID TO AL-REMOVED-BY
                 REWRITE CUSTOMER-ALIAS-RECORD
                    INVALID KEY
                       DISPLAY "Rewrite failed for customer "
                               WS-PRINT-ID(1:7) ", status="
                               WS-ALIAS-STATUS
                       MOVE 16 TO WS-OP-RESULT
                    NOT INVALID KEY
                       DISPLAY "Name removed."
                       MOVE 0 TO WS-OP-RESULT
                 END-REWRITE
              END-IF
           END-IF.
