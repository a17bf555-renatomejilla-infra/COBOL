      *    Author      : Renato D. Mejilla
      *    Date        : October 15, 2026
      *    Description : Maintenance for the POSTREF.DAT postal-code
      *                  reference table behind the POSTCHECK city and
      *                  postal-code consistency check, in the SEGMAINT
      *                  style. Lists the postal codes with their valid
      *                  city names (all, or one code), adds a postal
      *                  code and city pair, or retires one - a code
      *                  served by several towns carries one line per
      *                  town. Adding and retiring require the
      *                  SUPERVISOR role, the same gate SEGMAINT puts on
      *                  its table, because ADDRMAINT and ADDRLOAD
      *                  reject addresses against this table. Codes and
      *                  cities are filed in upper case so the check
      *                  does not turn on how an operator typed them.
      *                  Retiring a pair does not touch addresses
      *                  already filed; POSTSWEEP lists them.
      *    Compiler    : Micro Focus Visual COBOL
      *    ============================================================

       IDENTIFICATION DIVISION.
       PROGRAM-ID.     POSTMAINT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT POSTAL-TABLE ASSIGN TO WS-POSTREF-FILE
                               ORGANIZATION LINE SEQUENTIAL
                               FILE STATUS IS WS-TABLE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  POSTAL-TABLE.
       01  POSTAL-TABLE-RECORD.
           05 PR-POSTAL-CODE   PIC X(10).
           05 FILLER           PIC X.
           05 PR-CITY          PIC X(20).

       WORKING-STORAGE SECTION.
      *> Batch-window lock check - see BATCHLOCK.
       01  WS-LOCK-ACTION      PIC X(1) VALUE "Q".
       01  WS-LOCK-STATE       PIC X(1) VALUE "N".
       01  WS-LOCK-RESOURCE    PIC X(4) VALUE "CUST".
       01  WS-LOCK-OVERRIDE    PIC X(1) VALUE "N".

       01  WS-POSTREF-FILE     PIC X(26) VALUE "POSTREF.DAT".

       01  WS-TABLE-STATUS     PIC XX VALUE "00".
       01  WS-EOF-SWITCH       PIC X VALUE "N".
           88 WS-EOF           VALUE "Y".

       01  WS-MENU-CHOICE      PIC 9 VALUE ZERO.
       01  WS-ENTRY-POSTAL     PIC X(10) VALUE SPACES.
       01  WS-ENTRY-CITY       PIC X(20) VALUE SPACES.
       01  WS-LISTED-COUNT     PIC 9(5) VALUE ZERO.

      *> The standing table, held while the file is rewritten. A file
      *> longer than the table is never rewritten - the lines past
      *> the limit would be lost.
       01  WS-PR-TABLE.
           05 WS-PR-COUNT      PIC 9(5) VALUE ZERO.
           05 WS-PR-LIMIT      PIC 9(5) VALUE 10000.
           05 WS-PR-ENTRY OCCURS 10000 TIMES.
              10 PT-POSTAL-CODE PIC X(10).
              10 PT-CITY        PIC X(20).
       01  WS-PR-SUB           PIC 9(5) VALUE ZERO.
       01  WS-PR-HIT           PIC 9(5) VALUE ZERO.
       01  WS-PR-OVERFLOW      PIC X(1) VALUE "N".

       01  WS-OPERATOR-ID      PIC X(8) VALUE SPACES.
       01  WS-PROGRAM-NAME     PIC X(20) VALUE "POSTMAINT".
       01  WS-AUDIT-OUTCOME    PIC X(8) VALUE SPACES.
       01  WS-AUTHORIZED       PIC X(1) VALUE "N".
       01  WS-OPERATOR-ROLE    PIC X(10) VALUE SPACES.
       01  WS-OP-RESULT        PIC 9(2) VALUE ZERO.

       PROCEDURE DIVISION.
           DISPLAY "<<< POSTAL CODE TABLE MAINTENANCE >>>".
           DISPLAY "-------------------------------------".

           ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT "OPERATOR-ID".
           MOVE "START" TO WS-AUDIT-OUTCOME.
           CALL "AUDITLOG" USING WS-PROGRAM-NAME WS-OPERATOR-ID
                                  WS-AUDIT-OUTCOME.

           CALL "FILERES" USING WS-POSTREF-FILE.

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

           PERFORM 0500-LOAD-TABLE.

           DISPLAY " ".
           DISPLAY "1. List postal codes".
           DISPLAY "2. Add a postal code / city".
           DISPLAY "3. Retire a postal code / city".
           DISPLAY "0. Exit".
           DISPLAY "Select an option: " WITH NO ADVANCING.
           ACCEPT WS-MENU-CHOICE.

           EVALUATE WS-MENU-CHOICE
              WHEN 1
                 PERFORM 1000-LIST-CODES
              WHEN 2
              WHEN 3
                 *> The table every address check trusts - SUPERVISOR
                 *> or better only, as on the segment table.
                 EVALUATE TRUE
                    WHEN WS-OPERATOR-ROLE NOT = "SUPERVISOR"
                     AND WS-OPERATOR-ROLE NOT = "ADMIN"
                       DISPLAY "This operation requires the "
                               "SUPERVISOR role. No maintenance "
                               "performed."
                       MOVE 8 TO WS-OP-RESULT
                    WHEN WS-PR-OVERFLOW = "Y"
                       DISPLAY "POSTREF.DAT holds more than "
                               WS-PR-LIMIT " lines - it cannot be "
                               "rewritten here without losing the "
                               "rest. No maintenance performed."
                       MOVE 16 TO WS-OP-RESULT
                    WHEN WS-MENU-CHOICE = 2
                       PERFORM 2000-ADD-CODE
                    WHEN OTHER
                       PERFORM 3000-RETIRE-CODE
                 END-EVALUATE
              WHEN OTHER
                 DISPLAY "No maintenance performed."
                 MOVE 4 TO WS-OP-RESULT
           END-EVALUATE.

           EVALUATE WS-OP-RESULT
              WHEN 0
                 MOVE "SUCCESS" TO WS-AUDIT-OUTCOME
              WHEN 4
                 MOVE "NOMATCH" TO WS-AUDIT-OUTCOME
              WHEN 8
                 MOVE "DENIED" TO WS-AUDIT-OUTCOME
              WHEN OTHER
                 MOVE "FAIL" TO WS-AUDIT-OUTCOME
           END-EVALUATE.
           CALL "AUDITLOG" USING WS-PROGRAM-NAME WS-OPERATOR-ID
                                  WS-AUDIT-OUTCOME.

           MOVE WS-OP-RESULT TO RETURN-CODE.

           GOBACK.

       0500-LOAD-TABLE.
           MOVE ZERO TO WS-PR-COUNT.
           OPEN INPUT POSTAL-TABLE.
           IF WS-TABLE-STATUS = "00"
              PERFORM UNTIL WS-EOF
                 READ POSTAL-TABLE
                    AT END
                       MOVE "Y" TO WS-EOF-SWITCH
                    NOT AT END
                       IF WS-PR-COUNT < WS-PR-LIMIT
                          ADD 1 TO WS-PR-COUNT
                          MOVE PR-POSTAL-CODE
                            TO PT-POSTAL-CODE(WS-PR-COUNT)
                          MOVE PR-CITY TO PT-CITY(WS-PR-COUNT)
                       ELSE
                          MOVE "Y" TO WS-PR-OVERFLOW
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE POSTAL-TABLE
           END-IF.
           MOVE "N" TO WS-EOF-SWITCH.

       1000-LIST-CODES.
           DISPLAY "Postal code (blank for all): " WITH NO ADVANCING.
           ACCEPT WS-ENTRY-POSTAL.
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-ENTRY-POSTAL))
             TO WS-ENTRY-POSTAL.
           DISPLAY " ".
           IF WS-PR-COUNT = 0
              DISPLAY "No postal codes are on the table yet."
              MOVE 0 TO WS-OP-RESULT
           ELSE
              DISPLAY "Postal Code  City"
              DISPLAY "-----------  --------------------"
              MOVE ZERO TO WS-LISTED-COUNT
              MOVE 1 TO WS-PR-SUB
              PERFORM UNTIL WS-PR-SUB > WS-PR-COUNT
                 IF WS-ENTRY-POSTAL = SPACES
                    OR PT-POSTAL-CODE(WS-PR-SUB) = WS-ENTRY-POSTAL
                    DISPLAY PT-POSTAL-CODE(WS-PR-SUB) "   "
                            PT-CITY(WS-PR-SUB)
                    ADD 1 TO WS-LISTED-COUNT
                 END-IF
                 ADD 1 TO WS-PR-SUB
              END-PERFORM
              IF WS-LISTED-COUNT = 0
                 DISPLAY "Postal code " WS-ENTRY-POSTAL
                         " is not on the table."
                 MOVE 4 TO WS-OP-RESULT
              ELSE
                 MOVE 0 TO WS-OP-RESULT
              END-IF
           END-IF.

       2000-ADD-CODE.
           DISPLAY "Postal code: " WITH NO ADVANCING.
           ACCEPT WS-ENTRY-POSTAL.
           DISPLAY "Valid city for that code: " WITH NO ADVANCING.
           ACCEPT WS-ENTRY-CITY.
           PERFORM 2400-NORMALIZE-ENTRY.

           IF WS-ENTRY-POSTAL = SPACES OR WS-ENTRY-CITY = SPACES
              DISPLAY "Both postal code and city are required."
              MOVE 4 TO WS-OP-RESULT
           ELSE
              PERFORM 2500-FIND-PAIR
              IF WS-PR-HIT > 0
                 DISPLAY FUNCTION TRIM(WS-ENTRY-POSTAL) " / "
                         FUNCTION TRIM(WS-ENTRY-CITY)
                         " is already on the table."
                 MOVE 4 TO WS-OP-RESULT
              ELSE
                 IF WS-PR-COUNT >= WS-PR-LIMIT
                    DISPLAY "Table is full at " WS-PR-LIMIT
                            " lines."
                    MOVE 16 TO WS-OP-RESULT
                 ELSE
                    ADD 1 TO WS-PR-COUNT
                    MOVE WS-ENTRY-POSTAL
                      TO PT-POSTAL-CODE(WS-PR-COUNT)
                    MOVE WS-ENTRY-CITY TO PT-CITY(WS-PR-COUNT)
                    PERFORM 9000-REWRITE-TABLE
                    DISPLAY FUNCTION TRIM(WS-ENTRY-POSTAL) " / "
                            FUNCTION TRIM(WS-ENTRY-CITY) " added."
                    MOVE 0 TO WS-OP-RESULT
                 END-IF
              END-IF
           END-IF.

      *> Filed upper case and left-justified - the form POSTCHECK
      *> compares in.
       2400-NORMALIZE-ENTRY.
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-ENTRY-POSTAL))
             TO WS-ENTRY-POSTAL.
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-ENTRY-CITY))
             TO WS-ENTRY-CITY.

       2500-FIND-PAIR.
           MOVE ZERO TO WS-PR-HIT.
           MOVE 1 TO WS-PR-SUB.
           PERFORM UNTIL WS-PR-SUB > WS-PR-COUNT
                      OR WS-PR-HIT > 0
              IF PT-POSTAL-CODE(WS-PR-SUB) = WS-ENTRY-POSTAL
                 AND PT-CITY(WS-PR-SUB) = WS-ENTRY-CITY
                 MOVE WS-PR-SUB TO WS-PR-HIT
              END-IF
              ADD 1 TO WS-PR-SUB
           END-PERFORM.

       3000-RETIRE-CODE.
           DISPLAY "Postal code to retire: " WITH NO ADVANCING.
           ACCEPT WS-ENTRY-POSTAL.
           DISPLAY "City to retire for it: " WITH NO ADVANCING.
           ACCEPT WS-ENTRY-CITY.
           PERFORM 2400-NORMALIZE-ENTRY.
           PERFORM 2500-FIND-PAIR.
           IF WS-PR-HIT = 0
              DISPLAY FUNCTION TRIM(WS-ENTRY-POSTAL) " / "
                      FUNCTION TRIM(WS-ENTRY-CITY)
                      " is not on the table."
              MOVE 4 TO WS-OP-RESULT
           ELSE
              *> Close the gap - order on the file is not meaningful.
              MOVE WS-PR-ENTRY(WS-PR-COUNT)
                TO WS-PR-ENTRY(WS-PR-HIT)
              SUBTRACT 1 FROM WS-PR-COUNT
              PERFORM 9000-REWRITE-TABLE
              DISPLAY FUNCTION TRIM(WS-ENTRY-POSTAL) " / "
                      FUNCTION TRIM(WS-ENTRY-CITY) " retired. "
                      "Addresses already filed keep it until "
                      "corrected - see POSTSWEEP."
              MOVE 0 TO WS-OP-RESULT
           END-IF.

       9000-REWRITE-TABLE.
           OPEN OUTPUT POSTAL-TABLE.
           MOVE 1 TO WS-PR-SUB.
           PERFORM UNTIL WS-PR-SUB > WS-PR-COUNT
              MOVE SPACES TO POSTAL-TABLE-RECORD
              MOVE PT-POSTAL-CODE(WS-PR-SUB) TO PR-POSTAL-CODE
              MOVE PT-CITY(WS-PR-SUB) TO PR-CITY
              WRITE POSTAL-TABLE-RECORD
              ADD 1 TO WS-PR-SUB
           END-PERFORM.
           CLOSE POSTAL-TABLE.
