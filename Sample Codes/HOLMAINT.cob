      *    Author      : Renato D. Mejilla
      *    Date        : October 15, 2026
      *    Description : Maintenance for the HOLIDAY.DAT business
      *                  calendar behind the shared BUSCAL routine, in
      *                  the POSTMAINT style. Lists the holidays on
      *                  file (all, or one year), adds a holiday date
      *                  with its description, or removes one. Weekends
      *                  are never business days and are not filed
      *                  here. Adding and removing require the
      *                  SUPERVISOR role, because NIGHTLYRUN's run
      *                  calendar, FEEDCHK's due dates, MONTHEND and
      *                  BDAYRPT all count business days from this
      *                  file; and, since the nightly steps read it
      *                  throughout the window, changes wait for the
      *                  window to close unless a supervisor overrides.
      *                  The file is kept in date order.
      *    Compiler    : Micro Focus Visual COBOL
      *    ============================================================

       IDENTIFICATION DIVISION.
       PROGRAM-ID.     HOLMAINT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HOLIDAY-TABLE ASSIGN TO WS-HOLIDAY-FILE
                               ORGANIZATION LINE SEQUENTIAL
                               FILE STATUS IS WS-TABLE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  HOLIDAY-TABLE.
       01  HOLIDAY-TABLE-RECORD.
           05 HD-HOLIDAY-DATE  PIC 9(8).
           05 FILLER           PIC X.
           05 HD-DESCRIPTION   PIC X(30).

       WORKING-STORAGE SECTION.
      *> Batch-window lock check - see BATCHLOCK.
       01  WS-LOCK-ACTION      PIC X(1) VALUE "Q".
       01  WS-LOCK-STATE       PIC X(1) VALUE "N".
       01  WS-LOCK-RESOURCE    PIC X(4) VALUE "ALL".
       01  WS-LOCK-OVERRIDE    PIC X(1) VALUE "N".

       01  WS-HOLIDAY-FILE     PIC X(26) VALUE "HOLIDAY.DAT".

       01  WS-TABLE-STATUS     PIC XX VALUE "00".
       01  WS-EOF-SWITCH       PIC X VALUE "N".
           88 WS-EOF           VALUE "Y".

       01  WS-MENU-CHOICE      PIC 9 VALUE ZERO.
       01  WS-ENTRY-DATE       PIC X(8) VALUE SPACES.
       01  WS-ENTRY-YEAR       PIC X(4) VALUE SPACES.
       01  WS-ENTRY-DESC       PIC X(30) VALUE SPACES.
       01  WS-ENTRY-NUM        PIC 9(8) VALUE ZERO.
       01  WS-ENTRY-DOW        PIC 9(1) VALUE ZERO.
       01  WS-LISTED-COUNT     PIC 9(5) VALUE ZERO.

       01  WS-DAY-NAMES-VALUES.
           05 FILLER PIC X(3) VALUE "MON".
           05 FILLER PIC X(3) VALUE "TUE".
           05 FILLER PIC X(3) VALUE "WED".
           05 FILLER PIC X(3) VALUE "THU".
           05 FILLER PIC X(3) VALUE "FRI".
           05 FILLER PIC X(3) VALUE "SAT".
           05 FILLER PIC X(3) VALUE "SUN".
       01  WS-DAY-NAMES REDEFINES WS-DAY-NAMES-VALUES.
           05 WS-DAY-NAME OCCURS 7 TIMES PIC X(3).

      *> The standing calendar, held while the file is rewritten. A
      *> file longer than the table is never rewritten - the lines
      *> past the limit would be lost.
       01  WS-HD-TABLE.
           05 WS-HD-COUNT      PIC 9(4) VALUE ZERO.
           05 WS-HD-LIMIT      PIC 9(4) VALUE 1000.
           05 WS-HD-ENTRY OCCURS 1000 TIMES.
              10 HT-HOLIDAY-DATE PIC 9(8).
              10 HT-DESCRIPTION  PIC X(30).
       01  WS-HD-SUB           PIC 9(4) VALUE ZERO.
       01  WS-HD-HIT           PIC 9(4) VALUE ZERO.
       01  WS-HD-OVERFLOW      PIC X(1) VALUE "N".
       01  WS-SWAP-ENTRY.
           05 SW-HOLIDAY-DATE  PIC 9(8).
           05 SW-DESCRIPTION   PIC X(30).

       01  WS-OPERATOR-ID      PIC X(8) VALUE SPACES.
       01  WS-PROGRAM-NAME     PIC X(20) VALUE "HOLMAINT".
       01  WS-AUDIT-OUTCOME    PIC X(8) VALUE SPACES.
       01  WS-AUTHORIZED       PIC X(1) VALUE "N".
       01  WS-OPERATOR-ROLE    PIC X(10) VALUE SPACES.
       01  WS-OP-RESULT        PIC 9(2) VALUE ZERO.

       PROCEDURE DIVISION.
           DISPLAY "<<< HOLIDAY CALENDAR MAINTENANCE >>>".
           DISPLAY "------------------------------------".

           ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT "OPERATOR-ID".
           MOVE "START" TO WS-AUDIT-OUTCOME.
           CALL "AUDITLOG" USING WS-PROGRAM-NAME WS-OPERATOR-ID
                                  WS-AUDIT-OUTCOME.

           CALL "FILERES" USING WS-HOLIDAY-FILE.

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

           *> The nightly steps read the calendar all window long,
           *> customer side and user side alike.
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
           DISPLAY "1. List holidays".
           DISPLAY "2. Add a holiday".
           DISPLAY "3. Remove a holiday".
           DISPLAY "0. Exit".
           DISPLAY "Select an option: " WITH NO ADVANCING.
           ACCEPT WS-MENU-CHOICE.

           EVALUATE WS-MENU-CHOICE
              WHEN 1
                 PERFORM 1000-LIST-HOLIDAYS
              WHEN 2
              WHEN 3
                 *> The calendar every scheduling decision trusts -
                 *> SUPERVISOR or better only.
                 EVALUATE TRUE
                    WHEN WS-OPERATOR-ROLE NOT = "SUPERVISOR"
                     AND WS-OPERATOR-ROLE NOT = "ADMIN"
                       DISPLAY "This operation requires the "
                               "SUPERVISOR role. No maintenance "
                               "performed."
                       MOVE 8 TO WS-OP-RESULT
                    WHEN WS-HD-OVERFLOW = "Y"
                       DISPLAY "HOLIDAY.DAT holds more than "
                               WS-HD-LIMIT " lines - it cannot be "
                               "rewritten here without losing the "
                               "rest. No maintenance performed."
                       MOVE 16 TO WS-OP-RESULT
                    WHEN WS-MENU-CHOICE = 2
                       PERFORM 2000-ADD-HOLIDAY
                    WHEN OTHER
                       PERFORM 3000-REMOVE-HOLIDAY
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
           MOVE ZERO TO WS-HD-COUNT.
           OPEN INPUT HOLIDAY-TABLE.
           IF WS-TABLE-STATUS = "00"
              PERFORM UNTIL WS-EOF
                 READ HOLIDAY-TABLE
                    AT END
                       MOVE "Y" TO WS-EOF-SWITCH
                    NOT AT END
                       IF WS-HD-COUNT < WS-HD-LIMIT
                          ADD 1 TO WS-HD-COUNT
                          MOVE HD-HOLIDAY-DATE
                            TO HT-HOLIDAY-DATE(WS-HD-COUNT)
                          MOVE HD-DESCRIPTION
                            TO HT-DESCRIPTION(WS-HD-COUNT)
                       ELSE
                          MOVE "Y" TO WS-HD-OVERFLOW
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE HOLIDAY-TABLE
           END-IF.
           MOVE "N" TO WS-EOF-SWITCH.

       1000-LIST-HOLIDAYS.
           DISPLAY "Year (blank for all): " WITH NO ADVANCING.
           ACCEPT WS-ENTRY-YEAR.
           DISPLAY " ".
           IF WS-HD-COUNT = 0
              DISPLAY "No holidays are on the calendar yet - only "
                      "weekends are non-business days."
              MOVE 0 TO WS-OP-RESULT
           ELSE
              DISPLAY "Date      Day  Holiday"
              DISPLAY "--------  ---  ------------------------------"
              MOVE ZERO TO WS-LISTED-COUNT
              MOVE 1 TO WS-HD-SUB
              PERFORM UNTIL WS-HD-SUB > WS-HD-COUNT
                 IF WS-ENTRY-YEAR = SPACES
                    OR HT-HOLIDAY-DATE(WS-HD-SUB)(1:4) =
                       WS-ENTRY-YEAR
                    MOVE HT-HOLIDAY-DATE(WS-HD-SUB) TO WS-ENTRY-NUM
                    PERFORM 2300-DAY-OF-WEEK
                    DISPLAY HT-HOLIDAY-DATE(WS-HD-SUB) "  "
                            WS-DAY-NAME(WS-ENTRY-DOW) "  "
                            HT-DESCRIPTION(WS-HD-SUB)
                    ADD 1 TO WS-LISTED-COUNT
                 END-IF
                 ADD 1 TO WS-HD-SUB
              END-PERFORM
              IF WS-LISTED-COUNT = 0
                 DISPLAY "No holidays on file for " WS-ENTRY-YEAR "."
                 MOVE 4 TO WS-OP-RESULT
              ELSE
                 MOVE 0 TO WS-OP-RESULT
              END-IF
           END-IF.

       2000-ADD-HOLIDAY.
           DISPLAY "Holiday date (YYYYMMDD): " WITH NO ADVANCING.
           ACCEPT WS-ENTRY-DATE.
           DISPLAY "Description: " WITH NO ADVANCING.
           ACCEPT WS-ENTRY-DESC.

           PERFORM 2400-CHECK-DATE.
           IF WS-OP-RESULT = 0
              PERFORM 2500-FIND-DATE
              EVALUATE TRUE
                 WHEN WS-ENTRY-DESC = SPACES
                    DISPLAY "A description is required."
                    MOVE 4 TO WS-OP-RESULT
                 WHEN WS-HD-HIT > 0
                    DISPLAY WS-ENTRY-NUM " is already on the "
                            "calendar as "
                            FUNCTION TRIM(HT-DESCRIPTION(WS-HD-HIT))
                            "."
                    MOVE 4 TO WS-OP-RESULT
                 WHEN WS-HD-COUNT >= WS-HD-LIMIT
                    DISPLAY "Calendar is full at " WS-HD-LIMIT
                            " lines."
                    MOVE 16 TO WS-OP-RESULT
                 WHEN OTHER
                    ADD 1 TO WS-HD-COUNT
                    MOVE WS-ENTRY-NUM
                      TO HT-HOLIDAY-DATE(WS-HD-COUNT)
                    MOVE WS-ENTRY-DESC
                      TO HT-DESCRIPTION(WS-HD-COUNT)
                    PERFORM 2600-SORT-TABLE
                    PERFORM 9000-REWRITE-TABLE
                    PERFORM 2300-DAY-OF-WEEK
                    IF WS-ENTRY-DOW > 5
                       DISPLAY WS-ENTRY-NUM " falls on a "
                               WS-DAY-NAME(WS-ENTRY-DOW)
                               " - already a non-business day."
                    END-IF
                    DISPLAY WS-ENTRY-NUM " "
                            FUNCTION TRIM(WS-ENTRY-DESC) " added."
                    MOVE 0 TO WS-OP-RESULT
              END-EVALUATE
           END-IF.

      *> 1 = Monday ... 7 = Sunday, the numbering RUNCAL.DAT uses.
       2300-DAY-OF-WEEK.
           COMPUTE WS-ENTRY-DOW =
                   FUNCTION MOD(FUNCTION INTEGER-OF-DATE(WS-ENTRY-NUM)
                                - 1, 7) + 1.

       2400-CHECK-DATE.
           MOVE 0 TO WS-OP-RESULT.
           IF WS-ENTRY-DATE IS NOT NUMERIC
              DISPLAY "Date must be eight digits, YYYYMMDD."
              MOVE 4 TO WS-OP-RESULT
           ELSE
              MOVE WS-ENTRY-DATE TO WS-ENTRY-NUM
              IF FUNCTION TEST-DATE-YYYYMMDD(WS-ENTRY-NUM) NOT = 0
                 DISPLAY WS-ENTRY-DATE " is not a calendar date."
                 MOVE 4 TO WS-OP-RESULT
              END-IF
           END-IF.

       2500-FIND-DATE.
           MOVE ZERO TO WS-HD-HIT.
           MOVE 1 TO WS-HD-SUB.
           PERFORM UNTIL WS-HD-SUB > WS-HD-COUNT
                      OR WS-HD-HIT > 0
              IF HT-HOLIDAY-DATE(WS-HD-SUB) = WS-ENTRY-NUM
                 MOVE WS-HD-SUB TO WS-HD-HIT
              END-IF
              ADD 1 TO WS-HD-SUB
           END-PERFORM.

      *> The new date was added at the end - walk it back into place.
       2600-SORT-TABLE.
           MOVE WS-HD-COUNT TO WS-HD-SUB.
           PERFORM UNTIL WS-HD-SUB < 2
              IF HT-HOLIDAY-DATE(WS-HD-SUB - 1) >
                 HT-HOLIDAY-DATE(WS-HD-SUB)
                 MOVE WS-HD-ENTRY(WS-HD-SUB - 1) TO WS-SWAP-ENTRY
                 MOVE WS-HD-ENTRY(WS-HD-SUB)
                   TO WS-HD-ENTRY(WS-HD-SUB - 1)
                 MOVE WS-SWAP-ENTRY TO WS-HD-ENTRY(WS-HD-SUB)
                 SUBTRACT 1 FROM WS-HD-SUB
              ELSE
                 MOVE 1 TO WS-HD-SUB
              END-IF
           END-PERFORM.

       3000-REMOVE-HOLIDAY.
           DISPLAY "Holiday date to remove (YYYYMMDD): "
                   WITH NO ADVANCING.
           ACCEPT WS-ENTRY-DATE.
           PERFORM 2400-CHECK-DATE.
           IF WS-OP-RESULT = 0
              PERFORM 2500-FIND-DATE
              IF WS-HD-HIT = 0
                 DISPLAY WS-ENTRY-NUM " is not on the calendar."
                 MOVE 4 TO WS-OP-RESULT
              ELSE
                 MOVE HT-DESCRIPTION(WS-HD-HIT) TO WS-ENTRY-DESC
                 *> Close the gap, keeping the date order.
                 MOVE WS-HD-HIT TO WS-HD-SUB
                 PERFORM UNTIL WS-HD-SUB >= WS-HD-COUNT
                    MOVE WS-HD-ENTRY(WS-HD-SUB + 1)
                      TO WS-HD-ENTRY(WS-HD-SUB)
                    ADD 1 TO WS-HD-SUB
                 END-PERFORM
                 SUBTRACT 1 FROM WS-HD-COUNT
                 PERFORM 9000-REWRITE-TABLE
                 DISPLAY WS-ENTRY-NUM " "
                         FUNCTION TRIM(WS-ENTRY-DESC)
                         " removed - it is a business day again."
                 MOVE 0 TO WS-OP-RESULT
              END-IF
           END-IF.

       9000-REWRITE-TABLE.
           OPEN OUTPUT HOLIDAY-TABLE.
           MOVE 1 TO WS-HD-SUB.
           PERFORM UNTIL WS-HD-SUB > WS-HD-COUNT
              MOVE SPACES TO HOLIDAY-TABLE-RECORD
              MOVE HT-HOLIDAY-DATE(WS-HD-SUB) TO HD-HOLIDAY-DATE
              MOVE HT-DESCRIPTION(WS-HD-SUB) TO HD-DESCRIPTION
              WRITE HOLIDAY-TABLE-RECORD
              ADD 1 TO WS-HD-SUB
           END-PERFORM.
           CLOSE HOLIDAY-TABLE.
