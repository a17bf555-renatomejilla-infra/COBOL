      *    Author      : Renato D. Mejilla
      *    Date        : October 15, 2026
      *    Description : Shared business-day calendar routine, in the
      *                  POSTCHECK pattern. The scheduling programs
      *                  all treated every calendar day the same, so a
      *                  feed due on a public holiday raised a false
      *                  overdue alert and month-end balancing could
      *                  land on a Sunday with nobody in to sign it
      *                  off. A business day here is Monday to Friday
      *                  and not on the HOLIDAY.DAT calendar HOLMAINT
      *                  keeps (one line per holiday date). Given a
      *                  function code and a YYYYMMDD date:
      *                    B - is the date a business day
      *                    N - the next business day after the date
      *                    P - the last business day before the date
      *                    L - the last business day of the date's
      *                        month
      *                  The business-day answer for the date passed
      *                  always comes back (Y or N) whatever the
      *                  function, and the result date for N, P and L
      *                  (the date itself for B). RETURN-CODE 0, or 8
      *                  for a function code or date it cannot use.
      *                  No HOLIDAY.DAT means weekends only. The
      *                  calendar is loaded on the first call and
      *                  held, so a batch caller asking night after
      *                  night of a forecast reads it once.
      *    Compiler    : Micro Focus Visual COBOL
      *    ============================================================

       IDENTIFICATION DIVISION.
       PROGRAM-ID.     BUSCAL.

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
       01  WS-HOLIDAY-FILE     PIC X(26) VALUE "HOLIDAY.DAT".

       01  WS-TABLE-STATUS     PIC XX.
       01  WS-EOF-SWITCH       PIC X VALUE "N".
           88 WS-EOF           VALUE "Y".
       01  WS-LOADED-SWITCH    PIC X(1) VALUE "N".
           88 WS-TABLE-LOADED  VALUE "Y".

      *> The holiday dates, as filed.
       01  WS-HD-TABLE.
           05 WS-HD-COUNT      PIC 9(4) VALUE ZERO.
           05 WS-HD-LIMIT      PIC 9(4) VALUE 1000.
           05 WS-HD-ENTRY OCCURS 1000 TIMES.
              10 HT-HOLIDAY-DATE PIC 9(8).
       01  WS-HD-SUB           PIC 9(4) VALUE ZERO.

      *> The day being tested, and the answer for it.
       01  WS-TEST-DATE        PIC 9(8) VALUE ZERO.
       01  WS-TEST-INT         PIC 9(7) VALUE ZERO.
       01  WS-TEST-DOW         PIC 9(1) VALUE ZERO.
       01  WS-TEST-BUSINESS    PIC X(1) VALUE "N".
           88 WS-IS-BUSINESS   VALUE "Y".

       01  WS-START-INT        PIC 9(7) VALUE ZERO.
       01  WS-MONTH-END-INT    PIC 9(7) VALUE ZERO.
       01  WS-NEXT-MONTH-DATE  PIC 9(8) VALUE ZERO.
       01  WS-NEXT-MONTH-X REDEFINES WS-NEXT-MONTH-DATE.
           05 WS-NM-YEAR       PIC 9(4).
           05 WS-NM-MONTH      PIC 99.
           05 WS-NM-DAY        PIC 99.
      *> A run of days no calendar could leave without a business
      *> day - it stops a loop on a bad holiday file.
       01  WS-STEP-COUNT       PIC 9(3) VALUE ZERO.
       01  WS-STEP-LIMIT       PIC 9(3) VALUE 60.

       LINKAGE SECTION.
       01  LK-FUNCTION         PIC X(1).
       01  LK-DATE             PIC 9(8).
       01  LK-RESULT-DATE      PIC 9(8).
       01  LK-BUSINESS-DAY     PIC X(1).

       PROCEDURE DIVISION USING LK-FUNCTION LK-DATE
                                 LK-RESULT-DATE LK-BUSINESS-DAY.
           IF NOT WS-TABLE-LOADED
              PERFORM 0500-LOAD-TABLE
           END-IF.

           MOVE ZERO TO LK-RESULT-DATE.
           MOVE "N" TO LK-BUSINESS-DAY.

           IF LK-DATE IS NOT NUMERIC
              OR FUNCTION TEST-DATE-YYYYMMDD(LK-DATE) NOT = 0
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.

           COMPUTE WS-START-INT = FUNCTION INTEGER-OF-DATE(LK-DATE).
           MOVE WS-START-INT TO WS-TEST-INT.
           PERFORM 2000-TEST-DAY.
           MOVE WS-TEST-BUSINESS TO LK-BUSINESS-DAY.

           EVALUATE LK-FUNCTION
              WHEN "B"
                 MOVE LK-DATE TO LK-RESULT-DATE
              WHEN "N"
                 PERFORM 3000-NEXT-BUSINESS-DAY
              WHEN "P"
                 PERFORM 4000-PRIOR-BUSINESS-DAY
              WHEN "L"
                 PERFORM 5000-LAST-OF-MONTH
              WHEN OTHER
                 MOVE 8 TO RETURN-CODE
                 GOBACK
           END-EVALUATE.

           MOVE 0 TO RETURN-CODE.
           GOBACK.

       0500-LOAD-TABLE.
           MOVE "Y" TO WS-LOADED-SWITCH.
           MOVE ZERO TO WS-HD-COUNT.
           CALL "FILERES" USING WS-HOLIDAY-FILE.
           OPEN INPUT HOLIDAY-TABLE.
           IF WS-TABLE-STATUS = "00"
              MOVE "N" TO WS-EOF-SWITCH
              PERFORM UNTIL WS-EOF
                 READ HOLIDAY-TABLE
                    AT END
                       MOVE "Y" TO WS-EOF-SWITCH
                    NOT AT END
                       IF HD-HOLIDAY-DATE IS NUMERIC
                          IF WS-HD-COUNT < WS-HD-LIMIT
                             ADD 1 TO WS-HD-COUNT
                             MOVE HD-HOLIDAY-DATE
                               TO HT-HOLIDAY-DATE(WS-HD-COUNT)
                          ELSE
                             DISPLAY "HOLIDAY.DAT longer than "
                                     WS-HD-LIMIT
                                     " lines - rest ignored."
                             MOVE "Y" TO WS-EOF-SWITCH
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE HOLIDAY-TABLE
           END-IF.

      *> Saturday (6) and Sunday (7) are never business days; any
      *> other day is unless it is on the holiday calendar.
       2000-TEST-DAY.
           COMPUTE WS-TEST-DATE =
                   FUNCTION DATE-OF-INTEGER(WS-TEST-INT).
           COMPUTE WS-TEST-DOW =
                   FUNCTION MOD(WS-TEST-INT - 1, 7) + 1.
           MOVE "Y" TO WS-TEST-BUSINESS.
           IF WS-TEST-DOW > 5
              MOVE "N" TO WS-TEST-BUSINESS
           ELSE
              MOVE 1 TO WS-HD-SUB
              PERFORM UNTIL WS-HD-SUB > WS-HD-COUNT
                         OR NOT WS-IS-BUSINESS
                 IF HT-HOLIDAY-DATE(WS-HD-SUB) = WS-TEST-DATE
                    MOVE "N" TO WS-TEST-BUSINESS
                 END-IF
                 ADD 1 TO WS-HD-SUB
              END-PERFORM
           END-IF.

       3000-NEXT-BUSINESS-DAY.
           MOVE ZERO TO WS-STEP-COUNT.
           MOVE "N" TO WS-TEST-BUSINESS.
           PERFORM UNTIL WS-IS-BUSINESS
                      OR WS-STEP-COUNT >= WS-STEP-LIMIT
              ADD 1 TO WS-TEST-INT
              ADD 1 TO WS-STEP-COUNT
              PERFORM 2000-TEST-DAY
           END-PERFORM.
           MOVE WS-TEST-DATE TO LK-RESULT-DATE.

       4000-PRIOR-BUSINESS-DAY.
           MOVE ZERO TO WS-STEP-COUNT.
           MOVE "N" TO WS-TEST-BUSINESS.
           PERFORM UNTIL WS-IS-BUSINESS
                      OR WS-STEP-COUNT >= WS-STEP-LIMIT
              SUBTRACT 1 FROM WS-TEST-INT
              ADD 1 TO WS-STEP-COUNT
              PERFORM 2000-TEST-DAY
           END-PERFORM.
           MOVE WS-TEST-DATE TO LK-RESULT-DATE.

      *> Back from the first of next month to the nearest business
      *> day - a month with none at all hands back its last day.
       5000-LAST-OF-MONTH.
           MOVE LK-DATE TO WS-NEXT-MONTH-DATE.
           IF WS-NM-MONTH = 12
              ADD 1 TO WS-NM-YEAR
              MOVE 1 TO WS-NM-MONTH
           ELSE
              ADD 1 TO WS-NM-MONTH
           END-IF.
           MOVE 1 TO WS-NM-DAY.
           COMPUTE WS-MONTH-END-INT =
                   FUNCTION INTEGER-OF-DATE(WS-NEXT-MONTH-DATE) - 1.
           MOVE WS-MONTH-END-INT TO WS-TEST-INT.
           PERFORM 2000-TEST-DAY.
           PERFORM UNTIL WS-IS-BUSINESS
                      OR WS-TEST-DATE(5:2) NOT = LK-DATE(5:2)
              SUBTRACT 1 FROM WS-TEST-INT
              PERFORM 2000-TEST-DAY
           END-PERFORM.
           IF WS-TEST-DATE(5:2) NOT = LK-DATE(5:2)
              MOVE WS-MONTH-END-INT TO WS-TEST-INT
              PERFORM 2000-TEST-DAY
           END-IF.
           MOVE WS-TEST-DATE TO LK-RESULT-DATE.
