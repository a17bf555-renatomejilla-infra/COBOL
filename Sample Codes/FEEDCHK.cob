      *                  RETURN-CODE 0 all arrived, 4 something is
      *                  overdue. Runs as a NIGHTLYRUN step.
      *    Compiler    : Micro Focus Visual COBOL
      *    ============================================================
      *    Modification History
      *    2026-10-15  RDM  Due dates now follow the business calendar
      *                     through the shared BUSCAL routine: a daily
      *                     feed is due on the last business day before
      *                     today rather than yesterday, and a weekly
      *                     feed whose day falls on a HOLIDAY.DAT
      *                     holiday is due the next business day - a
      *                     feed not sent over a holiday no longer
      *                     raises a false overdue alert.
      *    ============================================================

       IDENTIFICATION DIVISION.
              10 FE-DAY-OF-WEEK PIC 9(1).
       01  WS-FEED-SUB         PIC 99 VALUE ZERO.

      *> Due dates against the business calendar - see BUSCAL.
       01  WS-BUSCAL-FUNCTION  PIC X(1) VALUE "P".
       01  WS-BUSCAL-RESULT    PIC 9(8) VALUE ZERO.
       01  WS-BUSCAL-BUSINESS  PIC X(1) VALUE "N".

      *> The newest registered run date per expected source.
       01  WS-LAST-RUN-DATE    PIC 9(8) VALUE ZERO.

           END-IF.
           MOVE "N" TO WS-EOF-SWITCH.

      *> When was this source last due? Daily means the last
      *> business day before today; weekly means the most recent
      *> occurrence of its weekday, carried to the next business
      *> day when that is a holiday (the week before's when the
      *> carried date has not come round yet); monthly allows a
      *> 31-day window. A registered run on or after the due date
      *> clears it.
       2000-CHECK-ONE-SOURCE.
           EVALUATE FE-FREQUENCY(WS-FEED-SUB)
              WHEN "D"
                 MOVE "P" TO WS-BUSCAL-FUNCTION
                 CALL "BUSCAL" USING WS-BUSCAL-FUNCTION WS-CURR-DATE
                      WS-BUSCAL-RESULT WS-BUSCAL-BUSINESS
                 COMPUTE WS-DUE-INT =
                         FUNCTION INTEGER-OF-DATE(WS-BUSCAL-RESULT)
              WHEN "W"
                 COMPUTE WS-DOW-DIFF =
                         WS-TODAY-DOW
                 END-IF
                 COMPUTE WS-DUE-INT =
                         WS-TODAY-INT - WS-DOW-DIFF
                 PERFORM 2100-CARRY-TO-BUSINESS-DAY
                 IF WS-DUE-INT > WS-TODAY-INT
                    COMPUTE WS-DUE-INT =
                            WS-TODAY-INT - WS-DOW-DIFF - 7
                    PERFORM 2100-CARRY-TO-BUSINESS-DAY
                 END-IF
              WHEN OTHER
                 COMPUTE WS-DUE-INT = WS-TODAY-INT - 31
           END-EVALUATE.
           END-IF.
           WRITE FEED-RPT-LINE.

      *> Nothing is sent on a weekend or a HOLIDAY.DAT holiday, so a
      *> due date landing on one moves to the next business day.
       2100-CARRY-TO-BUSINESS-DAY.
           COMPUTE WS-DUE-DATE =
                   FUNCTION DATE-OF-INTEGER(WS-DUE-INT).
           MOVE "B" TO WS-BUSCAL-FUNCTION.
           CALL "BUSCAL" USING WS-BUSCAL-FUNCTION WS-DUE-DATE
                WS-BUSCAL-RESULT WS-BUSCAL-BUSINESS.
           IF WS-BUSCAL-BUSINESS NOT = "Y"
              MOVE "N" TO WS-BUSCAL-FUNCTION
              CALL "BUSCAL" USING WS-BUSCAL-FUNCTION WS-DUE-DATE
                   WS-BUSCAL-RESULT WS-BUSCAL-BUSINESS
              COMPUTE WS-DUE-INT =
                      FUNCTION INTEGER-OF-DATE(WS-BUSCAL-RESULT)
           END-IF.

       3000-FIND-LAST-RUN.
           MOVE ZERO TO WS-LAST-RUN-DATE.
           OPEN INPUT RUN-REGISTRY.
