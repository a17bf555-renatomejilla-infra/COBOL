      *                     registration, which resolves the name the
      *                     same way, actually finds the file it is
      *                     copying.
      *    2026-10-15  RDM  Customers recorded deceased on CUSTPREF
      *                     (PREFLOOKUP's D contact flag) are now
      *                     suppressed from the birthday list and
      *                     counted on their own in the report totals,
      *                     alongside the do-not-contact count.
      *    2026-10-15  RDM  BDAYRPT-DAYS now counts business days
      *                     through the shared BUSCAL routine: the
      *                     window runs to the Nth business day ahead,
      *                     so a Friday run for five days reaches the
      *                     following Friday and a holiday does not
      *                     shorten the list. The totals show the
      *                     window's last date.
      *    2026-10-15  RDM  BDAYRPT-DAYS now read through PARMGET -
      *                     PARMS.DAT value in force, environment still
      *                     overrides.
      *    2026-10-15  RDM  The ID column prints the seven-digit
      *                     customer number, check digit included.
      *    ============================================================

       IDENTIFICATION DIVISION.
       01 WS-WANTED-DAYS      PIC 999 VALUE ZERO.
       01 WS-SEGMENT-FILTER   PIC X(2) VALUE SPACES.

      *> Next-N-days mode counts business days - the window runs to
      *> the Nth business day ahead, weekends and holidays between
      *> included, from the shared BUSCAL routine.
       01 WS-WINDOW-DAYS      PIC 9(4) VALUE ZERO.
       01 WS-WINDOW-END-DATE  PIC 9(8) VALUE ZERO.
       01 WS-BUS-DAYS-COUNTED PIC 999 VALUE ZERO.
       01 WS-BUSCAL-FUNCTION  PIC X(1) VALUE "N".
       01 WS-BUSCAL-RESULT    PIC 9(8) VALUE ZERO.
       01 WS-BUSCAL-BUSINESS  PIC X(1) VALUE "N".

      *> Segment and do-not-contact marker of the record in hand,
      *> from the shared PREFLOOKUP.
       01 WS-PREF-CUST-ID     PIC 9(6) VALUE ZERO.
       01 WS-CUST-DNC         PIC X(1) VALUE "N".
       01 WS-SUPPRESS-COUNT   PIC 9(6) VALUE ZERO.

      *> Customer numbers print in the seven-digit form (with check
      *> digit) from CUSTCHK.
       01 WS-CHK-FUNCTION     PIC X(1) VALUE "D".
       01 WS-CHK-CUST-ID      PIC 9(6) VALUE ZERO.
       01 WS-CHK-RESULT       PIC X(1) VALUE SPACE.
       01 WS-PRINT-ID         PIC X(8) VALUE SPACES.
       01 WS-DECEASED-COUNT   PIC 9(6) VALUE ZERO.

       01 WS-CURR-DATE.
          05 WS-CURR-YEAR     PIC 9(4).
          05 WS-CURR-MONTH    PIC 9(2).

       01 WS-OPERATOR-ID      PIC X(8) VALUE SPACES.
       01 WS-PROGRAM-NAME     PIC X(20) VALUE "BDAYRPT".
       01 WS-PARM-NAME        PIC X(24) VALUE SPACES.
       01 WS-PARM-VALUE       PIC X(20) VALUE SPACES.
       01 WS-PARM-SOURCE      PIC X(1) VALUE SPACE.
       01 WS-AUDIT-OUTCOME    PIC X(8) VALUE SPACES.

       PROCEDURE DIVISION.

       0500-GET-CRITERIA.
           ACCEPT WS-MONTH-OPTION FROM ENVIRONMENT "BDAYRPT-MONTH".
           MOVE "BDAYRPT-DAYS" TO WS-PARM-NAME.
           MOVE SPACES TO WS-PARM-VALUE.
           CALL "PARMGET" USING WS-PROGRAM-NAME WS-PARM-NAME
                                 WS-PARM-VALUE WS-PARM-SOURCE.
           MOVE WS-PARM-VALUE TO WS-DAYS-OPTION.
           ACCEPT WS-SEGMENT-FILTER
              FROM ENVIRONMENT "BDAYRPT-SEGMENT".

              GOBACK
           END-IF.

           IF WS-DAYS-MODE
              PERFORM 0600-SET-BUSINESS-WINDOW
           END-IF.

       0600-SET-BUSINESS-WINDOW.
           MOVE WS-TODAY-NUM TO WS-WINDOW-END-DATE.
           MOVE ZERO TO WS-BUS-DAYS-COUNTED.
           PERFORM UNTIL WS-BUS-DAYS-COUNTED >= WS-WANTED-DAYS
              MOVE "N" TO WS-BUSCAL-FUNCTION
              CALL "BUSCAL" USING WS-BUSCAL-FUNCTION
                   WS-WINDOW-END-DATE WS-BUSCAL-RESULT
                   WS-BUSCAL-BUSINESS
              MOVE WS-BUSCAL-RESULT TO WS-WINDOW-END-DATE
              ADD 1 TO WS-BUS-DAYS-COUNTED
           END-PERFORM.
           COMPUTE WS-WINDOW-DAYS =
                   FUNCTION INTEGER-OF-DATE(WS-WINDOW-END-DATE)
                   - WS-TODAY-INT.

       1000-READ-MASTER.
           READ CUSTOMER-MASTER NEXT RECORD
              AT END
              PERFORM 2300-SET-TARGET-DATE
              COMPUTE WS-DAYS-UNTIL = WS-TARGET-INT - WS-TODAY-INT
           END-IF.
           IF WS-DAYS-UNTIL <= WS-WINDOW-DAYS
              COMPUTE WS-TURNING-AGE =
                      WS-TARGET-YEAR - WS-BIRTH-YEAR
              PERFORM 2500-ADD-HIT
      *> means "would have been listed but for the flag", so listed
      *> plus suppressed reconciles this run's selection.
       2500-ADD-HIT.
           IF WS-CUST-DNC = "D"
              ADD 1 TO WS-DECEASED-COUNT
           ELSE
           IF WS-CUST-DNC = "Y"
              ADD 1 TO WS-SUPPRESS-COUNT
           ELSE
              MOVE WS-BIRTH-DAY   TO HT-BIRTH-DAY(WS-HIT-COUNT)
              MOVE WS-TURNING-AGE TO HT-TURNING(WS-HIT-COUNT)
           END-IF
           END-IF
           END-IF.

      *> Straight exchange sort on the day key - the list is at most
              IF WS-LINES-ON-PAGE >= WS-LINES-PER-PAGE
                 PERFORM 4200-PRINT-PAGE-HEADERS
              END-IF
              MOVE HT-CUST-ID(WS-I-SUB) TO WS-CHK-CUST-ID
              CALL "CUSTCHK" USING WS-CHK-FUNCTION WS-PRINT-ID
                                   WS-CHK-CUST-ID WS-CHK-RESULT
              MOVE SPACES TO BIRTHDAY-RPT-LINE
              STRING HT-BIRTH-MONTH(WS-I-SUB) DELIMITED BY SIZE
                     "/" DELIMITED BY SIZE
                     HT-BIRTH-DAY(WS-I-SUB) DELIMITED BY SIZE
                     "  " DELIMITED BY SIZE
                     WS-PRINT-ID(1:7) DELIMITED BY SIZE
                     "  " DELIMITED BY SIZE
                     HT-LAST-NAME(WS-I-SUB) DELIMITED BY SIZE
                     " " DELIMITED BY SIZE
                  "   Do-not-contact suppressed: "
                  DELIMITED BY SIZE
                  WS-SUPPRESS-COUNT DELIMITED BY SIZE
                  "   Deceased suppressed: " DELIMITED BY SIZE
                  WS-DECEASED-COUNT DELIMITED BY SIZE
                  INTO BIRTHDAY-RPT-LINE
           END-STRING.
           WRITE BIRTHDAY-RPT-LINE.
           IF WS-DAYS-MODE
              MOVE SPACES TO BIRTHDAY-RPT-LINE
              STRING "Window: next " DELIMITED BY SIZE
                     WS-WANTED-DAYS DELIMITED BY SIZE
                     " business days, through " DELIMITED BY SIZE
                     WS-WINDOW-END-DATE DELIMITED BY SIZE
                     INTO BIRTHDAY-RPT-LINE
              END-STRING
              WRITE BIRTHDAY-RPT-LINE
           END-IF.
           CLOSE BIRTHDAY-RPT.

       4200-PRINT-PAGE-HEADERS.
                  INTO BIRTHDAY-RPT-LINE
           END-STRING.
           WRITE BIRTHDAY-RPT-LINE.
           MOVE "Day    ID       Customer"
                TO BIRTHDAY-RPT-LINE.
           WRITE BIRTHDAY-RPT-LINE.
           MOVE "=====  =======  ========================="
                TO BIRTHDAY-RPT-LINE.
           WRITE BIRTHDAY-RPT-LINE.
           MOVE ZERO TO WS-LINES-ON-PAGE.
