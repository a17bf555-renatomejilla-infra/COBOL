      *    Author      : Renato D. Mejilla
      *    Date        : October 15, 2026
      *    Description : Nightly SLA aging report over the CUSTCASE
      *                  customer service case file. Every open case
      *                  that has been open longer than the target
      *                  resolution days its category carried when it
      *                  was opened is listed on CASEAGE.RPT, grouped
      *                  by category and then by the operator it is
      *                  assigned to, most overdue first, with a count
      *                  per operator, per category, and for the run.
      *                  The closing totals also give the open and
      *                  closed case counts and the average days a
      *                  closed case took, so how long complaints take
      *                  to resolve is finally a number rather than a
      *                  feeling. Registered into the report spool
      *                  through SPOOLREG like the other nightly
      *                  reports.
      *    Compiler    : Micro Focus Visual COBOL
      *    ============================================================

       IDENTIFICATION DIVISION.
       PROGRAM-ID.     CASEAGE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-CASE ASSIGN TO WS-CUSTCASE-FILE
                               ORGANIZATION INDEXED
                               ACCESS MODE IS SEQUENTIAL
                               RECORD KEY IS CS-CASE-NUMBER
                               ALTERNATE RECORD KEY IS
                                  CS-CUST-ID WITH DUPLICATES
                               FILE STATUS IS WS-CASE-STATUS.

           SELECT AGING-RPT    ASSIGN TO WS-CASEAGE-FILE
                               ORGANIZATION LINE SEQUENTIAL
                               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-CASE.
       COPY CASEREC.

       FD  AGING-RPT.
       01  AGING-RPT-LINE      PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-CUSTCASE-FILE    PIC X(26) VALUE "CUSTCASE".
       01 WS-CASEAGE-FILE     PIC X(26) VALUE "CASEAGE.RPT".

       01 WS-CASE-STATUS      PIC XX VALUE "00".
       01 WS-REPORT-STATUS    PIC XX VALUE "00".
       01 WS-EOF-SWITCH       PIC X VALUE "N".
          88 WS-EOF           VALUE "Y".

       01 WS-CURR-DATE.
          05 WS-CURR-YEAR     PIC 9(4).
          05 WS-CURR-MONTH    PIC 9(2).
          05 WS-CURR-DAY      PIC 9(2).
       01 WS-RUN-DATE-TEXT.
          05 WS-RUN-MONTH     PIC 99.
          05 FILLER           PIC X VALUE "/".
          05 WS-RUN-DAY       PIC 99.
          05 FILLER           PIC X VALUE "/".
          05 WS-RUN-YEAR      PIC 9(4).
       01 WS-TODAY-NUM        PIC 9(8) VALUE ZERO.
       01 WS-TODAY-INT        PIC 9(7) VALUE ZERO.
       01 WS-DAYS-OPEN        PIC 9(5) VALUE ZERO.
       01 WS-DAYS-OVER        PIC 9(5) VALUE ZERO.

      *> Overdue cases, sorted by category, assigned operator, and
      *> most-overdue-first before printing.
       01 WS-HIT-TABLE.
          05 WS-HIT-COUNT     PIC 9(4) VALUE ZERO.
          05 WS-HIT-LIMIT     PIC 9(4) VALUE 2000.
          05 WS-HIT-ENTRY OCCURS 2000 TIMES.
             10 HT-SORT-KEY.
                15 HT-CATEGORY    PIC X(4).
                15 HT-ASSIGNED-TO PIC X(8).
                15 HT-OVER-INVERT PIC 9(5).
             10 HT-CASE-NUMBER PIC 9(6).
             10 HT-CUST-ID     PIC 9(6).
             10 HT-OPENED-DATE PIC 9(8).
             10 HT-TARGET-DAYS PIC 9(3).
             10 HT-DAYS-OPEN   PIC 9(5).
             10 HT-DAYS-OVER   PIC 9(5).
             10 HT-SUMMARY     PIC X(60).
       01 WS-I-SUB            PIC 9(4) VALUE ZERO.
       01 WS-J-SUB            PIC 9(4) VALUE ZERO.
       01 WS-SWAP-ENTRY       PIC X(110).

      *> Customer numbers print in the seven-digit form (with check
      *> digit) from CUSTCHK.
       01 WS-CHK-FUNCTION     PIC X(1) VALUE "D".
       01 WS-CHK-CUST-ID      PIC 9(6) VALUE ZERO.
       01 WS-CHK-RESULT       PIC X(1) VALUE SPACE.
       01 WS-PRINT-ID         PIC X(8) VALUE SPACES.

      *> Control-break fields.
       01 WS-PREV-CATEGORY    PIC X(4) VALUE SPACES.
       01 WS-PREV-ASSIGNED    PIC X(8) VALUE SPACES.
       01 WS-OPER-COUNT       PIC 9(5) VALUE ZERO.
       01 WS-CAT-COUNT        PIC 9(5) VALUE ZERO.

      *> Run totals.
       01 WS-SCAN-COUNT       PIC 9(6) VALUE ZERO.
       01 WS-OPEN-COUNT       PIC 9(6) VALUE ZERO.
       01 WS-CLOSED-COUNT     PIC 9(6) VALUE ZERO.
       01 WS-OVERDUE-COUNT    PIC 9(6) VALUE ZERO.
       01 WS-CLOSED-DAYS      PIC 9(9) VALUE ZERO.
       01 WS-AVG-CLOSE-DAYS   PIC 9(5) VALUE ZERO.

       01 WS-LINES-ON-PAGE    PIC 99 VALUE ZERO.
       01 WS-PAGE-NUMBER      PIC 999 VALUE ZERO.
       01 WS-LINES-PER-PAGE   PIC 99 VALUE 60.

      *> The business unit this run belongs to, stamped on the
      *> report header.
       01 WS-COMPANY-CODE     PIC X(4) VALUE SPACES.

      *> End-of-run counts handed to the shared RUNSTATS routine.
       01  WS-STAT-READ        PIC 9(6) VALUE ZERO.
       01  WS-STAT-WRITTEN     PIC 9(6) VALUE ZERO.
       01  WS-STAT-UPDATED     PIC 9(6) VALUE ZERO.
       01  WS-STAT-REJECTED    PIC 9(6) VALUE ZERO.

       01 WS-OPERATOR-ID      PIC X(8) VALUE SPACES.
       01 WS-PROGRAM-NAME     PIC X(20) VALUE "CASEAGE".
       01 WS-AUDIT-OUTCOME    PIC X(8) VALUE SPACES.

       PROCEDURE DIVISION.
           DISPLAY "<<< SERVICE CASE AGING REPORT >>>".
           DISPLAY "---------------------------------".

           ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT "OPERATOR-ID".
           MOVE "START" TO WS-AUDIT-OUTCOME.
           CALL "AUDITLOG" USING WS-PROGRAM-NAME WS-OPERATOR-ID
                                  WS-AUDIT-OUTCOME.

           CALL "FILERES" USING WS-CUSTCASE-FILE.
           CALL "FILERES" USING WS-CASEAGE-FILE.

           ACCEPT WS-CURR-DATE FROM DATE YYYYMMDD.
           MOVE WS-CURR-YEAR  TO WS-RUN-YEAR.
           MOVE WS-CURR-MONTH TO WS-RUN-MONTH.
           MOVE WS-CURR-DAY   TO WS-RUN-DAY.
           ACCEPT WS-COMPANY-CODE FROM ENVIRONMENT
                  "ACMITS-COMPANY".
           IF WS-COMPANY-CODE = SPACES
              MOVE "BASE" TO WS-COMPANY-CODE
           END-IF.
           MOVE WS-CURR-DATE TO WS-TODAY-NUM.
           COMPUTE WS-TODAY-INT =
                   FUNCTION INTEGER-OF-DATE(WS-TODAY-NUM).

           *> No case file yet simply means no cases have been
           *> opened - an empty report, not a failed step.
           OPEN INPUT CUSTOMER-CASE.
           IF WS-CASE-STATUS = "00"
              PERFORM 1000-READ-CASE
              PERFORM UNTIL WS-EOF
                 PERFORM 2000-AGE-CASE
                 PERFORM 1000-READ-CASE
              END-PERFORM
              CLOSE CUSTOMER-CASE
           ELSE
              IF WS-CASE-STATUS NOT = "35"
                 DISPLAY "Cannot open CUSTCASE, status="
                         WS-CASE-STATUS
                 MOVE "FAIL" TO WS-AUDIT-OUTCOME
                 CALL "AUDITLOG" USING WS-PROGRAM-NAME
                      WS-OPERATOR-ID WS-AUDIT-OUTCOME
                 MOVE 8 TO RETURN-CODE
                 GOBACK
              END-IF
           END-IF.

           IF WS-CLOSED-COUNT > 0
              COMPUTE WS-AVG-CLOSE-DAYS ROUNDED =
                      WS-CLOSED-DAYS / WS-CLOSED-COUNT
           END-IF.

           PERFORM 3000-SORT-HITS.
           PERFORM 4000-PRINT-REPORT.

           CALL "SPOOLREG" USING WS-PROGRAM-NAME
                                  WS-CASEAGE-FILE.

           DISPLAY "Cases read      : " WS-SCAN-COUNT.
           DISPLAY "Open cases      : " WS-OPEN-COUNT.
           DISPLAY "Past target     : " WS-OVERDUE-COUNT.
           DISPLAY "Report written to CASEAGE.RPT.".

           MOVE WS-SCAN-COUNT    TO WS-STAT-READ.
           MOVE WS-OVERDUE-COUNT TO WS-STAT-WRITTEN.
           CALL "RUNSTATS" USING WS-PROGRAM-NAME WS-STAT-READ
                                  WS-STAT-WRITTEN WS-STAT-UPDATED
                                  WS-STAT-REJECTED.

           MOVE "SUCCESS" TO WS-AUDIT-OUTCOME.
           CALL "AUDITLOG" USING WS-PROGRAM-NAME WS-OPERATOR-ID
                                  WS-AUDIT-OUTCOME.

           MOVE 0 TO RETURN-CODE.
           GOBACK.

       1000-READ-CASE.
           READ CUSTOMER-CASE NEXT RECORD
              AT END
                 MOVE "Y" TO WS-EOF-SWITCH
           END-READ.

      *> A closed case only feeds the resolution-time average; an
      *> open one is listed once its days open pass its target.
       2000-AGE-CASE.
           ADD 1 TO WS-SCAN-COUNT.
           IF CS-CASE-CLOSED
              ADD 1 TO WS-CLOSED-COUNT
              IF CS-CLOSED-DATE > 0 AND CS-OPENED-DATE > 0
                 COMPUTE WS-CLOSED-DAYS = WS-CLOSED-DAYS
                       + FUNCTION INTEGER-OF-DATE(CS-CLOSED-DATE)
                       - FUNCTION INTEGER-OF-DATE(CS-OPENED-DATE)
              END-IF
           ELSE
              ADD 1 TO WS-OPEN-COUNT
              COMPUTE WS-DAYS-OPEN = WS-TODAY-INT
                    - FUNCTION INTEGER-OF-DATE(CS-OPENED-DATE)
              IF WS-DAYS-OPEN > CS-TARGET-DAYS
                 COMPUTE WS-DAYS-OVER = WS-DAYS-OPEN - CS-TARGET-DAYS
                 PERFORM 2500-ADD-HIT
              END-IF
           END-IF.

       2500-ADD-HIT.
           ADD 1 TO WS-OVERDUE-COUNT.
           IF WS-HIT-COUNT >= WS-HIT-LIMIT
              DISPLAY "More than " WS-HIT-LIMIT " overdue cases - "
                      "list truncated."
           ELSE
              ADD 1 TO WS-HIT-COUNT
              MOVE CS-CATEGORY    TO HT-CATEGORY(WS-HIT-COUNT)
              MOVE CS-ASSIGNED-TO TO HT-ASSIGNED-TO(WS-HIT-COUNT)
              COMPUTE HT-OVER-INVERT(WS-HIT-COUNT) =
                      99999 - WS-DAYS-OVER
              MOVE CS-CASE-NUMBER TO HT-CASE-NUMBER(WS-HIT-COUNT)
              MOVE CS-CUST-ID     TO HT-CUST-ID(WS-HIT-COUNT)
              MOVE CS-OPENED-DATE TO HT-OPENED-DATE(WS-HIT-COUNT)
              MOVE CS-TARGET-DAYS TO HT-TARGET-DAYS(WS-HIT-COUNT)
              MOVE WS-DAYS-OPEN   TO HT-DAYS-OPEN(WS-HIT-COUNT)
              MOVE WS-DAYS-OVER   TO HT-DAYS-OVER(WS-HIT-COUNT)
              MOVE CS-SUMMARY     TO HT-SUMMARY(WS-HIT-COUNT)
           END-IF.

      *> Straight exchange sort on category, operator, and the
      *> inverted days-over, so the worst case in each group heads
      *> it.
       3000-SORT-HITS.
           MOVE 1 TO WS-I-SUB.
           PERFORM UNTIL WS-I-SUB >= WS-HIT-COUNT
              COMPUTE WS-J-SUB = WS-I-SUB + 1
              PERFORM UNTIL WS-J-SUB > WS-HIT-COUNT
                 IF HT-SORT-KEY(WS-J-SUB) < HT-SORT-KEY(WS-I-SUB)
                    MOVE WS-HIT-ENTRY(WS-I-SUB) TO WS-SWAP-ENTRY
                    MOVE WS-HIT-ENTRY(WS-J-SUB)
                      TO WS-HIT-ENTRY(WS-I-SUB)
                    MOVE WS-SWAP-ENTRY TO WS-HIT-ENTRY(WS-J-SUB)
                 END-IF
                 ADD 1 TO WS-J-SUB
              END-PERFORM
              ADD 1 TO WS-I-SUB
           END-PERFORM.

       4000-PRINT-REPORT.
           OPEN OUTPUT AGING-RPT.
           PERFORM 4200-PRINT-PAGE-HEADERS.
           IF WS-HIT-COUNT = 0
              MOVE "No open case is past its target resolution days."
                TO AGING-RPT-LINE
              WRITE AGING-RPT-LINE
           END-IF.
           MOVE 1 TO WS-I-SUB.
           PERFORM UNTIL WS-I-SUB > WS-HIT-COUNT
              IF WS-I-SUB > 1
                 AND (HT-CATEGORY(WS-I-SUB) NOT = WS-PREV-CATEGORY
                  OR HT-ASSIGNED-TO(WS-I-SUB) NOT = WS-PREV-ASSIGNED)
                 PERFORM 4400-PRINT-OPERATOR-TOTAL
              END-IF
              IF WS-I-SUB > 1
                 AND HT-CATEGORY(WS-I-SUB) NOT = WS-PREV-CATEGORY
                 PERFORM 4500-PRINT-CATEGORY-TOTAL
              END-IF
              IF WS-LINES-ON-PAGE >= WS-LINES-PER-PAGE
                 PERFORM 4200-PRINT-PAGE-HEADERS
              END-IF
              MOVE HT-CATEGORY(WS-I-SUB)    TO WS-PREV-CATEGORY
              MOVE HT-ASSIGNED-TO(WS-I-SUB) TO WS-PREV-ASSIGNED
              PERFORM 4300-PRINT-DETAIL
              ADD 1 TO WS-OPER-COUNT
              ADD 1 TO WS-CAT-COUNT
              ADD 1 TO WS-I-SUB
           END-PERFORM.
           IF WS-HIT-COUNT > 0
              PERFORM 4400-PRINT-OPERATOR-TOTAL
              PERFORM 4500-PRINT-CATEGORY-TOTAL
           END-IF.

           MOVE SPACES TO AGING-RPT-LINE.
           WRITE AGING-RPT-LINE.
           STRING "Cases on file: " DELIMITED BY SIZE
                  WS-SCAN-COUNT DELIMITED BY SIZE
                  "   Open: " DELIMITED BY SIZE
                  WS-OPEN-COUNT DELIMITED BY SIZE
                  "   Past target: " DELIMITED BY SIZE
                  WS-OVERDUE-COUNT DELIMITED BY SIZE
                  "   Closed: " DELIMITED BY SIZE
                  WS-CLOSED-COUNT DELIMITED BY SIZE
                  "   Average days to close: " DELIMITED BY SIZE
                  WS-AVG-CLOSE-DAYS DELIMITED BY SIZE
                  INTO AGING-RPT-LINE
           END-STRING.
           WRITE AGING-RPT-LINE.
           CLOSE AGING-RPT.

       4200-PRINT-PAGE-HEADERS.
           ADD 1 TO WS-PAGE-NUMBER.
           MOVE SPACE TO AGING-RPT-LINE.
           IF WS-PAGE-NUMBER > 1
              WRITE AGING-RPT-LINE AFTER ADVANCING PAGE
           END-IF.
           STRING "SERVICE CASES PAST TARGET RESOLUTION"
                  DELIMITED BY SIZE
                  "   COMPANY: " DELIMITED BY SIZE
                  WS-COMPANY-CODE DELIMITED BY SIZE
                  "   RUN DATE: " DELIMITED BY SIZE
                  WS-RUN-DATE-TEXT DELIMITED BY SIZE
                  "   PAGE: "     DELIMITED BY SIZE
                  WS-PAGE-NUMBER  DELIMITED BY SIZE
                  INTO AGING-RPT-LINE
           END-STRING.
           WRITE AGING-RPT-LINE.
           MOVE SPACES TO AGING-RPT-LINE.
           STRING "Cat  Assigned  Case    Customer  Opened    "
                  DELIMITED BY SIZE
                  "Target  Open   Over   Summary" DELIMITED BY SIZE
                  INTO AGING-RPT-LINE
           END-STRING.
           WRITE AGING-RPT-LINE.
           MOVE SPACES TO AGING-RPT-LINE.
           STRING "==== ========  ======  ========  ========  "
                  DELIMITED BY SIZE
                  "======  =====  =====  ========================="
                  DELIMITED BY SIZE
                  INTO AGING-RPT-LINE
           END-STRING.
           WRITE AGING-RPT-LINE.
           MOVE ZERO TO WS-LINES-ON-PAGE.

       4300-PRINT-DETAIL.
           MOVE HT-CUST-ID(WS-I-SUB) TO WS-CHK-CUST-ID.
           CALL "CUSTCHK" USING WS-CHK-FUNCTION WS-PRINT-ID
                                WS-CHK-CUST-ID WS-CHK-RESULT.
           MOVE SPACES TO AGING-RPT-LINE.
           STRING HT-CATEGORY(WS-I-SUB) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  HT-ASSIGNED-TO(WS-I-SUB) DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  HT-CASE-NUMBER(WS-I-SUB) DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-PRINT-ID(1:7) DELIMITED BY SIZE
                  "   " DELIMITED BY SIZE
                  HT-OPENED-DATE(WS-I-SUB) DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  HT-TARGET-DAYS(WS-I-SUB) DELIMITED BY SIZE
                  "     " DELIMITED BY SIZE
                  HT-DAYS-OPEN(WS-I-SUB) DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  HT-DAYS-OVER(WS-I-SUB) DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  HT-SUMMARY(WS-I-SUB) DELIMITED BY SIZE
                  INTO AGING-RPT-LINE
           END-STRING.
           WRITE AGING-RPT-LINE.
           ADD 1 TO WS-LINES-ON-PAGE.

       4400-PRINT-OPERATOR-TOTAL.
           MOVE SPACES TO AGING-RPT-LINE.
           STRING "     Overdue for " DELIMITED BY SIZE
                  WS-PREV-ASSIGNED DELIMITED BY SIZE
                  ": " DELIMITED BY SIZE
                  WS-OPER-COUNT DELIMITED BY SIZE
                  INTO AGING-RPT-LINE
           END-STRING.
           WRITE AGING-RPT-LINE.
           ADD 1 TO WS-LINES-ON-PAGE.
           MOVE ZERO TO WS-OPER-COUNT.

       4500-PRINT-CATEGORY-TOTAL.
           MOVE SPACES TO AGING-RPT-LINE.
           STRING "Category " DELIMITED BY SIZE
                  WS-PREV-CATEGORY DELIMITED BY SIZE
                  " overdue: " DELIMITED BY SIZE
                  WS-CAT-COUNT DELIMITED BY SIZE
                  INTO AGING-RPT-LINE
           END-STRING.
           WRITE AGING-RPT-LINE.
           MOVE SPACES TO AGING-RPT-LINE.
           WRITE AGING-RPT-LINE.
           ADD 2 TO WS-LINES-ON-PAGE.
           MOVE ZERO TO WS-CAT-COUNT.
