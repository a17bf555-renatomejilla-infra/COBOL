      *    Author      : Renato D. Mejilla
      *    Date        : October 15, 2026
      *    Description : Parameter-driven ad-hoc customer report.
      *                  Every one-off listing marketing or audit asks
      *                  for has meant a new program or a spreadsheet
      *                  cut from the CSV export. This reads a report
      *                  definition file (ADHOCRPT-DEF in the
      *                  environment, RPTDEF.DAT when blank) and lists
      *                  the live customers on CUSTMAST, with their
      *                  CUSTADDR address and CUSTPREF preferences
      *                  alongside, to a paginated 132-column
      *                  ADHOCRPT.RPT registered through SPOOLREG.
      *                  The definition is one card per line in fixed
      *                  columns - card type in 1-6, field name in
      *                  8-23, operand from 25:
      *                    TITLE  report title (columns 8-67)
      *                    FIELD  name   column heading (optional)
      *                    SELECT name   EQ|NE|LT|LE|GT|GE value
      *                                  (value from column 28)
      *                    SORT   name   A or D (A when blank)
      *                    BREAK  name
      *                    TOTAL  name
      *                  FIELD cards give the printed columns left to
      *                  right; SELECT cards must all be true for a
      *                  customer to be listed; BREAK fields are the
      *                  control-break levels, major first, and lead
      *                  the sort sequence ahead of the SORT keys;
      *                  TOTAL names a numeric report column summed
      *                  at every break and at the end, where the
      *                  customer count is always shown. A card with
      *                  an asterisk in column 1 is a comment. The
      *                  field names are the CUSTREC, ADDRREC and
      *                  PREFREC names without their prefixes. A
      *                  definition with any bad card is listed with
      *                  its errors and nothing is printed -
      *                  RETURN-CODE 8, as when CUSTMAST cannot be
      *                  opened; 4 when the selection outgrew the
      *                  table and the listing is incomplete.
      *    Compiler    : Micro Focus Visual COBOL
      *    ============================================================

       IDENTIFICATION DIVISION.
       PROGRAM-ID.     ADHOCRPT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REPORT-DEFINITION ASSIGN TO WS-DEF-FILE-NAME
                               ORGANIZATION LINE SEQUENTIAL
                               FILE STATUS IS WS-DEFINITION-STATUS.

           SELECT CUSTOMER-MASTER ASSIGN TO WS-CUSTMAST-FILE
                               ORGANIZATION INDEXED
                               ACCESS MODE IS SEQUENTIAL
                               RECORD KEY IS CM-CUST-ID
                               ALTERNATE RECORD KEY IS
                                  CM-LAST-NAME WITH DUPLICATES
                               FILE STATUS IS WS-MASTER-STATUS.

           SELECT CUSTOMER-ADDRESS ASSIGN TO WS-CUSTADDR-FILE
                               ORGANIZATION INDEXED
                               ACCESS MODE IS RANDOM
                               RECORD KEY IS CA-CUST-ID
                               FILE STATUS IS WS-ADDRESS-STATUS.

           SELECT CUSTOMER-PREF ASSIGN TO WS-CUSTPREF-FILE
                               ORGANIZATION INDEXED
                               ACCESS MODE IS RANDOM
                               RECORD KEY IS CP-CUST-ID
                               FILE STATUS IS WS-PREF-STATUS.

           SELECT ADHOC-RPT    ASSIGN TO WS-RPT-FILE-NAME
                               ORGANIZATION LINE SEQUENTIAL
                               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  REPORT-DEFINITION.
       01  DEFINITION-CARD.
           05 DC-CARD-TYPE     PIC X(6).
           05 FILLER           PIC X.
           05 DC-FIELD-NAME    PIC X(16).
           05 FILLER           PIC X.
           05 DC-OPERAND       PIC X(44).
           05 FILLER           PIC X(12).
       01  DEFINITION-TITLE-CARD.
           05 FILLER           PIC X(7).
           05 DT-TITLE         PIC X(60).
           05 FILLER           PIC X(13).

       FD  CUSTOMER-MASTER.
       COPY CUSTREC.

       FD  CUSTOMER-ADDRESS.
       COPY ADDRREC.

       FD  CUSTOMER-PREF.
       COPY PREFREC.

       FD  ADHOC-RPT.
       01  ADHOC-RPT-LINE      PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-DEF-FILE-NAME    PIC X(26) VALUE "RPTDEF.DAT".
       01  WS-CUSTMAST-FILE    PIC X(26) VALUE "CUSTMAST".
       01  WS-CUSTADDR-FILE    PIC X(26) VALUE "CUSTADDR".
       01  WS-CUSTPREF-FILE    PIC X(26) VALUE "CUSTPREF".
       01  WS-RPT-FILE-NAME    PIC X(26) VALUE "ADHOCRPT.RPT".
       01  WS-DEF-OVERRIDE     PIC X(26) VALUE SPACES.

       01  WS-DEFINITION-STATUS PIC XX VALUE "00".
       01  WS-MASTER-STATUS    PIC XX VALUE "00".
       01  WS-ADDRESS-STATUS   PIC XX VALUE "00".
       01  WS-PREF-STATUS      PIC XX VALUE "00".
       01  WS-REPORT-STATUS    PIC XX VALUE "00".
       01  WS-EOF-SWITCH       PIC X VALUE "N".
           88 WS-EOF           VALUE "Y".
       01  WS-ADDRESS-OPEN     PIC X VALUE "N".
           88 WS-ADDRESS-ON-FILE VALUE "Y".
       01  WS-PREF-OPEN        PIC X VALUE "N".
           88 WS-PREF-ON-FILE  VALUE "Y".

      *> The fields a definition may name. Offsets are into WS-ROW
      *> below - the CUSTMAST record, then its CUSTADDR record, then
      *> its CUSTPREF record, each as laid out in its copybook.
      *> Type N fields are unsigned numbers compared by value; type A
      *> fields are compared as text, ignoring case.
       01  WS-DICTIONARY-VALUES.
           05 FILLER PIC X(22) VALUE "CUST-ID         00106N".
           05 FILLER PIC X(22) VALUE "FIRST-NAME      00720A".
           05 FILLER PIC X(22) VALUE "LAST-NAME       02720A".
           05 FILLER PIC X(22) VALUE "BIRTH-DATE      04708N".
           05 FILLER PIC X(22) VALUE "AGE             05502N".
           05 FILLER PIC X(22) VALUE "LOAD-DATE       05808N".
           05 FILLER PIC X(22) VALUE "STREET          07230A".
           05 FILLER PIC X(22) VALUE "CITY            10220A".
           05 FILLER PIC X(22) VALUE "POSTAL-CODE     12210A".
           05 FILLER PIC X(22) VALUE "PHONE           13215A".
           05 FILLER PIC X(22) VALUE "UNDELIV-FLAG    14701A".
           05 FILLER PIC X(22) VALUE "UNDELIV-DATE    14808N".
           05 FILLER PIC X(22) VALUE "SEGMENT-CODE    16202A".
           05 FILLER PIC X(22) VALUE "DNC-FLAG        16401A".
           05 FILLER PIC X(22) VALUE "DNC-DATE        16508N".
           05 FILLER PIC X(22) VALUE "DNC-SET-BY      17308A".
           05 FILLER PIC X(22) VALUE "DECEASED-FLAG   18101A".
           05 FILLER PIC X(22) VALUE "DEATH-DATE      18208N".
           05 FILLER PIC X(22) VALUE "DECEASED-SOURCE 19010A".
           05 FILLER PIC X(22) VALUE "DECEASED-MARKED 20008N".
       01  WS-DICTIONARY REDEFINES WS-DICTIONARY-VALUES.
           05 DI-ENTRY OCCURS 20 TIMES.
              10 DI-NAME          PIC X(16).
              10 DI-OFFSET        PIC 9(3).
              10 DI-LENGTH        PIC 9(2).
              10 DI-TYPE          PIC X(1).
                 88 DI-NUMERIC    VALUE "N".
       01  WS-DI-COUNT         PIC 99 VALUE 20.
       01  WS-DI-SUB           PIC 99 VALUE ZERO.
       01  WS-DI-HIT           PIC 99 VALUE ZERO.
       01  WS-FIND-NAME        PIC X(16) VALUE SPACES.

      *> The definition as read.
       01  WS-TITLE            PIC X(60) VALUE SPACES.
       01  WS-CARD-COUNT       PIC 9(4) VALUE ZERO.
       01  WS-DEF-ERRORS       PIC 9(4) VALUE ZERO.
       01  WS-ERROR-TEXT       PIC X(50) VALUE SPACES.
       01  WS-OPERAND-VIEW.
           05 OV-OPERATOR      PIC X(2).
           05 FILLER           PIC X.
           05 OV-VALUE         PIC X(30).
           05 FILLER           PIC X(11).
       01  WS-HEADING-VIEW REDEFINES WS-OPERAND-VIEW.
           05 HV-HEADING       PIC X(20).
           05 FILLER           PIC X(24).
       01  WS-DIRECTION-VIEW REDEFINES WS-OPERAND-VIEW.
           05 DV-DIRECTION     PIC X(1).
           05 FILLER           PIC X(43).

      *> Printed columns, left to right. CL-TOTAL is the TOTAL slot
      *> summing the column, zero when it is not totalled.
       01  WS-CL-TABLE.
           05 WS-CL-COUNT      PIC 99 VALUE ZERO.
           05 WS-CL-LIMIT      PIC 99 VALUE 12.
           05 WS-CL-ENTRY OCCURS 12 TIMES.
              10 CL-DICT          PIC 99.
              10 CL-HEADING       PIC X(20).
              10 CL-WIDTH         PIC 9(3).
              10 CL-START         PIC 9(3).
              10 CL-TOTAL         PIC 9.
       01  WS-CL-SUB           PIC 99 VALUE ZERO.
       01  WS-LINE-WIDTH       PIC 9(3) VALUE ZERO.

       01  WS-SL-TABLE.
           05 WS-SL-COUNT      PIC 99 VALUE ZERO.
           05 WS-SL-LIMIT      PIC 99 VALUE 10.
           05 WS-SL-ENTRY OCCURS 10 TIMES.
              10 SL-DICT          PIC 99.
              10 SL-OPERATOR      PIC X(2).
              10 SL-VALUE         PIC X(30).
              10 SL-NUMBER        PIC 9(12).
       01  WS-SL-SUB           PIC 99 VALUE ZERO.

      *> SORT cards as read, then the full sort sequence - the BREAK
      *> fields first, then the SORT keys not already among them.
       01  WS-SO-TABLE.
           05 WS-SO-COUNT      PIC 9 VALUE ZERO.
           05 WS-SO-LIMIT      PIC 9 VALUE 3.
           05 WS-SO-ENTRY OCCURS 3 TIMES.
              10 SO-DICT          PIC 99.
              10 SO-DIRECTION     PIC X(1).
       01  WS-SO-SUB           PIC 9 VALUE ZERO.
       01  WS-SK-TABLE.
           05 WS-SK-COUNT      PIC 9 VALUE ZERO.
           05 WS-SK-ENTRY OCCURS 6 TIMES.
              10 SK-DICT          PIC 99.
              10 SK-DIRECTION     PIC X(1).
                 88 SK-DESCENDING VALUE "D".
       01  WS-SK-SUB           PIC 9 VALUE ZERO.
       01  WS-SK-FOUND         PIC X VALUE "N".
           88 WS-SK-ALREADY    VALUE "Y".

      *> Control-break levels, major first, with the value of the
      *> group being printed.
       01  WS-BK-TABLE.
           05 WS-BK-COUNT      PIC 9 VALUE ZERO.
           05 WS-BK-LIMIT      PIC 9 VALUE 3.
           05 WS-BK-ENTRY OCCURS 3 TIMES.
              10 BK-DICT          PIC 99.
              10 BK-PREV          PIC X(30).
       01  WS-BK-SUB           PIC 9 VALUE ZERO.
       01  WS-BREAK-LEVEL      PIC 9 VALUE ZERO.

       01  WS-TT-TABLE.
           05 WS-TT-COUNT      PIC 9 VALUE ZERO.
           05 WS-TT-LIMIT      PIC 9 VALUE 6.
           05 WS-TT-ENTRY OCCURS 6 TIMES.
              10 TT-DICT          PIC 99.
              10 TT-COLUMN        PIC 99.
       01  WS-TT-SUB           PIC 9 VALUE ZERO.

      *> Running counts and totals - levels 1-3 the break levels,
      *> level 4 the whole report.
       01  WS-LV-TABLE.
           05 WS-LV-ENTRY OCCURS 4 TIMES.
              10 LV-COUNT         PIC 9(7).
              10 LV-AMOUNT        PIC 9(12) OCCURS 6 TIMES.
       01  WS-LV-SUB           PIC 9 VALUE ZERO.

      *> One customer with its address and preferences, and the
      *> table of those selected.
       01  WS-ROW.
           05 WS-ROW-CUST      PIC X(65).
           05 WS-ROW-ADDR      PIC X(90).
           05 WS-ROW-PREF      PIC X(52).
       01  WS-ROW-SELECTED     PIC X VALUE "Y".
           88 WS-ROW-WANTED    VALUE "Y".
       01  WS-RW-TABLE.
           05 WS-RW-COUNT      PIC 9(5) VALUE ZERO.
           05 WS-RW-LIMIT      PIC 9(5) VALUE 5000.
           05 WS-RW-ENTRY OCCURS 5000 TIMES.
              10 RW-DATA          PIC X(207).
       01  WS-RW-SWAP          PIC X(207).
       01  WS-RW-OVERFLOW      PIC 9(6) VALUE ZERO.
       01  WS-I-SUB            PIC 9(5) VALUE ZERO.
       01  WS-J-SUB            PIC 9(5) VALUE ZERO.

      *> Field extraction and comparison work areas.
       01  WS-FLD-OFFSET       PIC 9(3) VALUE ZERO.
       01  WS-FLD-LENGTH       PIC 9(2) VALUE ZERO.
       01  WS-CMP-TEXT         PIC X(30) VALUE SPACES.
       01  WS-NUM-TEXT         PIC X(12) JUSTIFIED RIGHT.
       01  WS-NUM-VALUE REDEFINES WS-NUM-TEXT PIC 9(12).
       01  WS-CMP-RESULT       PIC X VALUE "=".
           88 WS-CMP-LOW       VALUE "<".
           88 WS-CMP-EQUAL     VALUE "=".
           88 WS-CMP-HIGH      VALUE ">".
       01  WS-HEAD-LENGTH      PIC 99 VALUE ZERO.

      *> Report layout.
       01  WS-PRINT-LINE       PIC X(132) VALUE SPACES.
       01  WS-LINES-ON-PAGE    PIC 99 VALUE ZERO.
       01  WS-PAGE-NUMBER      PIC 999 VALUE ZERO.
       01  WS-LINES-PER-PAGE   PIC 99 VALUE 60.
       01  WS-AMOUNT-OUT       PIC ZZZ,ZZZ,ZZZ,ZZ9.
       01  WS-COUNT-OUT        PIC Z,ZZZ,ZZ9.
       01  WS-TOTAL-START      PIC 9(3) VALUE ZERO.

       01  WS-CURR-DATE.
           05 WS-CURR-YEAR     PIC 9(4).
           05 WS-CURR-MONTH    PIC 9(2).
           05 WS-CURR-DAY      PIC 9(2).
       01  WS-RUN-DATE-TEXT.
           05 WS-RUN-MONTH     PIC 99.
           05 FILLER           PIC X VALUE "/".
           05 WS-RUN-DAY       PIC 99.
           05 FILLER           PIC X VALUE "/".
           05 WS-RUN-YEAR      PIC 9(4).

       01  WS-MASTER-READ      PIC 9(6) VALUE ZERO.

      *> The business unit this run belongs to, stamped on the
      *> report header.
       01  WS-COMPANY-CODE     PIC X(4) VALUE SPACES.

      *> End-of-run counts handed to the shared RUNSTATS routine.
       01  WS-STAT-READ        PIC 9(6) VALUE ZERO.
       01  WS-STAT-WRITTEN     PIC 9(6) VALUE ZERO.
       01  WS-STAT-UPDATED     PIC 9(6) VALUE ZERO.
       01  WS-STAT-REJECTED    PIC 9(6) VALUE ZERO.

       01  WS-OPERATOR-ID      PIC X(8) VALUE SPACES.
       01  WS-PROGRAM-NAME     PIC X(20) VALUE "ADHOCRPT".
       01  WS-AUDIT-OUTCOME    PIC X(8) VALUE SPACES.

       PROCEDURE DIVISION.
           DISPLAY "<<< AD HOC CUSTOMER REPORT WRITER >>>".
           DISPLAY "-------------------------------------".

           ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT "OPERATOR-ID".
           MOVE "START" TO WS-AUDIT-OUTCOME.
           CALL "AUDITLOG" USING WS-PROGRAM-NAME WS-OPERATOR-ID
                                  WS-AUDIT-OUTCOME.

           ACCEPT WS-DEF-OVERRIDE FROM ENVIRONMENT "ADHOCRPT-DEF".
           IF WS-DEF-OVERRIDE NOT = SPACES
              MOVE FUNCTION TRIM(WS-DEF-OVERRIDE) TO WS-DEF-FILE-NAME
           END-IF.

           CALL "FILERES" USING WS-DEF-FILE-NAME.
           CALL "FILERES" USING WS-CUSTMAST-FILE.
           CALL "FILERES" USING WS-CUSTADDR-FILE.
           CALL "FILERES" USING WS-CUSTPREF-FILE.
           CALL "FILERES" USING WS-RPT-FILE-NAME.

           ACCEPT WS-CURR-DATE FROM DATE YYYYMMDD.
           MOVE WS-CURR-MONTH TO WS-RUN-MONTH.
           MOVE WS-CURR-DAY   TO WS-RUN-DAY.
           MOVE WS-CURR-YEAR  TO WS-RUN-YEAR.
           ACCEPT WS-COMPANY-CODE FROM ENVIRONMENT
                  "ACMITS-COMPANY".
           IF WS-COMPANY-CODE = SPACES
              MOVE "BASE" TO WS-COMPANY-CODE
           END-IF.

           OPEN INPUT REPORT-DEFINITION.
           IF WS-DEFINITION-STATUS NOT = "00"
              DISPLAY "Cannot open " FUNCTION TRIM(WS-DEF-FILE-NAME)
                      ", status=" WS-DEFINITION-STATUS
              MOVE "FAIL" TO WS-AUDIT-OUTCOME
              CALL "AUDITLOG" USING WS-PROGRAM-NAME WS-OPERATOR-ID
                                     WS-AUDIT-OUTCOME
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           PERFORM UNTIL WS-EOF
              READ REPORT-DEFINITION
                 AT END
                    MOVE "Y" TO WS-EOF-SWITCH
                 NOT AT END
                    ADD 1 TO WS-CARD-COUNT
                    PERFORM 1000-READ-CARD
              END-READ
           END-PERFORM.
           CLOSE REPORT-DEFINITION.
           MOVE "N" TO WS-EOF-SWITCH.

           IF WS-CL-COUNT = ZERO
              MOVE ZERO TO WS-CARD-COUNT
              MOVE "No FIELD cards - nothing to print"
                TO WS-ERROR-TEXT
              PERFORM 1900-REJECT-CARD
           END-IF.
           PERFORM 1500-BUILD-SORT-SEQUENCE.
           PERFORM 1600-LAYOUT-COLUMNS.

           IF WS-DEF-ERRORS > ZERO
              DISPLAY "Report definition rejected with "
                      WS-DEF-ERRORS " error(s) - nothing printed."
              MOVE WS-DEF-ERRORS TO WS-STAT-REJECTED
              CALL "RUNSTATS" USING WS-PROGRAM-NAME WS-STAT-READ
                                     WS-STAT-WRITTEN WS-STAT-UPDATED
                                     WS-STAT-REJECTED
              MOVE "FAIL" TO WS-AUDIT-OUTCOME
              CALL "AUDITLOG" USING WS-PROGRAM-NAME WS-OPERATOR-ID
                                     WS-AUDIT-OUTCOME
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           IF WS-TITLE = SPACES
              MOVE "AD HOC CUSTOMER REPORT" TO WS-TITLE
           END-IF.

           OPEN INPUT CUSTOMER-MASTER.
           IF WS-MASTER-STATUS NOT = "00"
              DISPLAY "Cannot open CUSTMAST, status="
                      WS-MASTER-STATUS
              MOVE "FAIL" TO WS-AUDIT-OUTCOME
              CALL "AUDITLOG" USING WS-PROGRAM-NAME WS-OPERATOR-ID
                                     WS-AUDIT-OUTCOME
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.

           *> A customer without an address or preference record
           *> simply prints those fields blank.
           OPEN INPUT CUSTOMER-ADDRESS.
           IF WS-ADDRESS-STATUS = "00"
              MOVE "Y" TO WS-ADDRESS-OPEN
           ELSE
              DISPLAY "No CUSTADDR on disk - address fields "
                      "print blank."
           END-IF.
           OPEN INPUT CUSTOMER-PREF.
           IF WS-PREF-STATUS = "00"
              MOVE "Y" TO WS-PREF-OPEN
           ELSE
              DISPLAY "No CUSTPREF on disk - preference fields "
                      "print blank."
           END-IF.

           PERFORM UNTIL WS-EOF
              READ CUSTOMER-MASTER NEXT RECORD
                 AT END
                    MOVE "Y" TO WS-EOF-SWITCH
                 NOT AT END
                    ADD 1 TO WS-MASTER-READ
                    IF NOT CM-RECORD-DELETED
                       PERFORM 2000-BUILD-ROW
                       PERFORM 2100-APPLY-SELECTION
                       IF WS-ROW-WANTED
                          IF WS-RW-COUNT < WS-RW-LIMIT
                             ADD 1 TO WS-RW-COUNT
                             MOVE WS-ROW TO RW-DATA(WS-RW-COUNT)
                          ELSE
                             ADD 1 TO WS-RW-OVERFLOW
                          END-IF
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE CUSTOMER-MASTER.
           IF WS-ADDRESS-ON-FILE
              CLOSE CUSTOMER-ADDRESS
           END-IF.
           IF WS-PREF-ON-FILE
              CLOSE CUSTOMER-PREF
           END-IF.

           IF WS-SK-COUNT > ZERO
              PERFORM 3000-SORT-ROWS
           END-IF.

           OPEN OUTPUT ADHOC-RPT.
           PERFORM 4000-PRINT-REPORT.
           CLOSE ADHOC-RPT.

           CALL "SPOOLREG" USING WS-PROGRAM-NAME WS-RPT-FILE-NAME.

           DISPLAY "Definition cards read : " WS-CARD-COUNT.
           DISPLAY "Master records read   : " WS-MASTER-READ.
           DISPLAY "Customers listed      : " WS-RW-COUNT.
           DISPLAY "Report written to ADHOCRPT.RPT.".

           MOVE WS-MASTER-READ TO WS-STAT-READ.
           MOVE WS-RW-COUNT    TO WS-STAT-WRITTEN.
           CALL "RUNSTATS" USING WS-PROGRAM-NAME WS-STAT-READ
                                  WS-STAT-WRITTEN WS-STAT-UPDATED
                                  WS-STAT-REJECTED.

           IF WS-RW-OVERFLOW > ZERO
              DISPLAY "Selection exceeded " WS-RW-LIMIT
                      " customers - " WS-RW-OVERFLOW
                      " not listed."
              MOVE "PARTIAL" TO WS-AUDIT-OUTCOME
              CALL "AUDITLOG" USING WS-PROGRAM-NAME WS-OPERATOR-ID
                                     WS-AUDIT-OUTCOME
              MOVE 4 TO RETURN-CODE
              GOBACK
           END-IF.

           MOVE "SUCCESS" TO WS-AUDIT-OUTCOME.
           CALL "AUDITLOG" USING WS-PROGRAM-NAME WS-OPERATOR-ID
                                  WS-AUDIT-OUTCOME.

           MOVE 0 TO RETURN-CODE.
           GOBACK.

      *> One definition card. Blank cards and comments are skipped.
       1000-READ-CARD.
           IF DEFINITION-CARD = SPACES
              OR DEFINITION-CARD(1:1) = "*"
              CONTINUE
           ELSE
              MOVE FUNCTION UPPER-CASE(DC-CARD-TYPE) TO DC-CARD-TYPE
              MOVE SPACES TO WS-ERROR-TEXT
              IF DC-CARD-TYPE = "TITLE"
                 MOVE DT-TITLE TO WS-TITLE
              ELSE
                 MOVE FUNCTION UPPER-CASE(DC-FIELD-NAME)
                   TO WS-FIND-NAME
                 PERFORM 1100-FIND-FIELD
                 MOVE DC-OPERAND TO WS-OPERAND-VIEW
                 EVALUATE TRUE
                    WHEN DC-CARD-TYPE NOT = "FIELD"
                     AND DC-CARD-TYPE NOT = "SELECT"
                     AND DC-CARD-TYPE NOT = "SORT"
                     AND DC-CARD-TYPE NOT = "BREAK"
                     AND DC-CARD-TYPE NOT = "TOTAL"
                       MOVE "Unknown card type" TO WS-ERROR-TEXT
                    WHEN WS-DI-HIT = ZERO
                       MOVE "Unknown field name" TO WS-ERROR-TEXT
                    WHEN DC-CARD-TYPE = "FIELD"
                       PERFORM 1200-ADD-COLUMN
                    WHEN DC-CARD-TYPE = "SELECT"
                       PERFORM 1300-ADD-SELECTION
                    WHEN DC-CARD-TYPE = "SORT"
                       PERFORM 1400-ADD-SORT-KEY
                    WHEN DC-CARD-TYPE = "BREAK"
                       IF WS-BK-COUNT < WS-BK-LIMIT
                          ADD 1 TO WS-BK-COUNT
                          MOVE WS-DI-HIT TO BK-DICT(WS-BK-COUNT)
                       ELSE
                          MOVE "More than 3 BREAK cards"
                            TO WS-ERROR-TEXT
                       END-IF
                    WHEN DC-CARD-TYPE = "TOTAL"
                       IF NOT DI-NUMERIC(WS-DI-HIT)
                          MOVE "TOTAL field is not numeric"
                            TO WS-ERROR-TEXT
                       ELSE
                          IF WS-TT-COUNT < WS-TT-LIMIT
                             ADD 1 TO WS-TT-COUNT
                             MOVE WS-DI-HIT TO TT-DICT(WS-TT-COUNT)
                          ELSE
                             MOVE "More than 6 TOTAL cards"
                               TO WS-ERROR-TEXT
                          END-IF
                       END-IF
                 END-EVALUATE
              END-IF
              IF WS-ERROR-TEXT NOT = SPACES
                 PERFORM 1900-REJECT-CARD
              END-IF
           END-IF.

      *> Dictionary entry for WS-FIND-NAME into WS-DI-HIT, zero when
      *> there is no such field.
       1100-FIND-FIELD.
           MOVE ZERO TO WS-DI-HIT.
           MOVE 1 TO WS-DI-SUB.
           PERFORM UNTIL WS-DI-SUB > WS-DI-COUNT OR WS-DI-HIT > ZERO
              IF DI-NAME(WS-DI-SUB) = WS-FIND-NAME
                 MOVE WS-DI-SUB TO WS-DI-HIT
              END-IF
              ADD 1 TO WS-DI-SUB
           END-PERFORM.

       1200-ADD-COLUMN.
           IF WS-CL-COUNT < WS-CL-LIMIT
              ADD 1 TO WS-CL-COUNT
              MOVE WS-DI-HIT TO CL-DICT(WS-CL-COUNT)
              IF HV-HEADING = SPACES
                 MOVE DI-NAME(WS-DI-HIT) TO CL-HEADING(WS-CL-COUNT)
              ELSE
                 MOVE HV-HEADING TO CL-HEADING(WS-CL-COUNT)
              END-IF
              MOVE ZERO TO CL-TOTAL(WS-CL-COUNT)
           ELSE
              MOVE "More than 12 FIELD cards" TO WS-ERROR-TEXT
           END-IF.

      *> A numeric field is compared by value, so its value must be
      *> a number; a text field is compared ignoring case.
       1300-ADD-SELECTION.
           MOVE FUNCTION UPPER-CASE(OV-OPERATOR) TO OV-OPERATOR.
           EVALUATE TRUE
              WHEN WS-SL-COUNT NOT < WS-SL-LIMIT
                 MOVE "More than 10 SELECT cards" TO WS-ERROR-TEXT
              WHEN OV-OPERATOR NOT = "EQ" AND OV-OPERATOR NOT = "NE"
               AND OV-OPERATOR NOT = "LT" AND OV-OPERATOR NOT = "LE"
               AND OV-OPERATOR NOT = "GT" AND OV-OPERATOR NOT = "GE"
                 MOVE "Operator must be EQ NE LT LE GT or GE"
                   TO WS-ERROR-TEXT
              WHEN DI-NUMERIC(WS-DI-HIT)
               AND (OV-VALUE = SPACES
                OR FUNCTION TEST-NUMVAL(OV-VALUE) NOT = ZERO)
                 MOVE "Value for a numeric field is not a number"
                   TO WS-ERROR-TEXT
              WHEN OTHER
                 ADD 1 TO WS-SL-COUNT
                 MOVE WS-DI-HIT   TO SL-DICT(WS-SL-COUNT)
                 MOVE OV-OPERATOR TO SL-OPERATOR(WS-SL-COUNT)
                 MOVE FUNCTION UPPER-CASE(OV-VALUE)
                   TO SL-VALUE(WS-SL-COUNT)
                 MOVE ZERO TO SL-NUMBER(WS-SL-COUNT)
                 IF DI-NUMERIC(WS-DI-HIT)
                    COMPUTE SL-NUMBER(WS-SL-COUNT) =
                            FUNCTION NUMVAL(OV-VALUE)
                 END-IF
           END-EVALUATE.

       1400-ADD-SORT-KEY.
           MOVE FUNCTION UPPER-CASE(DV-DIRECTION) TO DV-DIRECTION.
           IF DV-DIRECTION = SPACE
              MOVE "A" TO DV-DIRECTION
           END-IF.
           EVALUATE TRUE
              WHEN WS-SO-COUNT NOT < WS-SO-LIMIT
                 MOVE "More than 3 SORT cards" TO WS-ERROR-TEXT
              WHEN DV-DIRECTION NOT = "A" AND DV-DIRECTION NOT = "D"
                 MOVE "Sort direction must be A or D"
                   TO WS-ERROR-TEXT
              WHEN OTHER
                 ADD 1 TO WS-SO-COUNT
                 MOVE WS-DI-HIT    TO SO-DICT(WS-SO-COUNT)
                 MOVE DV-DIRECTION TO SO-DIRECTION(WS-SO-COUNT)
           END-EVALUATE.

      *> The break fields lead the sort sequence so each group prints
      *> together - ascending unless a SORT card on the same field
      *> says otherwise - followed by the remaining SORT keys.
       1500-BUILD-SORT-SEQUENCE.
           MOVE ZERO TO WS-SK-COUNT.
           MOVE 1 TO WS-BK-SUB.
           PERFORM UNTIL WS-BK-SUB > WS-BK-COUNT
              ADD 1 TO WS-SK-COUNT
              MOVE BK-DICT(WS-BK-SUB) TO SK-DICT(WS-SK-COUNT)
              MOVE "A" TO SK-DIRECTION(WS-SK-COUNT)
              MOVE 1 TO WS-SO-SUB
              PERFORM UNTIL WS-SO-SUB > WS-SO-COUNT
                 IF SO-DICT(WS-SO-SUB) = BK-DICT(WS-BK-SUB)
                    MOVE SO-DIRECTION(WS-SO-SUB)
                      TO SK-DIRECTION(WS-SK-COUNT)
                 END-IF
                 ADD 1 TO WS-SO-SUB
              END-PERFORM
              ADD 1 TO WS-BK-SUB
           END-PERFORM.
           MOVE 1 TO WS-SO-SUB.
           PERFORM UNTIL WS-SO-SUB > WS-SO-COUNT
              MOVE "N" TO WS-SK-FOUND
              MOVE 1 TO WS-SK-SUB
              PERFORM UNTIL WS-SK-SUB > WS-SK-COUNT
                 IF SK-DICT(WS-SK-SUB) = SO-DICT(WS-SO-SUB)
                    MOVE "Y" TO WS-SK-FOUND
                 END-IF
                 ADD 1 TO WS-SK-SUB
              END-PERFORM
              IF NOT WS-SK-ALREADY
                 ADD 1 TO WS-SK-COUNT
                 MOVE SO-DICT(WS-SO-SUB) TO SK-DICT(WS-SK-COUNT)
                 MOVE SO-DIRECTION(WS-SO-SUB)
                   TO SK-DIRECTION(WS-SK-COUNT)
              END-IF
              ADD 1 TO WS-SO-SUB
           END-PERFORM.

      *> Ties each TOTAL to its report column, then sets each column
      *> as wide as its field or heading (a totalled column as wide
      *> as the edited total), two spaces apart, and checks the lot
      *> fits the 132-column page.
       1600-LAYOUT-COLUMNS.
           MOVE 1 TO WS-TT-SUB.
           PERFORM UNTIL WS-TT-SUB > WS-TT-COUNT
              MOVE ZERO TO TT-COLUMN(WS-TT-SUB)
              MOVE 1 TO WS-CL-SUB
              PERFORM UNTIL WS-CL-SUB > WS-CL-COUNT
                         OR TT-COLUMN(WS-TT-SUB) > ZERO
                 IF CL-DICT(WS-CL-SUB) = TT-DICT(WS-TT-SUB)
                    MOVE WS-CL-SUB TO TT-COLUMN(WS-TT-SUB)
                    MOVE WS-TT-SUB TO CL-TOTAL(WS-CL-SUB)
                 END-IF
                 ADD 1 TO WS-CL-SUB
              END-PERFORM
              IF TT-COLUMN(WS-TT-SUB) = ZERO
                 MOVE ZERO TO WS-CARD-COUNT
                 MOVE SPACES TO DEFINITION-CARD
                 MOVE "TOTAL" TO DC-CARD-TYPE
                 MOVE DI-NAME(TT-DICT(WS-TT-SUB)) TO DC-FIELD-NAME
                 MOVE "TOTAL field is not a FIELD column"
                   TO WS-ERROR-TEXT
                 PERFORM 1900-REJECT-CARD
              END-IF
              ADD 1 TO WS-TT-SUB
           END-PERFORM.

           MOVE 1 TO WS-LINE-WIDTH.
           MOVE 1 TO WS-CL-SUB.
           PERFORM UNTIL WS-CL-SUB > WS-CL-COUNT
              MOVE 20 TO WS-HEAD-LENGTH
              PERFORM UNTIL CL-HEADING(WS-CL-SUB)(WS-HEAD-LENGTH:1)
                            NOT = SPACE
                 SUBTRACT 1 FROM WS-HEAD-LENGTH
              END-PERFORM
              MOVE DI-LENGTH(CL-DICT(WS-CL-SUB))
                TO CL-WIDTH(WS-CL-SUB)
              IF WS-HEAD-LENGTH > CL-WIDTH(WS-CL-SUB)
                 MOVE WS-HEAD-LENGTH TO CL-WIDTH(WS-CL-SUB)
              END-IF
              IF CL-TOTAL(WS-CL-SUB) > ZERO
                 AND CL-WIDTH(WS-CL-SUB) < 15
                 MOVE 15 TO CL-WIDTH(WS-CL-SUB)
              END-IF
              MOVE WS-LINE-WIDTH TO CL-START(WS-CL-SUB)
              COMPUTE WS-LINE-WIDTH = WS-LINE-WIDTH
                                    + CL-WIDTH(WS-CL-SUB) + 2
              ADD 1 TO WS-CL-SUB
           END-PERFORM.
           IF WS-LINE-WIDTH > 135
              MOVE ZERO TO WS-CARD-COUNT
              MOVE SPACES TO DEFINITION-CARD
              MOVE "FIELD columns are wider than 132 print positions"
                TO WS-ERROR-TEXT
              PERFORM 1900-REJECT-CARD
           END-IF.

      *> Lists a bad card with its reason; card number zero is a
      *> fault in the definition as a whole.
       1900-REJECT-CARD.
           ADD 1 TO WS-DEF-ERRORS.
           IF WS-CARD-COUNT = ZERO
              DISPLAY "Definition: " FUNCTION TRIM(WS-ERROR-TEXT)
           ELSE
              DISPLAY "Card " WS-CARD-COUNT ": "
                      FUNCTION TRIM(WS-ERROR-TEXT)
              DISPLAY "    " DEFINITION-CARD
           END-IF.

       2000-BUILD-ROW.
           MOVE CUSTOMER-MASTER-RECORD TO WS-ROW-CUST.
           MOVE SPACES TO WS-ROW-ADDR.
           MOVE SPACES TO WS-ROW-PREF.
           IF WS-ADDRESS-ON-FILE
              MOVE CM-CUST-ID TO CA-CUST-ID
              READ CUSTOMER-ADDRESS
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE CUSTOMER-ADDRESS-RECORD TO WS-ROW-ADDR
              END-READ
           END-IF.
           IF WS-PREF-ON-FILE
              MOVE CM-CUST-ID TO CP-CUST-ID
              READ CUSTOMER-PREF
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE CUSTOMER-PREF-RECORD TO WS-ROW-PREF
              END-READ
           END-IF.

      *> Every SELECT card must hold for the row to be listed.
       2100-APPLY-SELECTION.
           MOVE "Y" TO WS-ROW-SELECTED.
           MOVE 1 TO WS-SL-SUB.
           PERFORM UNTIL WS-SL-SUB > WS-SL-COUNT OR NOT WS-ROW-WANTED
              MOVE DI-OFFSET(SL-DICT(WS-SL-SUB)) TO WS-FLD-OFFSET
              MOVE DI-LENGTH(SL-DICT(WS-SL-SUB)) TO WS-FLD-LENGTH
              IF DI-NUMERIC(SL-DICT(WS-SL-SUB))
                 MOVE WS-ROW(WS-FLD-OFFSET:WS-FLD-LENGTH)
                   TO WS-NUM-TEXT
                 INSPECT WS-NUM-TEXT REPLACING ALL SPACE BY ZERO
                 EVALUATE TRUE
                    WHEN WS-NUM-VALUE < SL-NUMBER(WS-SL-SUB)
                       MOVE "<" TO WS-CMP-RESULT
                    WHEN WS-NUM-VALUE > SL-NUMBER(WS-SL-SUB)
                       MOVE ">" TO WS-CMP-RESULT
                    WHEN OTHER
                       MOVE "=" TO WS-CMP-RESULT
                 END-EVALUATE
              ELSE
                 MOVE WS-ROW(WS-FLD-OFFSET:WS-FLD-LENGTH)
                   TO WS-CMP-TEXT
                 MOVE FUNCTION UPPER-CASE(WS-CMP-TEXT) TO WS-CMP-TEXT
                 EVALUATE TRUE
                    WHEN WS-CMP-TEXT < SL-VALUE(WS-SL-SUB)
                       MOVE "<" TO WS-CMP-RESULT
                    WHEN WS-CMP-TEXT > SL-VALUE(WS-SL-SUB)
                       MOVE ">" TO WS-CMP-RESULT
                    WHEN OTHER
                       MOVE "=" TO WS-CMP-RESULT
                 END-EVALUATE
              END-IF
              EVALUATE SL-OPERATOR(WS-SL-SUB)
                 WHEN "EQ"
                    IF NOT WS-CMP-EQUAL
                       MOVE "N" TO WS-ROW-SELECTED
                    END-IF
                 WHEN "NE"
                    IF WS-CMP-EQUAL
                       MOVE "N" TO WS-ROW-SELECTED
                    END-IF
                 WHEN "LT"
                    IF NOT WS-CMP-LOW
                       MOVE "N" TO WS-ROW-SELECTED
                    END-IF
                 WHEN "LE"
                    IF WS-CMP-HIGH
                       MOVE "N" TO WS-ROW-SELECTED
                    END-IF
                 WHEN "GT"
                    IF NOT WS-CMP-HIGH
                       MOVE "N" TO WS-ROW-SELECTED
                    END-IF
                 WHEN "GE"
                    IF WS-CMP-LOW
                       MOVE "N" TO WS-ROW-SELECTED
                    END-IF
              END-EVALUATE
              ADD 1 TO WS-SL-SUB
           END-PERFORM.

      *> Exchange sort on the sort sequence, as CUSTSTATS does.
       3000-SORT-ROWS.
           MOVE 1 TO WS-I-SUB.
           PERFORM UNTIL WS-I-SUB >= WS-RW-COUNT
              COMPUTE WS-J-SUB = WS-I-SUB + 1
              PERFORM UNTIL WS-J-SUB > WS-RW-COUNT
                 PERFORM 3100-COMPARE-ROWS
                 IF WS-CMP-LOW
                    MOVE RW-DATA(WS-I-SUB) TO WS-RW-SWAP
                    MOVE RW-DATA(WS-J-SUB) TO RW-DATA(WS-I-SUB)
                    MOVE WS-RW-SWAP TO RW-DATA(WS-J-SUB)
                 END-IF
                 ADD 1 TO WS-J-SUB
              END-PERFORM
              ADD 1 TO WS-I-SUB
           END-PERFORM.

      *> WS-CMP-LOW when row J belongs ahead of row I. Numbers are
      *> held as fixed-width digits, so they compare as text too.
       3100-COMPARE-ROWS.
           MOVE "=" TO WS-CMP-RESULT.
           MOVE 1 TO WS-SK-SUB.
           PERFORM UNTIL WS-SK-SUB > WS-SK-COUNT
                      OR NOT WS-CMP-EQUAL
              MOVE DI-OFFSET(SK-DICT(WS-SK-SUB)) TO WS-FLD-OFFSET
              MOVE DI-LENGTH(SK-DICT(WS-SK-SUB)) TO WS-FLD-LENGTH
              IF RW-DATA(WS-J-SUB)(WS-FLD-OFFSET:WS-FLD-LENGTH)
                 < RW-DATA(WS-I-SUB)(WS-FLD-OFFSET:WS-FLD-LENGTH)
                 MOVE "<" TO WS-CMP-RESULT
              END-IF
              IF RW-DATA(WS-J-SUB)(WS-FLD-OFFSET:WS-FLD-LENGTH)
                 > RW-DATA(WS-I-SUB)(WS-FLD-OFFSET:WS-FLD-LENGTH)
                 MOVE ">" TO WS-CMP-RESULT
              END-IF
              IF SK-DESCENDING(WS-SK-SUB)
                 IF WS-CMP-LOW
                    MOVE ">" TO WS-CMP-RESULT
                 ELSE
                    IF WS-CMP-HIGH
                       MOVE "<" TO WS-CMP-RESULT
                    END-IF
                 END-IF
              END-IF
              ADD 1 TO WS-SK-SUB
           END-PERFORM.

       4000-PRINT-REPORT.
           INITIALIZE WS-LV-TABLE.
           PERFORM 4200-PRINT-PAGE-HEADERS.
           IF WS-RW-COUNT = ZERO
              MOVE "No customers met the selection."
                TO WS-PRINT-LINE
              PERFORM 4900-WRITE-LINE
           END-IF.
           MOVE 1 TO WS-I-SUB.
           PERFORM UNTIL WS-I-SUB > WS-RW-COUNT
              IF WS-I-SUB = 1
                 MOVE 1 TO WS-BREAK-LEVEL
                 PERFORM 4350-SET-BREAK-VALUES
              ELSE
                 PERFORM 4300-CHECK-BREAKS
              END-IF
              PERFORM 4100-PRINT-DETAIL
              ADD 1 TO WS-I-SUB
           END-PERFORM.

           *> Close every open group, innermost first, then the
           *> report total.
           IF WS-RW-COUNT > ZERO
              MOVE WS-BK-COUNT TO WS-LV-SUB
              PERFORM UNTIL WS-LV-SUB = ZERO
                 PERFORM 4400-PRINT-SUBTOTAL
                 SUBTRACT 1 FROM WS-LV-SUB
              END-PERFORM
           END-IF.
           MOVE 4 TO WS-LV-SUB.
           PERFORM 4400-PRINT-SUBTOTAL.
           IF WS-RW-OVERFLOW > ZERO
              MOVE SPACES TO WS-PRINT-LINE
              STRING "*** Listing incomplete - selection exceeded "
                     DELIMITED BY SIZE
                     WS-RW-LIMIT DELIMITED BY SIZE
                     " customers, " DELIMITED BY SIZE
                     WS-RW-OVERFLOW DELIMITED BY SIZE
                     " more not listed." DELIMITED BY SIZE
                     INTO WS-PRINT-LINE
              END-STRING
              PERFORM 4900-WRITE-LINE
           END-IF.

      *> One customer line, adding into every level's count and
      *> totals.
       4100-PRINT-DETAIL.
           MOVE SPACES TO WS-PRINT-LINE.
           MOVE 1 TO WS-CL-SUB.
           PERFORM UNTIL WS-CL-SUB > WS-CL-COUNT
              MOVE DI-OFFSET(CL-DICT(WS-CL-SUB)) TO WS-FLD-OFFSET
              MOVE DI-LENGTH(CL-DICT(WS-CL-SUB)) TO WS-FLD-LENGTH
              MOVE RW-DATA(WS-I-SUB)(WS-FLD-OFFSET:WS-FLD-LENGTH)
                TO WS-PRINT-LINE(CL-START(WS-CL-SUB):WS-FLD-LENGTH)
              ADD 1 TO WS-CL-SUB
           END-PERFORM.
           PERFORM 4900-WRITE-LINE.

           MOVE 1 TO WS-LV-SUB.
           PERFORM UNTIL WS-LV-SUB > 4
              ADD 1 TO LV-COUNT(WS-LV-SUB)
              ADD 1 TO WS-LV-SUB
           END-PERFORM.
           MOVE 1 TO WS-TT-SUB.
           PERFORM UNTIL WS-TT-SUB > WS-TT-COUNT
              MOVE DI-OFFSET(TT-DICT(WS-TT-SUB)) TO WS-FLD-OFFSET
              MOVE DI-LENGTH(TT-DICT(WS-TT-SUB)) TO WS-FLD-LENGTH
              MOVE RW-DATA(WS-I-SUB)(WS-FLD-OFFSET:WS-FLD-LENGTH)
                TO WS-NUM-TEXT
              INSPECT WS-NUM-TEXT REPLACING ALL SPACE BY ZERO
              MOVE 1 TO WS-LV-SUB
              PERFORM UNTIL WS-LV-SUB > 4
                 ADD WS-NUM-VALUE TO LV-AMOUNT(WS-LV-SUB, WS-TT-SUB)
                 ADD 1 TO WS-LV-SUB
              END-PERFORM
              ADD 1 TO WS-TT-SUB
           END-PERFORM.

       4200-PRINT-PAGE-HEADERS.
           ADD 1 TO WS-PAGE-NUMBER.
           MOVE SPACE TO ADHOC-RPT-LINE.
           IF WS-PAGE-NUMBER > 1
              WRITE ADHOC-RPT-LINE AFTER ADVANCING PAGE
           END-IF.
           STRING WS-TITLE DELIMITED BY "  "
                  "   COMPANY: " DELIMITED BY SIZE
                  WS-COMPANY-CODE DELIMITED BY SIZE
                  "   RUN DATE: " DELIMITED BY SIZE
                  WS-RUN-DATE-TEXT DELIMITED BY SIZE
                  "   PAGE: "     DELIMITED BY SIZE
                  WS-PAGE-NUMBER  DELIMITED BY SIZE
                  INTO ADHOC-RPT-LINE
           END-STRING.
           WRITE ADHOC-RPT-LINE.
           MOVE SPACES TO ADHOC-RPT-LINE.
           WRITE ADHOC-RPT-LINE.
           MOVE 1 TO WS-CL-SUB.
           PERFORM UNTIL WS-CL-SUB > WS-CL-COUNT
              MOVE CL-HEADING(WS-CL-SUB)
                TO ADHOC-RPT-LINE(CL-START(WS-CL-SUB):
                                  CL-WIDTH(WS-CL-SUB))
              ADD 1 TO WS-CL-SUB
           END-PERFORM.
           WRITE ADHOC-RPT-LINE.
           MOVE SPACES TO ADHOC-RPT-LINE.
           MOVE 1 TO WS-CL-SUB.
           PERFORM UNTIL WS-CL-SUB > WS-CL-COUNT
              MOVE ALL "="
                TO ADHOC-RPT-LINE(CL-START(WS-CL-SUB):
                                  CL-WIDTH(WS-CL-SUB))
              ADD 1 TO WS-CL-SUB
           END-PERFORM.
           WRITE ADHOC-RPT-LINE.
           MOVE ZERO TO WS-LINES-ON-PAGE.

      *> The highest break level whose value has changed since the
      *> last row; that group and every one inside it are closed.
       4300-CHECK-BREAKS.
           MOVE ZERO TO WS-BREAK-LEVEL.
           MOVE 1 TO WS-BK-SUB.
           PERFORM UNTIL WS-BK-SUB > WS-BK-COUNT
                      OR WS-BREAK-LEVEL > ZERO
              MOVE DI-OFFSET(BK-DICT(WS-BK-SUB)) TO WS-FLD-OFFSET
              MOVE DI-LENGTH(BK-DICT(WS-BK-SUB)) TO WS-FLD-LENGTH
              MOVE RW-DATA(WS-I-SUB)(WS-FLD-OFFSET:WS-FLD-LENGTH)
                TO WS-CMP-TEXT
              IF WS-CMP-TEXT NOT = BK-PREV(WS-BK-SUB)
                 MOVE WS-BK-SUB TO WS-BREAK-LEVEL
              END-IF
              ADD 1 TO WS-BK-SUB
           END-PERFORM.
           IF WS-BREAK-LEVEL > ZERO
              MOVE WS-BK-COUNT TO WS-LV-SUB
              PERFORM UNTIL WS-LV-SUB < WS-BREAK-LEVEL
                 PERFORM 4400-PRINT-SUBTOTAL
                 SUBTRACT 1 FROM WS-LV-SUB
              END-PERFORM
              PERFORM 4350-SET-BREAK-VALUES
           END-IF.

      *> The current row's values for break level WS-BREAK-LEVEL
      *> and below.
       4350-SET-BREAK-VALUES.
           MOVE WS-BREAK-LEVEL TO WS-BK-SUB.
           PERFORM UNTIL WS-BK-SUB > WS-BK-COUNT
              MOVE DI-OFFSET(BK-DICT(WS-BK-SUB)) TO WS-FLD-OFFSET
              MOVE DI-LENGTH(BK-DICT(WS-BK-SUB)) TO WS-FLD-LENGTH
              MOVE RW-DATA(WS-I-SUB)(WS-FLD-OFFSET:WS-FLD-LENGTH)
                TO BK-PREV(WS-BK-SUB)
              ADD 1 TO WS-BK-SUB
           END-PERFORM.

      *> Count and totals for level WS-LV-SUB (4 is the report
      *> total), the totals under their columns; the level is then
      *> cleared for the next group.
       4400-PRINT-SUBTOTAL.
           MOVE SPACES TO WS-PRINT-LINE.
           MOVE LV-COUNT(WS-LV-SUB) TO WS-COUNT-OUT.
           IF WS-LV-SUB = 4
              STRING "*** Report total - " DELIMITED BY SIZE
                     FUNCTION TRIM(WS-COUNT-OUT) DELIMITED BY SIZE
                     " customer(s)" DELIMITED BY SIZE
                     INTO WS-PRINT-LINE
              END-STRING
           ELSE
              STRING "*** " DELIMITED BY SIZE
                     DI-NAME(BK-DICT(WS-LV-SUB)) DELIMITED BY SPACE
                     " " DELIMITED BY SIZE
                     FUNCTION TRIM(BK-PREV(WS-LV-SUB))
                        DELIMITED BY SIZE
                     " - " DELIMITED BY SIZE
                     FUNCTION TRIM(WS-COUNT-OUT) DELIMITED BY SIZE
                     " customer(s)" DELIMITED BY SIZE
                     INTO WS-PRINT-LINE
              END-STRING
           END-IF.
           PERFORM 4900-WRITE-LINE.
           IF WS-TT-COUNT > ZERO
              MOVE SPACES TO WS-PRINT-LINE
              MOVE 1 TO WS-TT-SUB
              PERFORM UNTIL WS-TT-SUB > WS-TT-COUNT
                 MOVE LV-AMOUNT(WS-LV-SUB, WS-TT-SUB)
                   TO WS-AMOUNT-OUT
                 COMPUTE WS-TOTAL-START =
                         CL-START(TT-COLUMN(WS-TT-SUB))
                       + CL-WIDTH(TT-COLUMN(WS-TT-SUB)) - 15
                 MOVE WS-AMOUNT-OUT
                   TO WS-PRINT-LINE(WS-TOTAL-START:15)
                 ADD 1 TO WS-TT-SUB
              END-PERFORM
              PERFORM 4900-WRITE-LINE
           END-IF.
           MOVE SPACES TO WS-PRINT-LINE.
           PERFORM 4900-WRITE-LINE.
           MOVE ZERO TO LV-COUNT(WS-LV-SUB).
           MOVE 1 TO WS-TT-SUB.
           PERFORM UNTIL WS-TT-SUB > 6
              MOVE ZERO TO LV-AMOUNT(WS-LV-SUB, WS-TT-SUB)
              ADD 1 TO WS-TT-SUB
           END-PERFORM.

       4900-WRITE-LINE.
           IF WS-LINES-ON-PAGE >= WS-LINES-PER-PAGE
              PERFORM 4200-PRINT-PAGE-HEADERS
           END-IF.
           MOVE WS-PRINT-LINE TO ADHOC-RPT-LINE.
           WRITE ADHOC-RPT-LINE.
           ADD 1 TO WS-LINES-ON-PAGE.
