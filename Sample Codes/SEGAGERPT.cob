      *    Author      : Renato D. Mejilla
      *    Date        : October 15, 2026
      *    Description : Segment-by-age-bracket cross-tabulation.
      *                  AgeBracketRpt counts customers per bracket
      *                  and SEGTABLE/CUSTPREF hold the segment, but
      *                  marketing still builds the grid by hand from
      *                  CUSTEXT.CSV. This reads CUSTMAST, takes each
      *                  customer's segment and contact flag through
      *                  PREFLOOKUP's bulk mode, and prints a matrix
      *                  of segment against the AgeBracketRpt
      *                  brackets (0-17, 18-64, 65+) to SEGAGE.RPT -
      *                  one row per segment on SEGTABLE.DAT, even
      *                  when empty, then any code found on CUSTPREF
      *                  that the table does not know, then a NO
      *                  SEGMENT row for customers with no CUSTPREF
      *                  record or a blank segment. Each cell shows
      *                  its count and its share of the row; the row
      *                  and column totals show their share of the
      *                  matrix. Soft-deleted, do-not-contact and
      *                  deceased customers are kept out of the
      *                  matrix and counted by bracket on their own
      *                  lines beneath it, so matrix plus exclusions
      *                  reconciles to CUSTMAST. Read-only; the
      *                  report is registered into the spool through
      *                  SPOOLREG. RETURN-CODE 0, or 8 when CUSTMAST
      *                  cannot be opened.
      *    Compiler    : Micro Focus Visual COBOL
      *    ============================================================

       IDENTIFICATION DIVISION.
       PROGRAM-ID.     SEGAGERPT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-MASTER ASSIGN TO WS-CUSTMAST-FILE
                               ORGANIZATION INDEXED
                               ACCESS MODE IS SEQUENTIAL
                               RECORD KEY IS CM-CUST-ID
                               ALTERNATE RECORD KEY IS
                                  CM-LAST-NAME WITH DUPLICATES
                               FILE STATUS IS WS-MASTER-STATUS.

           SELECT SEGMENT-TABLE ASSIGN TO WS-SEGTBL-FILE
                               ORGANIZATION LINE SEQUENTIAL
                               FILE STATUS IS WS-TABLE-STATUS.

           SELECT SEGAGE-RPT   ASSIGN TO WS-RPT-FILE-NAME
                               ORGANIZATION LINE SEQUENTIAL
                               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-MASTER.
       COPY CUSTREC.

       FD  SEGMENT-TABLE.
       01  SEGMENT-TABLE-RECORD.
           05 SEG-CODE         PIC X(2).
           05 FILLER           PIC X.
           05 SEG-DESC         PIC X(20).

       FD  SEGAGE-RPT.
       01  SEGAGE-RPT-LINE     PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-CUSTMAST-FILE    PIC X(26) VALUE "CUSTMAST".
       01  WS-SEGTBL-FILE      PIC X(26) VALUE "SEGTABLE.DAT".
       01  WS-RPT-FILE-NAME    PIC X(26) VALUE "SEGAGE.RPT".

       01  WS-MASTER-STATUS    PIC XX VALUE "00".
       01  WS-TABLE-STATUS     PIC XX VALUE "00".
       01  WS-REPORT-STATUS    PIC XX VALUE "00".
       01  WS-EOF-SWITCH       PIC X VALUE "N".
           88 WS-EOF           VALUE "Y".

      *> Matrix rows. The SEGTABLE.DAT codes come first, then codes
      *> met on CUSTPREF that the table does not hold; slot 121 is
      *> reserved for "**", the overflow bucket, so the matrix still
      *> totals if more codes turn up than the table holds. Bracket
      *> 1 is 0-17, 2 is 18-64, 3 is 65+.
       01  WS-SR-TABLE.
           05 WS-SR-COUNT      PIC 9(3) VALUE ZERO.
           05 WS-SR-LIMIT      PIC 9(3) VALUE 120.
           05 WS-SR-ENTRY OCCURS 121 TIMES.
              10 SR-CODE          PIC X(2).
              10 SR-DESC          PIC X(20).
              10 SR-CELL          PIC 9(6) OCCURS 3 TIMES.
       01  WS-SR-SUB           PIC 9(3) VALUE ZERO.
       01  WS-SR-HIT           PIC 9(3) VALUE ZERO.

      *> The NO SEGMENT row, the column totals, and the customers
      *> kept out of the matrix.
       01  WS-NONE-CELL        PIC 9(6) OCCURS 3 TIMES.
       01  WS-COLUMN-TOTAL     PIC 9(7) OCCURS 3 TIMES.
       01  WS-DELETED-CELL     PIC 9(6) OCCURS 3 TIMES.
       01  WS-DNC-CELL         PIC 9(6) OCCURS 3 TIMES.
       01  WS-DECEASED-CELL    PIC 9(6) OCCURS 3 TIMES.
       01  WS-MATRIX-TOTAL     PIC 9(7) VALUE ZERO.
       01  WS-BRACKET          PIC 9 VALUE ZERO.

      *> Segment and contact flag of the record in hand, from the
      *> shared PREFLOOKUP.
       01  WS-PREF-CUST-ID     PIC 9(6) VALUE ZERO.
       01  WS-PREF-FOUND       PIC X(1) VALUE "N".
       01  WS-CUST-SEGMENT     PIC X(2) VALUE SPACES.
       01  WS-CUST-DNC         PIC X(1) VALUE "N".
           88 WS-CUST-NO-CONTACT VALUE "Y".
           88 WS-CUST-DECEASED VALUE "D".

      *> One printed row - its label, its three cells and its total.
       01  WS-ROW-LABEL        PIC X(23) VALUE SPACES.
       01  WS-ROW-CELL         PIC 9(7) OCCURS 3 TIMES.
       01  WS-ROW-TOTAL        PIC 9(7) VALUE ZERO.
       01  WS-CELL-VALUE       PIC 9(7) VALUE ZERO.
       01  WS-PERCENT-BASE     PIC 9(7) VALUE ZERO.
       01  WS-PERCENT          PIC 9(3)V9 VALUE ZERO.
       01  WS-PERCENT-OUT      PIC ZZ9.9.
       01  WS-COUNT-OUT        PIC Z,ZZZ,ZZ9.
       01  WS-CELL-TEXT        PIC X(19) VALUE SPACES.
       01  WS-SHOW-PERCENT     PIC X VALUE "Y".
           88 WS-WITH-PERCENT  VALUE "Y".
       01  WS-PRINT-LINE       PIC X(132) VALUE SPACES.
       01  WS-LINE-PTR         PIC 9(3) VALUE ZERO.

       01  WS-LINES-ON-PAGE    PIC 99 VALUE ZERO.
       01  WS-PAGE-NUMBER      PIC 999 VALUE ZERO.
       01  WS-LINES-PER-PAGE   PIC 99 VALUE 60.

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
       01  WS-PROGRAM-NAME     PIC X(20) VALUE "SEGAGERPT".
       01  WS-AUDIT-OUTCOME    PIC X(8) VALUE SPACES.

       PROCEDURE DIVISION.
           DISPLAY "<<< SEGMENT BY AGE BRACKET REPORT >>>".
           DISPLAY "-------------------------------------".

           ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT "OPERATOR-ID".
           MOVE "START" TO WS-AUDIT-OUTCOME.
           CALL "AUDITLOG" USING WS-PROGRAM-NAME WS-OPERATOR-ID
                                  WS-AUDIT-OUTCOME.

           CALL "FILERES" USING WS-CUSTMAST-FILE.
           CALL "FILERES" USING WS-SEGTBL-FILE.
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

           MOVE 1 TO WS-BRACKET.
           PERFORM UNTIL WS-BRACKET > 3
              MOVE ZERO TO WS-NONE-CELL(WS-BRACKET)
              MOVE ZERO TO WS-COLUMN-TOTAL(WS-BRACKET)
              MOVE ZERO TO WS-DELETED-CELL(WS-BRACKET)
              MOVE ZERO TO WS-DNC-CELL(WS-BRACKET)
              MOVE ZERO TO WS-DECEASED-CELL(WS-BRACKET)
              ADD 1 TO WS-BRACKET
           END-PERFORM.
           MOVE SPACES TO SR-CODE(121).

           PERFORM 1000-LOAD-SEGMENTS.

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

           *> One CUSTPREF open for the whole scan - the closing
           *> zero-ID call below releases it.
           DISPLAY "PREFLOOKUP-BULK" UPON ENVIRONMENT-NAME.
           DISPLAY "Y"               UPON ENVIRONMENT-VALUE.

           PERFORM UNTIL WS-EOF
              READ CUSTOMER-MASTER NEXT RECORD
                 AT END
                    MOVE "Y" TO WS-EOF-SWITCH
                 NOT AT END
                    ADD 1 TO WS-MASTER-READ
                    PERFORM 2000-TALLY-CUSTOMER
              END-READ
           END-PERFORM.
           CLOSE CUSTOMER-MASTER.

           MOVE ZERO TO WS-PREF-CUST-ID.
           CALL "PREFLOOKUP" USING WS-PREF-CUST-ID WS-PREF-FOUND
                                    WS-CUST-SEGMENT WS-CUST-DNC.

           OPEN OUTPUT SEGAGE-RPT.
           PERFORM 3000-PRINT-MATRIX.
           PERFORM 4000-PRINT-EXCLUSIONS.
           CLOSE SEGAGE-RPT.

           CALL "SPOOLREG" USING WS-PROGRAM-NAME WS-RPT-FILE-NAME.

           DISPLAY "Master records read   : " WS-MASTER-READ.
           DISPLAY "Customers in matrix   : " WS-MATRIX-TOTAL.
           DISPLAY "Report written to SEGAGE.RPT.".

           MOVE WS-MASTER-READ  TO WS-STAT-READ.
           MOVE WS-MATRIX-TOTAL TO WS-STAT-WRITTEN.
           CALL "RUNSTATS" USING WS-PROGRAM-NAME WS-STAT-READ
                                  WS-STAT-WRITTEN WS-STAT-UPDATED
                                  WS-STAT-REJECTED.

           MOVE "SUCCESS" TO WS-AUDIT-OUTCOME.
           CALL "AUDITLOG" USING WS-PROGRAM-NAME WS-OPERATOR-ID
                                  WS-AUDIT-OUTCOME.

           MOVE 0 TO RETURN-CODE.
           GOBACK.

      *> Every code on the reference table gets a row, so a segment
      *> with no customers still shows as an empty row. No table on
      *> disk just means the rows come from CUSTPREF alone.
       1000-LOAD-SEGMENTS.
           OPEN INPUT SEGMENT-TABLE.
           IF WS-TABLE-STATUS NOT = "00"
              DISPLAY "No SEGTABLE.DAT on disk - segments listed "
                      "as found on CUSTPREF."
           ELSE
              PERFORM UNTIL WS-EOF
                 READ SEGMENT-TABLE
                    AT END
                       MOVE "Y" TO WS-EOF-SWITCH
                    NOT AT END
                       IF SEG-CODE NOT = SPACES
                          AND WS-SR-COUNT < WS-SR-LIMIT
                          ADD 1 TO WS-SR-COUNT
                          MOVE SEG-CODE TO SR-CODE(WS-SR-COUNT)
                          MOVE SEG-DESC TO SR-DESC(WS-SR-COUNT)
                          MOVE ZERO TO SR-CELL(WS-SR-COUNT, 1)
                          MOVE ZERO TO SR-CELL(WS-SR-COUNT, 2)
                          MOVE ZERO TO SR-CELL(WS-SR-COUNT, 3)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE SEGMENT-TABLE
              MOVE "N" TO WS-EOF-SWITCH
           END-IF.

      *> Brackets as AgeBracketRpt draws them. Soft-deleted records
      *> are set aside before the CUSTPREF lookup; deceased and
      *> do-not-contact customers after it.
       2000-TALLY-CUSTOMER.
           EVALUATE TRUE
              WHEN CM-AGE <= 17
                 MOVE 1 TO WS-BRACKET
              WHEN CM-AGE <= 64
                 MOVE 2 TO WS-BRACKET
              WHEN OTHER
                 MOVE 3 TO WS-BRACKET
           END-EVALUATE.

           IF CM-RECORD-DELETED
              ADD 1 TO WS-DELETED-CELL(WS-BRACKET)
           ELSE
              MOVE CM-CUST-ID TO WS-PREF-CUST-ID
              CALL "PREFLOOKUP" USING WS-PREF-CUST-ID WS-PREF-FOUND
                                       WS-CUST-SEGMENT WS-CUST-DNC
              EVALUATE TRUE
                 WHEN WS-CUST-DECEASED
                    ADD 1 TO WS-DECEASED-CELL(WS-BRACKET)
                 WHEN WS-CUST-NO-CONTACT
                    ADD 1 TO WS-DNC-CELL(WS-BRACKET)
                 WHEN WS-PREF-FOUND NOT = "Y"
                   OR WS-CUST-SEGMENT = SPACES
                    ADD 1 TO WS-NONE-CELL(WS-BRACKET)
                    ADD 1 TO WS-COLUMN-TOTAL(WS-BRACKET)
                    ADD 1 TO WS-MATRIX-TOTAL
                 WHEN OTHER
                    PERFORM 2100-FIND-SEGMENT
                    ADD 1 TO SR-CELL(WS-SR-HIT, WS-BRACKET)
                    ADD 1 TO WS-COLUMN-TOTAL(WS-BRACKET)
                    ADD 1 TO WS-MATRIX-TOTAL
              END-EVALUATE
           END-IF.

      *> Row for WS-CUST-SEGMENT into WS-SR-HIT, adding one for a code
      *> the table does not yet hold.
       2100-FIND-SEGMENT.
           MOVE ZERO TO WS-SR-HIT.
           MOVE 1 TO WS-SR-SUB.
           PERFORM UNTIL WS-SR-SUB > WS-SR-COUNT OR WS-SR-HIT > 0
              IF SR-CODE(WS-SR-SUB) = WS-CUST-SEGMENT
                 MOVE WS-SR-SUB TO WS-SR-HIT
              END-IF
              ADD 1 TO WS-SR-SUB
           END-PERFORM.
           IF WS-SR-HIT = 0
              IF WS-SR-COUNT < WS-SR-LIMIT
                 ADD 1 TO WS-SR-COUNT
                 MOVE WS-CUST-SEGMENT TO SR-CODE(WS-SR-COUNT)
                 MOVE "(not on SEGTABLE)" TO SR-DESC(WS-SR-COUNT)
                 MOVE ZERO TO SR-CELL(WS-SR-COUNT, 1)
                 MOVE ZERO TO SR-CELL(WS-SR-COUNT, 2)
                 MOVE ZERO TO SR-CELL(WS-SR-COUNT, 3)
                 MOVE WS-SR-COUNT TO WS-SR-HIT
              ELSE
                 IF SR-CODE(121) = SPACES
                    MOVE "**" TO SR-CODE(121)
                    MOVE "(other codes)" TO SR-DESC(121)
                    MOVE ZERO TO SR-CELL(121, 1)
                    MOVE ZERO TO SR-CELL(121, 2)
                    MOVE ZERO TO SR-CELL(121, 3)
                 END-IF
                 MOVE 121 TO WS-SR-HIT
              END-IF
           END-IF.

       3000-PRINT-MATRIX.
           PERFORM 3900-PRINT-PAGE-HEADERS.
           MOVE "Y" TO WS-SHOW-PERCENT.
           MOVE 1 TO WS-SR-SUB.
           PERFORM UNTIL WS-SR-SUB > 121
              IF WS-SR-SUB <= WS-SR-COUNT
                 OR (WS-SR-SUB = 121 AND SR-CODE(121) NOT = SPACES)
                 MOVE SPACES TO WS-ROW-LABEL
                 STRING SR-CODE(WS-SR-SUB) DELIMITED BY SIZE
                        " " DELIMITED BY SIZE
                        SR-DESC(WS-SR-SUB) DELIMITED BY SIZE
                        INTO WS-ROW-LABEL
                 END-STRING
                 MOVE SR-CELL(WS-SR-SUB, 1) TO WS-ROW-CELL(1)
                 MOVE SR-CELL(WS-SR-SUB, 2) TO WS-ROW-CELL(2)
                 MOVE SR-CELL(WS-SR-SUB, 3) TO WS-ROW-CELL(3)
                 PERFORM 3100-PRINT-ROW
              END-IF
              ADD 1 TO WS-SR-SUB
           END-PERFORM.

           MOVE "-- NO SEGMENT" TO WS-ROW-LABEL.
           MOVE WS-NONE-CELL(1) TO WS-ROW-CELL(1).
           MOVE WS-NONE-CELL(2) TO WS-ROW-CELL(2).
           MOVE WS-NONE-CELL(3) TO WS-ROW-CELL(3).
           PERFORM 3100-PRINT-ROW.

           MOVE SPACES TO WS-PRINT-LINE.
           MOVE ALL "=" TO WS-PRINT-LINE(1:100).
           PERFORM 3800-WRITE-LINE.

           *> The totals row shows each column's share of the matrix.
           MOVE "TOTAL" TO WS-ROW-LABEL.
           MOVE WS-COLUMN-TOTAL(1) TO WS-ROW-CELL(1).
           MOVE WS-COLUMN-TOTAL(2) TO WS-ROW-CELL(2).
           MOVE WS-COLUMN-TOTAL(3) TO WS-ROW-CELL(3).
           PERFORM 3100-PRINT-ROW.

      *> One matrix row. Cells carry their share of the row total;
      *> the row total its share of the whole matrix.
       3100-PRINT-ROW.
           COMPUTE WS-ROW-TOTAL = WS-ROW-CELL(1) + WS-ROW-CELL(2)
                                + WS-ROW-CELL(3).
           MOVE SPACES TO WS-PRINT-LINE.
           MOVE WS-ROW-LABEL TO WS-PRINT-LINE(1:23).
           MOVE 25 TO WS-LINE-PTR.
           MOVE WS-ROW-TOTAL TO WS-PERCENT-BASE.
           MOVE 1 TO WS-BRACKET.
           PERFORM UNTIL WS-BRACKET > 3
              MOVE WS-ROW-CELL(WS-BRACKET) TO WS-CELL-VALUE
              PERFORM 3200-FORMAT-CELL
              ADD 19 TO WS-LINE-PTR
              ADD 1 TO WS-BRACKET
           END-PERFORM.
           MOVE WS-MATRIX-TOTAL TO WS-PERCENT-BASE.
           MOVE WS-ROW-TOTAL TO WS-CELL-VALUE.
           PERFORM 3200-FORMAT-CELL.
           PERFORM 3800-WRITE-LINE.

      *> WS-CELL-VALUE with its percentage of WS-PERCENT-BASE, into
      *> the line at WS-LINE-PTR.
       3200-FORMAT-CELL.
           MOVE WS-CELL-VALUE TO WS-COUNT-OUT.
           MOVE ZERO TO WS-PERCENT.
           IF WS-PERCENT-BASE > ZERO
              COMPUTE WS-PERCENT ROUNDED =
                      WS-CELL-VALUE * 100 / WS-PERCENT-BASE
           END-IF.
           MOVE WS-PERCENT TO WS-PERCENT-OUT.
           MOVE SPACES TO WS-CELL-TEXT.
           IF WS-WITH-PERCENT
              STRING WS-COUNT-OUT DELIMITED BY SIZE
                     " (" DELIMITED BY SIZE
                     WS-PERCENT-OUT DELIMITED BY SIZE
                     "%)" DELIMITED BY SIZE
                     INTO WS-CELL-TEXT
              END-STRING
           ELSE
              MOVE WS-COUNT-OUT TO WS-CELL-TEXT
           END-IF.
           MOVE WS-CELL-TEXT TO WS-PRINT-LINE(WS-LINE-PTR:19).

       3800-WRITE-LINE.
           IF WS-LINES-ON-PAGE >= WS-LINES-PER-PAGE
              PERFORM 3900-PRINT-PAGE-HEADERS
           END-IF.
           MOVE WS-PRINT-LINE TO SEGAGE-RPT-LINE.
           WRITE SEGAGE-RPT-LINE.
           ADD 1 TO WS-LINES-ON-PAGE.

       3900-PRINT-PAGE-HEADERS.
           ADD 1 TO WS-PAGE-NUMBER.
           MOVE SPACE TO SEGAGE-RPT-LINE.
           IF WS-PAGE-NUMBER > 1
              WRITE SEGAGE-RPT-LINE AFTER ADVANCING PAGE
           END-IF.
           STRING "SEGMENT BY AGE BRACKET REPORT"
                  DELIMITED BY SIZE
                  "   COMPANY: " DELIMITED BY SIZE
                  WS-COMPANY-CODE DELIMITED BY SIZE
                  "   RUN DATE: " DELIMITED BY SIZE
                  WS-RUN-DATE-TEXT DELIMITED BY SIZE
                  "   PAGE: "     DELIMITED BY SIZE
                  WS-PAGE-NUMBER  DELIMITED BY SIZE
                  INTO SEGAGE-RPT-LINE
           END-STRING.
           WRITE SEGAGE-RPT-LINE.
           MOVE SPACES TO SEGAGE-RPT-LINE.
           WRITE SEGAGE-RPT-LINE.
           MOVE "Segment"       TO SEGAGE-RPT-LINE(1:23).
           MOVE "0-17 (Minor)"  TO SEGAGE-RPT-LINE(25:19).
           MOVE "18-64 (Adult)" TO SEGAGE-RPT-LINE(44:19).
           MOVE "65+ (Senior)"  TO SEGAGE-RPT-LINE(63:19).
           MOVE "Total"         TO SEGAGE-RPT-LINE(82:19).
           WRITE SEGAGE-RPT-LINE.
           MOVE SPACES TO SEGAGE-RPT-LINE.
           MOVE ALL "=" TO SEGAGE-RPT-LINE(1:100).
           WRITE SEGAGE-RPT-LINE.
           MOVE ZERO TO WS-LINES-ON-PAGE.

      *> Customers kept out of the matrix, by bracket, counts only.
       4000-PRINT-EXCLUSIONS.
           MOVE SPACES TO WS-PRINT-LINE.
           PERFORM 3800-WRITE-LINE.
           MOVE "Not in the matrix:" TO WS-PRINT-LINE.
           PERFORM 3800-WRITE-LINE.
           MOVE "N" TO WS-SHOW-PERCENT.

           MOVE "Soft-deleted" TO WS-ROW-LABEL.
           MOVE WS-DELETED-CELL(1) TO WS-ROW-CELL(1).
           MOVE WS-DELETED-CELL(2) TO WS-ROW-CELL(2).
           MOVE WS-DELETED-CELL(3) TO WS-ROW-CELL(3).
           PERFORM 3100-PRINT-ROW.

           MOVE "Do-not-contact" TO WS-ROW-LABEL.
           MOVE WS-DNC-CELL(1) TO WS-ROW-CELL(1).
           MOVE WS-DNC-CELL(2) TO WS-ROW-CELL(2).
           MOVE WS-DNC-CELL(3) TO WS-ROW-CELL(3).
           PERFORM 3100-PRINT-ROW.

           MOVE "Deceased" TO WS-ROW-LABEL.
           MOVE WS-DECEASED-CELL(1) TO WS-ROW-CELL(1).
           MOVE WS-DECEASED-CELL(2) TO WS-ROW-CELL(2).
           MOVE WS-DECEASED-CELL(3) TO WS-ROW-CELL(3).
           PERFORM 3100-PRINT-ROW.
