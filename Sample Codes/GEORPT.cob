      *    Author      : Renato D. Mejilla
      *    Date        : October 15, 2026
      *    Description : Geographic distribution of live customers.
      *                  CUSTADDR holds an address for every mailable
      *                  customer, but nothing showed where the
      *                  customers actually are - branch planning and
      *                  the mailing-discount negotiations both asked.
      *                  This reads CUSTMAST, takes each live
      *                  customer's address through ADDRLOOKUP's bulk
      *                  mode, and groups them into areas by the
      *                  leading characters of the postal code
      *                  (GEORPT-PREFIX in the environment, 1-10,
      *                  3 when blank) and the city, compared without
      *                  regard to case. Each area shows its customer
      *                  count and share of the total, the
      *                  AgeBracketRpt bracket mix, the addresses
      *                  flagged undeliverable (CA-UNDELIV-FLAG), and
      *                  the HOUSEGRP households (HSEHOLD.DAT) whose
      *                  members live there, largest area first, with
      *                  a grand total. Soft-deleted customers are
      *                  left out; deceased ones (PREFLOOKUP's D
      *                  contact flag) and customers with no CUSTADDR
      *                  record are counted on their own lines under
      *                  the total. Read-only; GEO.RPT is registered
      *                  into the spool through SPOOLREG. RETURN-CODE
      *                  0, or 8 when CUSTMAST cannot be opened.
      *    Compiler    : Micro Focus Visual COBOL
      *    ============================================================

       IDENTIFICATION DIVISION.
       PROGRAM-ID.     GEORPT.

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

           SELECT HOUSEHOLD-FILE ASSIGN TO WS-HSEHOLD-FILE
                               ORGANIZATION LINE SEQUENTIAL
                               FILE STATUS IS WS-HOUSEHOLD-STATUS.

           SELECT GEO-RPT      ASSIGN TO WS-RPT-FILE-NAME
                               ORGANIZATION LINE SEQUENTIAL
                               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-MASTER.
       COPY CUSTREC.

      *> One row per household member, as HOUSEGRP writes it.
       FD  HOUSEHOLD-FILE.
       01  HOUSEHOLD-RECORD.
           05 HH-HOUSEHOLD-ID  PIC 9(6).
           05 HH-CUST-ID       PIC 9(6).
           05 HH-HEAD-FLAG     PIC X(1).

       FD  GEO-RPT.
       01  GEO-RPT-LINE        PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-CUSTMAST-FILE    PIC X(26) VALUE "CUSTMAST".
       01  WS-HSEHOLD-FILE     PIC X(26) VALUE "HSEHOLD.DAT".
       01  WS-RPT-FILE-NAME    PIC X(26) VALUE "GEO.RPT".

       01  WS-MASTER-STATUS    PIC XX VALUE "00".
       01  WS-HOUSEHOLD-STATUS PIC XX VALUE "00".
       01  WS-REPORT-STATUS    PIC XX VALUE "00".
       01  WS-EOF-SWITCH       PIC X VALUE "N".
           88 WS-EOF           VALUE "Y".

       01  WS-PREFIX-TEXT      PIC X(2) VALUE SPACES.
       01  WS-PREFIX-LENGTH    PIC 99 VALUE 3.

      *> Household membership from HSEHOLD.DAT. HOUSEGRP numbers its
      *> households from 1 and groups at most 10000 addresses, so the
      *> household ID doubles as the subscript of its counted flag -
      *> a household is counted once, in the area of the first live
      *> member met.
       01  WS-HM-TABLE.
           05 WS-HM-COUNT      PIC 9(5) VALUE ZERO.
           05 WS-HM-LIMIT      PIC 9(5) VALUE 10000.
           05 WS-HM-ENTRY OCCURS 10000 TIMES.
              10 HM-CUST-ID       PIC 9(6).
              10 HM-HOUSEHOLD-ID  PIC 9(6).
       01  WS-HM-SUB           PIC 9(5) VALUE ZERO.
       01  WS-HM-HIT           PIC 9(6) VALUE ZERO.
       01  WS-HH-COUNTED       PIC X(1) OCCURS 10000 TIMES.

      *> One slot per postal area and city. Slot 2001 is reserved
      *> for "(other areas)", the overflow bucket, so the areas still
      *> add up to the total if more turn up than the table holds.
       01  WS-GA-TABLE.
           05 WS-GA-COUNT      PIC 9(4) VALUE ZERO.
           05 WS-GA-LIMIT      PIC 9(4) VALUE 2000.
           05 WS-GA-ENTRY OCCURS 2001 TIMES.
              10 GA-PREFIX        PIC X(10).
              10 GA-CITY          PIC X(20).
              10 GA-CUSTOMERS     PIC 9(6).
              10 GA-MINOR         PIC 9(6).
              10 GA-ADULT         PIC 9(6).
              10 GA-SENIOR        PIC 9(6).
              10 GA-UNDELIV       PIC 9(6).
              10 GA-HOUSEHOLDS    PIC 9(6).
       01  WS-GA-SWAP          PIC X(66).
       01  WS-GA-SUB           PIC 9(4) VALUE ZERO.
       01  WS-GA-HIT           PIC 9(4) VALUE ZERO.
       01  WS-I-SUB            PIC 9(4) VALUE ZERO.
       01  WS-J-SUB            PIC 9(4) VALUE ZERO.

      *> The area of the customer in hand.
       01  WS-KEY-PREFIX       PIC X(10) VALUE SPACES.
       01  WS-KEY-CITY         PIC X(20) VALUE SPACES.

      *> Address and contact flag of the record in hand, from the
      *> shared ADDRLOOKUP and PREFLOOKUP in bulk mode.
       01  WS-ADDR-CUST-ID     PIC 9(6) VALUE ZERO.
       01  WS-ADDR-FOUND       PIC X(1) VALUE "N".
       01  WS-STREET           PIC X(30) VALUE SPACES.
       01  WS-CITY             PIC X(20) VALUE SPACES.
       01  WS-POSTAL-CODE      PIC X(10) VALUE SPACES.
       01  WS-PHONE            PIC X(15) VALUE SPACES.
       01  WS-UNDELIV-FLAG     PIC X(1) VALUE "N".
       01  WS-PREF-CUST-ID     PIC 9(6) VALUE ZERO.
       01  WS-PREF-FOUND       PIC X(1) VALUE "N".
       01  WS-CUST-SEGMENT     PIC X(2) VALUE SPACES.
       01  WS-CUST-DNC         PIC X(1) VALUE "N".
           88 WS-CUST-DECEASED VALUE "D".

       01  WS-MASTER-READ      PIC 9(6) VALUE ZERO.
       01  WS-DELETED-COUNT    PIC 9(6) VALUE ZERO.
       01  WS-DECEASED-COUNT   PIC 9(6) VALUE ZERO.
       01  WS-NO-ADDRESS-COUNT PIC 9(6) VALUE ZERO.

       01  WS-TOTAL-CUSTOMERS  PIC 9(7) VALUE ZERO.
       01  WS-TOTAL-MINOR      PIC 9(7) VALUE ZERO.
       01  WS-TOTAL-ADULT      PIC 9(7) VALUE ZERO.
       01  WS-TOTAL-SENIOR     PIC 9(7) VALUE ZERO.
       01  WS-TOTAL-UNDELIV    PIC 9(7) VALUE ZERO.
       01  WS-TOTAL-HOUSEHOLDS PIC 9(7) VALUE ZERO.

      *> Report layout.
       01  WS-DETAIL-LINE.
           05 DL-PREFIX        PIC X(10).
           05 FILLER           PIC X(2).
           05 DL-CITY          PIC X(20).
           05 FILLER           PIC X(2).
           05 DL-CUSTOMERS     PIC Z,ZZZ,ZZ9.
           05 FILLER           PIC X(2).
           05 DL-PERCENT       PIC ZZ9.9.
           05 FILLER           PIC X(2).
           05 DL-MINOR         PIC Z,ZZZ,ZZ9.
           05 FILLER           PIC X(2).
           05 DL-ADULT         PIC Z,ZZZ,ZZ9.
           05 FILLER           PIC X(2).
           05 DL-SENIOR        PIC Z,ZZZ,ZZ9.
           05 FILLER           PIC X(2).
           05 DL-UNDELIV       PIC Z,ZZZ,ZZ9.
           05 FILLER           PIC X(2).
           05 DL-HOUSEHOLDS    PIC Z,ZZZ,ZZ9.
           05 FILLER           PIC X(27).
       01  WS-PERCENT          PIC 9(3)V9 VALUE ZERO.
       01  WS-COUNT-OUT        PIC Z,ZZZ,ZZ9.
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

      *> The business unit this run belongs to, stamped on the
      *> report header.
       01  WS-COMPANY-CODE     PIC X(4) VALUE SPACES.

      *> End-of-run counts handed to the shared RUNSTATS routine.
       01  WS-STAT-READ        PIC 9(6) VALUE ZERO.
       01  WS-STAT-WRITTEN     PIC 9(6) VALUE ZERO.
       01  WS-STAT-UPDATED     PIC 9(6) VALUE ZERO.
       01  WS-STAT-REJECTED    PIC 9(6) VALUE ZERO.

       01  WS-OPERATOR-ID      PIC X(8) VALUE SPACES.
       01  WS-PROGRAM-NAME     PIC X(20) VALUE "GEORPT".
       01  WS-AUDIT-OUTCOME    PIC X(8) VALUE SPACES.

       PROCEDURE DIVISION.
           DISPLAY "<<< GEOGRAPHIC DISTRIBUTION REPORT >>>".
           DISPLAY "--------------------------------------".

           ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT "OPERATOR-ID".
           MOVE "START" TO WS-AUDIT-OUTCOME.
           CALL "AUDITLOG" USING WS-PROGRAM-NAME WS-OPERATOR-ID
                                  WS-AUDIT-OUTCOME.

           CALL "FILERES" USING WS-CUSTMAST-FILE.
           CALL "FILERES" USING WS-HSEHOLD-FILE.
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

           ACCEPT WS-PREFIX-TEXT FROM ENVIRONMENT "GEORPT-PREFIX".
           IF WS-PREFIX-TEXT NOT = SPACES
              IF FUNCTION TEST-NUMVAL(WS-PREFIX-TEXT) = 0
                 AND FUNCTION NUMVAL(WS-PREFIX-TEXT) >= 1
                 AND FUNCTION NUMVAL(WS-PREFIX-TEXT) <= 10
                 COMPUTE WS-PREFIX-LENGTH =
                         FUNCTION NUMVAL(WS-PREFIX-TEXT)
              ELSE
                 DISPLAY "GEORPT-PREFIX must be 1-10 - using 3."
              END-IF
           END-IF.

           MOVE 1 TO WS-HM-SUB.
           PERFORM UNTIL WS-HM-SUB > WS-HM-LIMIT
              MOVE "N" TO WS-HH-COUNTED(WS-HM-SUB)
              ADD 1 TO WS-HM-SUB
           END-PERFORM.
           MOVE SPACES TO GA-PREFIX(2001).

           PERFORM 1000-LOAD-HOUSEHOLDS.

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

           *> One CUSTADDR and one CUSTPREF open for the whole scan -
           *> the closing zero-ID calls below release them.
           DISPLAY "ADDRLOOKUP-BULK" UPON ENVIRONMENT-NAME.
           DISPLAY "Y"               UPON ENVIRONMENT-VALUE.
           DISPLAY "PREFLOOKUP-BULK" UPON ENVIRONMENT-NAME.
           DISPLAY "Y"               UPON ENVIRONMENT-VALUE.

           PERFORM UNTIL WS-EOF
              READ CUSTOMER-MASTER NEXT RECORD
                 AT END
                    MOVE "Y" TO WS-EOF-SWITCH
                 NOT AT END
                    ADD 1 TO WS-MASTER-READ
                    IF CM-RECORD-DELETED
                       ADD 1 TO WS-DELETED-COUNT
                    ELSE
                       PERFORM 2000-TALLY-CUSTOMER
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE CUSTOMER-MASTER.

           MOVE ZERO TO WS-ADDR-CUST-ID.
           CALL "ADDRLOOKUP" USING WS-ADDR-CUST-ID WS-ADDR-FOUND
                                    WS-STREET WS-CITY
                                    WS-POSTAL-CODE WS-PHONE
                                    WS-UNDELIV-FLAG.
           MOVE ZERO TO WS-PREF-CUST-ID.
           CALL "PREFLOOKUP" USING WS-PREF-CUST-ID WS-PREF-FOUND
                                    WS-CUST-SEGMENT WS-CUST-DNC.

           PERFORM 3000-SORT-AREAS.

           OPEN OUTPUT GEO-RPT.
           PERFORM 4000-PRINT-REPORT.
           CLOSE GEO-RPT.

           CALL "SPOOLREG" USING WS-PROGRAM-NAME WS-RPT-FILE-NAME.

           DISPLAY "Master records read   : " WS-MASTER-READ.
           DISPLAY "Customers placed      : " WS-TOTAL-CUSTOMERS.
           DISPLAY "Areas reported        : " WS-GA-COUNT.
           DISPLAY "Report written to GEO.RPT.".

           MOVE WS-MASTER-READ     TO WS-STAT-READ.
           MOVE WS-TOTAL-CUSTOMERS TO WS-STAT-WRITTEN.
           CALL "RUNSTATS" USING WS-PROGRAM-NAME WS-STAT-READ
                                  WS-STAT-WRITTEN WS-STAT-UPDATED
                                  WS-STAT-REJECTED.

           MOVE "SUCCESS" TO WS-AUDIT-OUTCOME.
           CALL "AUDITLOG" USING WS-PROGRAM-NAME WS-OPERATOR-ID
                                  WS-AUDIT-OUTCOME.

           MOVE 0 TO RETURN-CODE.
           GOBACK.

      *> No HSEHOLD.DAT just means HOUSEGRP has not been run, and
      *> every area shows no households.
       1000-LOAD-HOUSEHOLDS.
           OPEN INPUT HOUSEHOLD-FILE.
           IF WS-HOUSEHOLD-STATUS NOT = "00"
              DISPLAY "No HSEHOLD.DAT on disk - household counts "
                      "show zero."
           ELSE
              PERFORM UNTIL WS-EOF
                 READ HOUSEHOLD-FILE
                    AT END
                       MOVE "Y" TO WS-EOF-SWITCH
                    NOT AT END
                       IF WS-HM-COUNT < WS-HM-LIMIT
                          AND HH-HOUSEHOLD-ID > ZERO
                          AND HH-HOUSEHOLD-ID <= WS-HM-LIMIT
                          ADD 1 TO WS-HM-COUNT
                          MOVE HH-CUST-ID TO HM-CUST-ID(WS-HM-COUNT)
                          MOVE HH-HOUSEHOLD-ID
                            TO HM-HOUSEHOLD-ID(WS-HM-COUNT)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE HOUSEHOLD-FILE
              MOVE "N" TO WS-EOF-SWITCH
           END-IF.

       2000-TALLY-CUSTOMER.
           MOVE CM-CUST-ID TO WS-PREF-CUST-ID.
           CALL "PREFLOOKUP" USING WS-PREF-CUST-ID WS-PREF-FOUND
                                    WS-CUST-SEGMENT WS-CUST-DNC.
           IF WS-CUST-DECEASED
              ADD 1 TO WS-DECEASED-COUNT
           ELSE
              MOVE CM-CUST-ID TO WS-ADDR-CUST-ID
              CALL "ADDRLOOKUP" USING WS-ADDR-CUST-ID WS-ADDR-FOUND
                                       WS-STREET WS-CITY
                                       WS-POSTAL-CODE WS-PHONE
                                       WS-UNDELIV-FLAG
              IF WS-ADDR-FOUND NOT = "Y"
                 ADD 1 TO WS-NO-ADDRESS-COUNT
              ELSE
                 MOVE FUNCTION UPPER-CASE(WS-POSTAL-CODE)
                   TO WS-KEY-PREFIX
                 IF WS-PREFIX-LENGTH < 10
                    MOVE SPACES
                      TO WS-KEY-PREFIX(WS-PREFIX-LENGTH + 1:)
                 END-IF
                 MOVE FUNCTION UPPER-CASE(WS-CITY) TO WS-KEY-CITY
                 PERFORM 2100-FIND-AREA
                 PERFORM 2200-ADD-TO-AREA
              END-IF
           END-IF.

      *> Slot for WS-KEY-PREFIX and WS-KEY-CITY into WS-GA-HIT,
      *> adding one for an area not yet seen.
       2100-FIND-AREA.
           MOVE ZERO TO WS-GA-HIT.
           MOVE 1 TO WS-GA-SUB.
           PERFORM UNTIL WS-GA-SUB > WS-GA-COUNT OR WS-GA-HIT > 0
              IF GA-PREFIX(WS-GA-SUB) = WS-KEY-PREFIX
                 AND GA-CITY(WS-GA-SUB) = WS-KEY-CITY
                 MOVE WS-GA-SUB TO WS-GA-HIT
              END-IF
              ADD 1 TO WS-GA-SUB
           END-PERFORM.
           IF WS-GA-HIT = 0
              IF WS-GA-COUNT < WS-GA-LIMIT
                 ADD 1 TO WS-GA-COUNT
                 MOVE WS-GA-COUNT TO WS-GA-HIT
                 MOVE WS-KEY-PREFIX TO GA-PREFIX(WS-GA-HIT)
                 MOVE WS-KEY-CITY   TO GA-CITY(WS-GA-HIT)
                 PERFORM 2150-CLEAR-AREA
              ELSE
                 MOVE 2001 TO WS-GA-HIT
                 IF GA-PREFIX(2001) = SPACES
                    MOVE "**" TO GA-PREFIX(2001)
                    MOVE "(other areas)" TO GA-CITY(2001)
                    PERFORM 2150-CLEAR-AREA
                 END-IF
              END-IF
           END-IF.

       2150-CLEAR-AREA.
           MOVE ZERO TO GA-CUSTOMERS(WS-GA-HIT).
           MOVE ZERO TO GA-MINOR(WS-GA-HIT).
           MOVE ZERO TO GA-ADULT(WS-GA-HIT).
           MOVE ZERO TO GA-SENIOR(WS-GA-HIT).
           MOVE ZERO TO GA-UNDELIV(WS-GA-HIT).
           MOVE ZERO TO GA-HOUSEHOLDS(WS-GA-HIT).

      *> Brackets as AgeBracketRpt draws them.
       2200-ADD-TO-AREA.
           ADD 1 TO GA-CUSTOMERS(WS-GA-HIT).
           EVALUATE TRUE
              WHEN CM-AGE <= 17
                 ADD 1 TO GA-MINOR(WS-GA-HIT)
              WHEN CM-AGE <= 64
                 ADD 1 TO GA-ADULT(WS-GA-HIT)
              WHEN OTHER
                 ADD 1 TO GA-SENIOR(WS-GA-HIT)
           END-EVALUATE.
           IF WS-UNDELIV-FLAG = "U"
              ADD 1 TO GA-UNDELIV(WS-GA-HIT)
           END-IF.

           MOVE ZERO TO WS-HM-HIT.
           MOVE 1 TO WS-HM-SUB.
           PERFORM UNTIL WS-HM-SUB > WS-HM-COUNT OR WS-HM-HIT > 0
              IF HM-CUST-ID(WS-HM-SUB) = CM-CUST-ID
                 MOVE HM-HOUSEHOLD-ID(WS-HM-SUB) TO WS-HM-HIT
              END-IF
              ADD 1 TO WS-HM-SUB
           END-PERFORM.
           IF WS-HM-HIT > 0
              IF WS-HH-COUNTED(WS-HM-HIT) NOT = "Y"
                 MOVE "Y" TO WS-HH-COUNTED(WS-HM-HIT)
                 ADD 1 TO GA-HOUSEHOLDS(WS-GA-HIT)
              END-IF
           END-IF.

      *> Exchange sort, largest area first; equal areas in postal
      *> area then city order.
       3000-SORT-AREAS.
           MOVE 1 TO WS-I-SUB.
           PERFORM UNTIL WS-I-SUB >= WS-GA-COUNT
              COMPUTE WS-J-SUB = WS-I-SUB + 1
              PERFORM UNTIL WS-J-SUB > WS-GA-COUNT
                 IF GA-CUSTOMERS(WS-J-SUB) > GA-CUSTOMERS(WS-I-SUB)
                    OR (GA-CUSTOMERS(WS-J-SUB) =
                        GA-CUSTOMERS(WS-I-SUB)
                        AND (GA-PREFIX(WS-J-SUB) <
                             GA-PREFIX(WS-I-SUB)
                         OR (GA-PREFIX(WS-J-SUB) =
                             GA-PREFIX(WS-I-SUB)
                             AND GA-CITY(WS-J-SUB) <
                                 GA-CITY(WS-I-SUB))))
                    MOVE WS-GA-ENTRY(WS-I-SUB) TO WS-GA-SWAP
                    MOVE WS-GA-ENTRY(WS-J-SUB)
                      TO WS-GA-ENTRY(WS-I-SUB)
                    MOVE WS-GA-SWAP TO WS-GA-ENTRY(WS-J-SUB)
                 END-IF
                 ADD 1 TO WS-J-SUB
              END-PERFORM
              ADD 1 TO WS-I-SUB
           END-PERFORM.

       4000-PRINT-REPORT.
           MOVE 1 TO WS-GA-SUB.
           PERFORM UNTIL WS-GA-SUB > 2001
              IF WS-GA-SUB <= WS-GA-COUNT
                 OR (WS-GA-SUB = 2001 AND GA-PREFIX(2001) NOT = SPACES)
                 ADD GA-CUSTOMERS(WS-GA-SUB)  TO WS-TOTAL-CUSTOMERS
                 ADD GA-MINOR(WS-GA-SUB)      TO WS-TOTAL-MINOR
                 ADD GA-ADULT(WS-GA-SUB)      TO WS-TOTAL-ADULT
                 ADD GA-SENIOR(WS-GA-SUB)     TO WS-TOTAL-SENIOR
                 ADD GA-UNDELIV(WS-GA-SUB)    TO WS-TOTAL-UNDELIV
                 ADD GA-HOUSEHOLDS(WS-GA-SUB) TO WS-TOTAL-HOUSEHOLDS
              END-IF
              ADD 1 TO WS-GA-SUB
           END-PERFORM.

           PERFORM 4200-PRINT-PAGE-HEADERS.
           MOVE 1 TO WS-GA-SUB.
           PERFORM UNTIL WS-GA-SUB > 2001
              IF WS-GA-SUB <= WS-GA-COUNT
                 OR (WS-GA-SUB = 2001 AND GA-PREFIX(2001) NOT = SPACES)
                 IF WS-LINES-ON-PAGE >= WS-LINES-PER-PAGE
                    PERFORM 4200-PRINT-PAGE-HEADERS
                 END-IF
                 MOVE SPACES TO WS-DETAIL-LINE
                 MOVE GA-PREFIX(WS-GA-SUB)     TO DL-PREFIX
                 MOVE GA-CITY(WS-GA-SUB)       TO DL-CITY
                 MOVE GA-CUSTOMERS(WS-GA-SUB)  TO DL-CUSTOMERS
                 MOVE ZERO TO WS-PERCENT
                 IF WS-TOTAL-CUSTOMERS > ZERO
                    COMPUTE WS-PERCENT ROUNDED =
                            GA-CUSTOMERS(WS-GA-SUB) * 100
                            / WS-TOTAL-CUSTOMERS
                 END-IF
                 MOVE WS-PERCENT               TO DL-PERCENT
                 MOVE GA-MINOR(WS-GA-SUB)      TO DL-MINOR
                 MOVE GA-ADULT(WS-GA-SUB)      TO DL-ADULT
                 MOVE GA-SENIOR(WS-GA-SUB)     TO DL-SENIOR
                 MOVE GA-UNDELIV(WS-GA-SUB)    TO DL-UNDELIV
                 MOVE GA-HOUSEHOLDS(WS-GA-SUB) TO DL-HOUSEHOLDS
                 MOVE WS-DETAIL-LINE TO GEO-RPT-LINE
                 WRITE GEO-RPT-LINE
                 ADD 1 TO WS-LINES-ON-PAGE
              END-IF
              ADD 1 TO WS-GA-SUB
           END-PERFORM.

           IF WS-LINES-ON-PAGE + 7 > WS-LINES-PER-PAGE
              PERFORM 4200-PRINT-PAGE-HEADERS
           END-IF.
           MOVE SPACES TO GEO-RPT-LINE.
           MOVE ALL "=" TO GEO-RPT-LINE(1:105).
           WRITE GEO-RPT-LINE.
           MOVE SPACES TO WS-DETAIL-LINE.
           MOVE "TOTAL"              TO DL-PREFIX.
           MOVE "ALL AREAS"          TO DL-CITY.
           MOVE WS-TOTAL-CUSTOMERS  TO DL-CUSTOMERS.
           IF WS-TOTAL-CUSTOMERS > ZERO
              MOVE 100 TO DL-PERCENT
           ELSE
              MOVE ZERO TO DL-PERCENT
           END-IF.
           MOVE WS-TOTAL-MINOR      TO DL-MINOR.
           MOVE WS-TOTAL-ADULT      TO DL-ADULT.
           MOVE WS-TOTAL-SENIOR     TO DL-SENIOR.
           MOVE WS-TOTAL-UNDELIV    TO DL-UNDELIV.
           MOVE WS-TOTAL-HOUSEHOLDS TO DL-HOUSEHOLDS.
           MOVE WS-DETAIL-LINE TO GEO-RPT-LINE.
           WRITE GEO-RPT-LINE.

           MOVE SPACES TO GEO-RPT-LINE.
           WRITE GEO-RPT-LINE.
           MOVE WS-DECEASED-COUNT TO WS-COUNT-OUT.
           STRING "Deceased, not placed     : " DELIMITED BY SIZE
                  WS-COUNT-OUT DELIMITED BY SIZE
                  INTO GEO-RPT-LINE
           END-STRING.
           WRITE GEO-RPT-LINE.
           MOVE SPACES TO GEO-RPT-LINE.
           MOVE WS-NO-ADDRESS-COUNT TO WS-COUNT-OUT.
           STRING "No CUSTADDR record       : " DELIMITED BY SIZE
                  WS-COUNT-OUT DELIMITED BY SIZE
                  INTO GEO-RPT-LINE
           END-STRING.
           WRITE GEO-RPT-LINE.
           MOVE SPACES TO GEO-RPT-LINE.
           MOVE WS-DELETED-COUNT TO WS-COUNT-OUT.
           STRING "Soft-deleted, left out   : " DELIMITED BY SIZE
                  WS-COUNT-OUT DELIMITED BY SIZE
                  INTO GEO-RPT-LINE
           END-STRING.
           WRITE GEO-RPT-LINE.

       4200-PRINT-PAGE-HEADERS.
           ADD 1 TO WS-PAGE-NUMBER.
           MOVE SPACE TO GEO-RPT-LINE.
           IF WS-PAGE-NUMBER > 1
              WRITE GEO-RPT-LINE AFTER ADVANCING PAGE
           END-IF.
           STRING "GEOGRAPHIC DISTRIBUTION REPORT"
                  DELIMITED BY SIZE
                  "   COMPANY: " DELIMITED BY SIZE
                  WS-COMPANY-CODE DELIMITED BY SIZE
                  "   RUN DATE: " DELIMITED BY SIZE
                  WS-RUN-DATE-TEXT DELIMITED BY SIZE
                  "   PAGE: "     DELIMITED BY SIZE
                  WS-PAGE-NUMBER  DELIMITED BY SIZE
                  INTO GEO-RPT-LINE
           END-STRING.
           WRITE GEO-RPT-LINE.
           MOVE SPACES TO GEO-RPT-LINE.
           WRITE GEO-RPT-LINE.
           MOVE "Postal"      TO GEO-RPT-LINE(1:10).
           MOVE "City"        TO GEO-RPT-LINE(13:20).
           MOVE "Customers"   TO GEO-RPT-LINE(35:9).
           MOVE "    %"       TO GEO-RPT-LINE(46:5).
           MOVE "     0-17"   TO GEO-RPT-LINE(53:9).
           MOVE "    18-64"   TO GEO-RPT-LINE(64:9).
           MOVE "      65+"   TO GEO-RPT-LINE(75:9).
           MOVE " Undeliv."   TO GEO-RPT-LINE(86:9).
           MOVE "Households"  TO GEO-RPT-LINE(96:10).
           WRITE GEO-RPT-LINE.
           MOVE SPACES TO GEO-RPT-LINE.
           MOVE ALL "=" TO GEO-RPT-LINE(1:10).
           MOVE ALL "=" TO GEO-RPT-LINE(13:20).
           MOVE ALL "=" TO GEO-RPT-LINE(35:9).
           MOVE ALL "=" TO GEO-RPT-LINE(46:5).
           MOVE ALL "=" TO GEO-RPT-LINE(53:9).
           MOVE ALL "=" TO GEO-RPT-LINE(64:9).
           MOVE ALL "=" TO GEO-RPT-LINE(75:9).
           MOVE ALL "=" TO GEO-RPT-LINE(86:9).
           MOVE ALL "=" TO GEO-RPT-LINE(96:10).
           WRITE GEO-RPT-LINE.
           MOVE ZERO TO WS-LINES-ON-PAGE.
