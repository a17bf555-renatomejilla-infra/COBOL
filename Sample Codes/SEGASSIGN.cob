      *    Author      : Renato D. Mejilla
      *    Date        : October 15, 2026
      *    Description : Nightly rules-driven segment assignment.
      *                  CP-SEGMENT-CODE used to be set only when
      *                  someone keyed it in CUSTMAINT or CUSTMNTB, so
      *                  most customers had no segment and every
      *                  segment-based selection missed them. This
      *                  works the SEGRULE.DAT rules (layout SRULEREC)
      *                  in priority order over every live customer
      *                  and files the segment of the first rule the
      *                  customer meets - age range, postal area,
      *                  tenure since CM-LOAD-DATE and CUSTXREF source
      *                  system - on CUSTPREF, marked as set by rule
      *                  with the rule's ID. A rule whose segment code
      *                  is not on SEGTABLE.DAT (proved through the
      *                  shared SEGCHECK), or whose columns do not
      *                  read, is set aside and listed. A segment a
      *                  person set (CP-SEGMENT-ORIGIN M, or a segment
      *                  older than the marker) is never touched. A
      *                  customer the rules gave a segment to that no
      *                  rule now fits has the segment taken off again.
      *                  With no SEGRULE.DAT, or no rule that passes,
      *                  nothing is changed. SEGMOVE.RPT lists every
      *                  customer whose segment moved and the rule that
      *                  moved them, with the customers each rule took,
      *                  and is registered into the spool through
      *                  SPOOLREG. RETURN-CODE 0 clean, 4 when a rule
      *                  was set aside, 8 when CUSTMAST or CUSTPREF
      *                  cannot be opened or a CUSTPREF write fails.
      *    Compiler    : Micro Focus Visual COBOL
      *    ============================================================

       IDENTIFICATION DIVISION.
       PROGRAM-ID.     SEGASSIGN.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SEGMENT-RULES ASSIGN TO WS-SEGRULE-FILE
                               ORGANIZATION LINE SEQUENTIAL
                               FILE STATUS IS WS-RULE-STATUS.

           SELECT CUSTOMER-MASTER ASSIGN TO WS-CUSTMAST-FILE
                               ORGANIZATION INDEXED
                               ACCESS MODE IS SEQUENTIAL
                               RECORD KEY IS CM-CUST-ID
                               ALTERNATE RECORD KEY IS
                                  CM-LAST-NAME WITH DUPLICATES
                               FILE STATUS IS WS-MASTER-STATUS.

           SELECT CUSTOMER-PREF ASSIGN TO WS-CUSTPREF-FILE
                               ORGANIZATION INDEXED
                               ACCESS MODE IS RANDOM
                               RECORD KEY IS CP-CUST-ID
                               FILE STATUS IS WS-PREF-STATUS.

           SELECT CUSTOMER-XREF ASSIGN TO WS-CUSTXREF-FILE
                               ORGANIZATION INDEXED
                               ACCESS MODE IS SEQUENTIAL
                               RECORD KEY IS XR-XREF-KEY
                               FILE STATUS IS WS-XREF-STATUS.

           SELECT MOVEMENT-RPT ASSIGN TO WS-RPT-FILE-NAME
                               ORGANIZATION LINE SEQUENTIAL
                               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SEGMENT-RULES.
       COPY SRULEREC.

       FD  CUSTOMER-MASTER.
       COPY CUSTREC.

       FD  CUSTOMER-PREF.
       COPY PREFREC.

       FD  CUSTOMER-XREF.
       COPY XREFREC.

       FD  MOVEMENT-RPT.
       01  MOVEMENT-RPT-LINE   PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-SEGRULE-FILE     PIC X(26) VALUE "SEGRULE.DAT".
       01  WS-CUSTMAST-FILE    PIC X(26) VALUE "CUSTMAST".
       01  WS-CUSTPREF-FILE    PIC X(26) VALUE "CUSTPREF".
       01  WS-CUSTXREF-FILE    PIC X(26) VALUE "CUSTXREF".
       01  WS-RPT-FILE-NAME    PIC X(26) VALUE "SEGMOVE.RPT".

       01  WS-RULE-STATUS      PIC XX VALUE "00".
       01  WS-MASTER-STATUS    PIC XX VALUE "00".
       01  WS-PREF-STATUS      PIC XX VALUE "00".
       01  WS-XREF-STATUS      PIC XX VALUE "00".
       01  WS-REPORT-STATUS    PIC XX VALUE "00".
       01  WS-EOF-SWITCH       PIC X VALUE "N".
           88 WS-EOF           VALUE "Y".

       01  WS-CURR-DATE.
           05 WS-CURR-YEAR     PIC 9(4).
           05 WS-CURR-MONTH    PIC 9(2).
           05 WS-CURR-DAY      PIC 9(2).
       01  WS-CURR-DATE-NUM REDEFINES WS-CURR-DATE PIC 9(8).

      *> The rules that passed, in the order they are tried. Each
      *> carries its postal area's length and the customers it took.
       01  WS-RL-TABLE.
           05 WS-RL-COUNT      PIC 9(3) VALUE ZERO.
           05 WS-RL-LIMIT      PIC 9(3) VALUE 200.
           05 WS-RL-ENTRY OCCURS 200 TIMES.
              10 RL-RULE-ID       PIC X(4).
              10 RL-PRIORITY      PIC 9(3).
              10 RL-SEQUENCE      PIC 9(3).
              10 RL-SEGMENT-CODE  PIC X(2).
              10 RL-AGE-FROM      PIC 9(3).
              10 RL-AGE-TO        PIC 9(3).
              10 RL-POSTAL-AREA   PIC X(10).
              10 RL-AREA-LENGTH   PIC 99.
              10 RL-TENURE-FROM   PIC 9(3).
              10 RL-TENURE-TO     PIC 9(3).
              10 RL-SOURCE-SYSTEM PIC X(10).
              10 RL-DESCRIPTION   PIC X(30).
              10 RL-MATCHED       PIC 9(6).
              10 RL-MOVED-IN      PIC 9(6).
       01  WS-RL-SWAP          PIC X(88).
       01  WS-RL-SUB           PIC 9(3) VALUE ZERO.
       01  WS-RL-HIT           PIC 9(3) VALUE ZERO.
       01  WS-I-SUB            PIC 9(3) VALUE ZERO.
       01  WS-J-SUB            PIC 9(3) VALUE ZERO.
       01  WS-RULE-LINES       PIC 9(4) VALUE ZERO.
       01  WS-RULES-SET-ASIDE  PIC 9(4) VALUE ZERO.
       01  WS-RULE-REASON      PIC X(50) VALUE SPACES.
       01  WS-RULE-FILE-SWITCH PIC X VALUE "N".
           88 WS-RULE-FILE-FOUND VALUE "Y".

      *> The segment-code check through the shared SEGCHECK.
       01  WS-SEG-VALID        PIC X(1) VALUE "N".
       01  WS-SEG-DESC         PIC X(20) VALUE SPACES.

      *> Customer ID to source system, from CUSTXREF, as COHORTRPT
      *> builds it - a customer with cross-references from more than
      *> one system takes the first on file, NONE when there is none.
       01  WS-SX-TABLE.
           05 WS-SX-COUNT      PIC 9(5) VALUE ZERO.
           05 WS-SX-LIMIT      PIC 9(5) VALUE 20000.
           05 WS-SX-ENTRY OCCURS 20000 TIMES.
              10 SX-CUST-ID      PIC 9(6).
              10 SX-SOURCE       PIC X(10).
       01  WS-SX-SUB           PIC 9(5) VALUE ZERO.
       01  WS-SX-OVERFLOW      PIC 9(6) VALUE ZERO.
       01  WS-KEY-CUST-ID      PIC 9(6) VALUE ZERO.
       01  WS-KEY-SOURCE       PIC X(10) VALUE SPACES.

      *> The customer in hand as the rules see them.
       01  WS-KEY-POSTAL       PIC X(10) VALUE SPACES.
       01  WS-TENURE-MONTHS    PIC S9(5) VALUE ZERO.
       01  WS-TENURE-SWITCH    PIC X VALUE "N".
           88 WS-TENURE-KNOWN  VALUE "Y".
       01  WS-LOAD-DATE-PARTS.
           05 WS-LD-YEAR       PIC 9(4).
           05 WS-LD-MM         PIC 9(2).
           05 WS-LD-DD         PIC 9(2).
       01  WS-NEW-SEGMENT      PIC X(2) VALUE SPACES.
       01  WS-NEW-RULE         PIC X(4) VALUE SPACES.
       01  WS-OLD-SEGMENT      PIC X(2) VALUE SPACES.
       01  WS-OLD-RULE         PIC X(4) VALUE SPACES.
       01  WS-PREF-ON-FILE     PIC X(1) VALUE "N".
           88 WS-PREF-EXISTS     VALUE "Y".
       01  WS-WRITE-SWITCH     PIC X(1) VALUE "N".
           88 WS-WRITE-FAILED    VALUE "Y".

      *> Address of the record in hand, from the shared ADDRLOOKUP in
      *> bulk mode.
       01  WS-ADDR-CUST-ID     PIC 9(6) VALUE ZERO.
       01  WS-ADDR-FOUND       PIC X(1) VALUE "N".
       01  WS-STREET           PIC X(30) VALUE SPACES.
       01  WS-CITY             PIC X(20) VALUE SPACES.
       01  WS-POSTAL-CODE      PIC X(10) VALUE SPACES.
       01  WS-PHONE            PIC X(15) VALUE SPACES.
       01  WS-UNDELIV-FLAG     PIC X(1) VALUE "N".

      *> Customer number as printed, through the shared CUSTCHK.
       01  WS-CHK-FUNCTION     PIC X(1) VALUE "D".
       01  WS-CHK-CUST-ID      PIC 9(6) VALUE ZERO.
       01  WS-CHK-RESULT       PIC X(1) VALUE SPACE.
       01  WS-PRINT-ID         PIC X(8) VALUE SPACES.

       01  WS-READ-COUNT       PIC 9(6) VALUE ZERO.
       01  WS-SOFTDEL-COUNT    PIC 9(6) VALUE ZERO.
       01  WS-MANUAL-COUNT     PIC 9(6) VALUE ZERO.
       01  WS-ASSIGNED-COUNT   PIC 9(6) VALUE ZERO.
       01  WS-CHANGED-COUNT    PIC 9(6) VALUE ZERO.
       01  WS-REMOVED-COUNT    PIC 9(6) VALUE ZERO.
       01  WS-RESTAMP-COUNT    PIC 9(6) VALUE ZERO.
       01  WS-UNCHANGED-COUNT  PIC 9(6) VALUE ZERO.
       01  WS-NO-RULE-COUNT    PIC 9(6) VALUE ZERO.
       01  WS-ERROR-COUNT      PIC 9(6) VALUE ZERO.
       01  WS-MOVED-COUNT      PIC 9(6) VALUE ZERO.

       01  WS-MOVE-KIND        PIC X(10) VALUE SPACES.
       01  WS-COUNT-OUT        PIC ZZZ,ZZ9.
       01  WS-COUNT-OUT-2      PIC ZZZ,ZZ9.

      *> End-of-run counts handed to the shared RUNSTATS routine.
       01  WS-STAT-READ        PIC 9(6) VALUE ZERO.
       01  WS-STAT-WRITTEN     PIC 9(6) VALUE ZERO.
       01  WS-STAT-UPDATED     PIC 9(6) VALUE ZERO.
       01  WS-STAT-REJECTED    PIC 9(6) VALUE ZERO.

       01  WS-OPERATOR-ID      PIC X(8) VALUE SPACES.
       01  WS-PROGRAM-NAME     PIC X(20) VALUE "SEGASSIGN".
       01  WS-AUDIT-OUTCOME    PIC X(8) VALUE SPACES.

       PROCEDURE DIVISION.
           DISPLAY "<<< RULES-DRIVEN SEGMENT ASSIGNMENT >>>".
           DISPLAY "---------------------------------------".

           ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT "OPERATOR-ID".
           MOVE "START" TO WS-AUDIT-OUTCOME.
           CALL "AUDITLOG" USING WS-PROGRAM-NAME WS-OPERATOR-ID
                                  WS-AUDIT-OUTCOME.

           CALL "FILERES" USING WS-SEGRULE-FILE.
           CALL "FILERES" USING WS-CUSTMAST-FILE.
           CALL "FILERES" USING WS-CUSTPREF-FILE.
           CALL "FILERES" USING WS-CUSTXREF-FILE.
           CALL "FILERES" USING WS-RPT-FILE-NAME.

           ACCEPT WS-CURR-DATE FROM DATE YYYYMMDD.

           OPEN OUTPUT MOVEMENT-RPT.
           MOVE SPACES TO MOVEMENT-RPT-LINE.
           STRING "SEGMENT ASSIGNMENT MOVEMENT   RUN "
                  DELIMITED BY SIZE
                  WS-CURR-DATE-NUM DELIMITED BY SIZE
                  INTO MOVEMENT-RPT-LINE
           END-STRING.
           WRITE MOVEMENT-RPT-LINE.
           MOVE "Segments a person set are never changed - only those
      -         " the rules gave are moved or taken off."
             TO MOVEMENT-RPT-LINE.
           WRITE MOVEMENT-RPT-LINE.

           PERFORM 1000-LOAD-RULES.

           IF WS-RL-COUNT = 0
              MOVE SPACES TO MOVEMENT-RPT-LINE
              WRITE MOVEMENT-RPT-LINE
              IF WS-RULE-FILE-FOUND
                 MOVE "No rule passed its checks - no segment changed."
                   TO MOVEMENT-RPT-LINE
              ELSE
                 MOVE "No SEGRULE.DAT on disk - no segment changed."
                   TO MOVEMENT-RPT-LINE
              END-IF
              WRITE MOVEMENT-RPT-LINE
              DISPLAY FUNCTION TRIM(MOVEMENT-RPT-LINE)
              CLOSE MOVEMENT-RPT
              CALL "SPOOLREG" USING WS-PROGRAM-NAME WS-RPT-FILE-NAME
              PERFORM 9000-FINISH
              GOBACK
           END-IF.

           PERFORM 1500-LOAD-SOURCES.

           OPEN INPUT CUSTOMER-MASTER.
           IF WS-MASTER-STATUS NOT = "00"
              DISPLAY "Cannot open CUSTMAST, status="
                      WS-MASTER-STATUS
              CLOSE MOVEMENT-RPT
              MOVE "FAIL" TO WS-AUDIT-OUTCOME
              CALL "AUDITLOG" USING WS-PROGRAM-NAME WS-OPERATOR-ID
                                     WS-AUDIT-OUTCOME
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.

           *> A first-ever assignment creates the empty preference
           *> file, the same way CUSTMAINT creates it.
           OPEN I-O CUSTOMER-PREF.
           IF WS-PREF-STATUS = "35"
              OPEN OUTPUT CUSTOMER-PREF
              CLOSE CUSTOMER-PREF
              OPEN I-O CUSTOMER-PREF
           END-IF.
           IF WS-PREF-STATUS NOT = "00"
              DISPLAY "Cannot open CUSTPREF, status="
                      WS-PREF-STATUS
              CLOSE CUSTOMER-MASTER
              CLOSE MOVEMENT-RPT
              MOVE "FAIL" TO WS-AUDIT-OUTCOME
              CALL "AUDITLOG" USING WS-PROGRAM-NAME WS-OPERATOR-ID
                                     WS-AUDIT-OUTCOME
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.

           MOVE SPACES TO MOVEMENT-RPT-LINE.
           WRITE MOVEMENT-RPT-LINE.
           MOVE "SECTION: MOVEMENT" TO MOVEMENT-RPT-LINE.
           WRITE MOVEMENT-RPT-LINE.
           MOVE SPACES TO MOVEMENT-RPT-LINE.
           MOVE "CUSTOMER"         TO MOVEMENT-RPT-LINE(1:8).
           MOVE "NAME"             TO MOVEMENT-RPT-LINE(11:4).
           MOVE "FROM"             TO MOVEMENT-RPT-LINE(51:4).
           MOVE "TO"               TO MOVEMENT-RPT-LINE(58:2).
           MOVE "RULE"             TO MOVEMENT-RPT-LINE(63:4).
           MOVE "MOVE"             TO MOVEMENT-RPT-LINE(69:4).
           MOVE "RULE DESCRIPTION" TO MOVEMENT-RPT-LINE(81:16).
           WRITE MOVEMENT-RPT-LINE.

           *> One CUSTADDR open for the whole scan - the closing
           *> zero-ID call below releases it.
           DISPLAY "ADDRLOOKUP-BULK" UPON ENVIRONMENT-NAME.
           DISPLAY "Y"               UPON ENVIRONMENT-VALUE.

           MOVE "N" TO WS-EOF-SWITCH.
           PERFORM UNTIL WS-EOF
              READ CUSTOMER-MASTER NEXT RECORD
                 AT END
                    MOVE "Y" TO WS-EOF-SWITCH
                 NOT AT END
                    ADD 1 TO WS-READ-COUNT
                    IF CM-RECORD-DELETED
                       ADD 1 TO WS-SOFTDEL-COUNT
                    ELSE
                       PERFORM 2000-ASSIGN-CUSTOMER
                    END-IF
              END-READ
           END-PERFORM.

           MOVE ZERO TO WS-ADDR-CUST-ID.
           CALL "ADDRLOOKUP" USING WS-ADDR-CUST-ID WS-ADDR-FOUND
                                    WS-STREET WS-CITY
                                    WS-POSTAL-CODE WS-PHONE
                                    WS-UNDELIV-FLAG.

           CLOSE CUSTOMER-MASTER.
           CLOSE CUSTOMER-PREF.

           IF WS-MOVED-COUNT = 0
              MOVE "  (no customer changed segment)"
                TO MOVEMENT-RPT-LINE
              WRITE MOVEMENT-RPT-LINE
           END-IF.

           PERFORM 8000-PRINT-TOTALS.
           CLOSE MOVEMENT-RPT.

           CALL "SPOOLREG" USING WS-PROGRAM-NAME WS-RPT-FILE-NAME.

           DISPLAY "Customers read       : " WS-READ-COUNT.
           DISPLAY "Set by a person      : " WS-MANUAL-COUNT.
           DISPLAY "Segment assigned     : " WS-ASSIGNED-COUNT.
           DISPLAY "Segment changed      : " WS-CHANGED-COUNT.
           DISPLAY "Segment taken off    : " WS-REMOVED-COUNT.
           DISPLAY "Left as they were    : " WS-UNCHANGED-COUNT.
           DISPLAY "No rule fits         : " WS-NO-RULE-COUNT.

           PERFORM 9000-FINISH.
           GOBACK.

      *> Every SEGRULE.DAT line is listed with its verdict. Blank
      *> lines and lines starting "*" are notes and are skipped.
       1000-LOAD-RULES.
           MOVE SPACES TO MOVEMENT-RPT-LINE.
           WRITE MOVEMENT-RPT-LINE.
           MOVE "SECTION: RULES" TO MOVEMENT-RPT-LINE.
           WRITE MOVEMENT-RPT-LINE.

           MOVE "N" TO WS-RULE-FILE-SWITCH.
           OPEN INPUT SEGMENT-RULES.
           IF WS-RULE-STATUS = "00"
              MOVE "Y" TO WS-RULE-FILE-SWITCH
              MOVE "N" TO WS-EOF-SWITCH
              PERFORM UNTIL WS-EOF
                 READ SEGMENT-RULES
                    AT END
                       MOVE "Y" TO WS-EOF-SWITCH
                    NOT AT END
                       IF SEGMENT-RULE-RECORD NOT = SPACES
                          AND SEGMENT-RULE-RECORD(1:1) NOT = "*"
                          ADD 1 TO WS-RULE-LINES
                          PERFORM 1100-CHECK-RULE
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE SEGMENT-RULES
           END-IF.

           PERFORM 1300-SORT-RULES.

       1100-CHECK-RULE.
           MOVE SPACES TO WS-RULE-REASON.
           MOVE FUNCTION UPPER-CASE(RU-POSTAL-AREA) TO RU-POSTAL-AREA.
           MOVE FUNCTION UPPER-CASE(RU-SOURCE-SYSTEM)
             TO RU-SOURCE-SYSTEM.
           EVALUATE TRUE
              WHEN RU-RULE-ID = SPACES
                 MOVE "no rule ID" TO WS-RULE-REASON
              WHEN RU-PRIORITY IS NOT NUMERIC
                 MOVE "priority not numeric" TO WS-RULE-REASON
              WHEN RU-SEGMENT-CODE = SPACES
                 MOVE "no segment code" TO WS-RULE-REASON
              WHEN RU-AGE-FROM IS NOT NUMERIC
                OR RU-AGE-TO IS NOT NUMERIC
                 MOVE "age range not numeric" TO WS-RULE-REASON
              WHEN RU-AGE-FROM > RU-AGE-TO
                 MOVE "age range runs backwards" TO WS-RULE-REASON
              WHEN RU-TENURE-FROM IS NOT NUMERIC
                OR RU-TENURE-TO IS NOT NUMERIC
                 MOVE "tenure range not numeric" TO WS-RULE-REASON
              WHEN RU-TENURE-FROM > RU-TENURE-TO
                 MOVE "tenure range runs backwards"
                   TO WS-RULE-REASON
              WHEN RU-POSTAL-AREA(1:1) = SPACE
               AND RU-POSTAL-AREA NOT = SPACES
                 MOVE "postal area starts with a space"
                   TO WS-RULE-REASON
           END-EVALUATE.

           IF WS-RULE-REASON = SPACES
              PERFORM 1150-FIND-RULE-ID
              IF WS-RL-HIT > 0
                 MOVE "rule ID used twice - the first one stands"
                   TO WS-RULE-REASON
              END-IF
           END-IF.

           IF WS-RULE-REASON = SPACES
              CALL "SEGCHECK" USING RU-SEGMENT-CODE WS-SEG-VALID
                                     WS-SEG-DESC
              IF WS-SEG-VALID NOT = "Y"
                 MOVE "segment code not on SEGTABLE"
                   TO WS-RULE-REASON
              END-IF
           END-IF.

           IF WS-RULE-REASON = SPACES
              AND WS-RL-COUNT >= WS-RL-LIMIT
              MOVE "more rules than the table holds"
                TO WS-RULE-REASON
           END-IF.

           IF WS-RULE-REASON = SPACES
              ADD 1 TO WS-RL-COUNT
              MOVE RU-RULE-ID       TO RL-RULE-ID(WS-RL-COUNT)
              MOVE RU-PRIORITY      TO RL-PRIORITY(WS-RL-COUNT)
              MOVE WS-RULE-LINES    TO RL-SEQUENCE(WS-RL-COUNT)
              MOVE RU-SEGMENT-CODE  TO RL-SEGMENT-CODE(WS-RL-COUNT)
              MOVE RU-AGE-FROM      TO RL-AGE-FROM(WS-RL-COUNT)
              MOVE RU-AGE-TO        TO RL-AGE-TO(WS-RL-COUNT)
              MOVE RU-POSTAL-AREA   TO RL-POSTAL-AREA(WS-RL-COUNT)
              MOVE ZERO             TO RL-AREA-LENGTH(WS-RL-COUNT)
              IF RU-POSTAL-AREA NOT = SPACES
                 MOVE FUNCTION LENGTH(FUNCTION TRIM(RU-POSTAL-AREA))
                   TO RL-AREA-LENGTH(WS-RL-COUNT)
              END-IF
              MOVE RU-TENURE-FROM   TO RL-TENURE-FROM(WS-RL-COUNT)
              MOVE RU-TENURE-TO     TO RL-TENURE-TO(WS-RL-COUNT)
              MOVE RU-SOURCE-SYSTEM TO RL-SOURCE-SYSTEM(WS-RL-COUNT)
              MOVE RU-DESCRIPTION   TO RL-DESCRIPTION(WS-RL-COUNT)
              MOVE ZERO TO RL-MATCHED(WS-RL-COUNT)
                           RL-MOVED-IN(WS-RL-COUNT)
              MOVE SPACES TO MOVEMENT-RPT-LINE
              STRING "  " DELIMITED BY SIZE
                     SEGMENT-RULE-RECORD DELIMITED BY SIZE
                     "  ACCEPTED" DELIMITED BY SIZE
                     INTO MOVEMENT-RPT-LINE
              END-STRING
           ELSE
              ADD 1 TO WS-RULES-SET-ASIDE
              MOVE SPACES TO MOVEMENT-RPT-LINE
              STRING "  " DELIMITED BY SIZE
                     SEGMENT-RULE-RECORD DELIMITED BY SIZE
                     "  SET ASIDE - " DELIMITED BY SIZE
                     WS-RULE-REASON DELIMITED BY SIZE
                     INTO MOVEMENT-RPT-LINE
              END-STRING
              DISPLAY "Rule " RU-RULE-ID " set aside - "
                      FUNCTION TRIM(WS-RULE-REASON)
           END-IF.
           WRITE MOVEMENT-RPT-LINE.

      *> Table row of the rule ID in hand into WS-RL-HIT.
       1150-FIND-RULE-ID.
           MOVE ZERO TO WS-RL-HIT.
           MOVE 1 TO WS-RL-SUB.
           PERFORM UNTIL WS-RL-SUB > WS-RL-COUNT OR WS-RL-HIT > 0
              IF RL-RULE-ID(WS-RL-SUB) = RU-RULE-ID
                 MOVE WS-RL-SUB TO WS-RL-HIT
              END-IF
              ADD 1 TO WS-RL-SUB
           END-PERFORM.

      *> Priority order, lowest first; rules of equal priority keep
      *> their order on the file.
       1300-SORT-RULES.
           MOVE 1 TO WS-I-SUB.
           PERFORM UNTIL WS-I-SUB >= WS-RL-COUNT
              COMPUTE WS-J-SUB = WS-I-SUB + 1
              PERFORM UNTIL WS-J-SUB > WS-RL-COUNT
                 IF RL-PRIORITY(WS-J-SUB) < RL-PRIORITY(WS-I-SUB)
                    OR (RL-PRIORITY(WS-J-SUB) = RL-PRIORITY(WS-I-SUB)
                        AND RL-SEQUENCE(WS-J-SUB)
                            < RL-SEQUENCE(WS-I-SUB))
                    MOVE WS-RL-ENTRY(WS-I-SUB) TO WS-RL-SWAP
                    MOVE WS-RL-ENTRY(WS-J-SUB)
                      TO WS-RL-ENTRY(WS-I-SUB)
                    MOVE WS-RL-SWAP TO WS-RL-ENTRY(WS-J-SUB)
                 END-IF
                 ADD 1 TO WS-J-SUB
              END-PERFORM
              ADD 1 TO WS-I-SUB
           END-PERFORM.

       1500-LOAD-SOURCES.
           OPEN INPUT CUSTOMER-XREF.
           IF WS-XREF-STATUS NOT = "00"
              DISPLAY "No CUSTXREF on disk - every customer has "
                      "source NONE."
           ELSE
              MOVE "N" TO WS-EOF-SWITCH
              PERFORM UNTIL WS-EOF
                 READ CUSTOMER-XREF NEXT RECORD
                    AT END
                       MOVE "Y" TO WS-EOF-SWITCH
                    NOT AT END
                       MOVE XR-CUST-ID TO WS-KEY-CUST-ID
                       PERFORM 1600-FIND-SOURCE
                       IF WS-KEY-SOURCE = "NONE"
                          PERFORM 1700-ADD-SOURCE
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE CUSTOMER-XREF
           END-IF.

      *> Source system of WS-KEY-CUST-ID into WS-KEY-SOURCE.
       1600-FIND-SOURCE.
           MOVE "NONE" TO WS-KEY-SOURCE.
           MOVE 1 TO WS-SX-SUB.
           PERFORM UNTIL WS-SX-SUB > WS-SX-COUNT
                      OR WS-KEY-SOURCE NOT = "NONE"
              IF SX-CUST-ID(WS-SX-SUB) = WS-KEY-CUST-ID
                 MOVE SX-SOURCE(WS-SX-SUB) TO WS-KEY-SOURCE
              END-IF
              ADD 1 TO WS-SX-SUB
           END-PERFORM.

       1700-ADD-SOURCE.
           IF WS-SX-COUNT < WS-SX-LIMIT
              ADD 1 TO WS-SX-COUNT
              MOVE XR-CUST-ID       TO SX-CUST-ID(WS-SX-COUNT)
              MOVE FUNCTION UPPER-CASE(XR-SOURCE-SYSTEM)
                TO SX-SOURCE(WS-SX-COUNT)
           ELSE
              ADD 1 TO WS-SX-OVERFLOW
           END-IF.

      *> A customer whose segment a person set is left alone; any
      *> other gets the first rule that fits, or loses a segment the
      *> rules gave it when none fits any more.
       2000-ASSIGN-CUSTOMER.
           MOVE CM-CUST-ID TO CP-CUST-ID.
           MOVE "N" TO WS-PREF-ON-FILE.
           READ CUSTOMER-PREF
              INVALID KEY
                 MOVE SPACES TO CUSTOMER-PREF-RECORD
                 MOVE CM-CUST-ID TO CP-CUST-ID
                 MOVE "N" TO CP-DNC-FLAG
                 MOVE ZERO TO CP-DNC-DATE
                 MOVE "N" TO CP-DECEASED-FLAG
                 MOVE ZERO TO CP-DEATH-DATE CP-DECEASED-MARKED
                 MOVE ZERO TO CP-SEGMENT-SET-DATE
              NOT INVALID KEY
                 MOVE "Y" TO WS-PREF-ON-FILE
           END-READ.

           IF CP-SEGMENT-CODE NOT = SPACES
              AND NOT CP-SEGMENT-BY-RULE
              ADD 1 TO WS-MANUAL-COUNT
           ELSE
              PERFORM 2100-DESCRIBE-CUSTOMER
              PERFORM 2200-FIND-RULE
              MOVE CP-SEGMENT-CODE TO WS-OLD-SEGMENT
              MOVE CP-SEGMENT-RULE TO WS-OLD-RULE
              IF WS-RL-HIT > 0
                 ADD 1 TO RL-MATCHED(WS-RL-HIT)
              ELSE
                 ADD 1 TO WS-NO-RULE-COUNT
              END-IF
              EVALUATE TRUE
                 WHEN WS-NEW-SEGMENT = WS-OLD-SEGMENT
                  AND WS-NEW-RULE = WS-OLD-RULE
                    ADD 1 TO WS-UNCHANGED-COUNT
                 WHEN WS-NEW-SEGMENT = WS-OLD-SEGMENT
                    *> Same segment, now through a different rule -
                    *> filed so the record names the rule that holds
                    *> it, but no movement.
                    PERFORM 2300-FILE-SEGMENT
                    IF NOT WS-WRITE-FAILED
                       ADD 1 TO WS-RESTAMP-COUNT
                    END-IF
                 WHEN OTHER
                    PERFORM 2300-FILE-SEGMENT
                    IF NOT WS-WRITE-FAILED
                       PERFORM 2400-LIST-MOVEMENT
                    END-IF
              END-EVALUATE
           END-IF.

      *> The postal code, tenure and source system the rules test.
       2100-DESCRIBE-CUSTOMER.
           MOVE CM-CUST-ID TO WS-ADDR-CUST-ID.
           CALL "ADDRLOOKUP" USING WS-ADDR-CUST-ID WS-ADDR-FOUND
                                    WS-STREET WS-CITY
                                    WS-POSTAL-CODE WS-PHONE
                                    WS-UNDELIV-FLAG.
           IF WS-ADDR-FOUND = "Y"
              MOVE FUNCTION UPPER-CASE(WS-POSTAL-CODE)
                TO WS-KEY-POSTAL
           ELSE
              MOVE SPACES TO WS-KEY-POSTAL
           END-IF.

           *> Whole months from the load date to tonight - a month is
           *> not complete until its day of the month comes round.
           MOVE "N" TO WS-TENURE-SWITCH.
           MOVE ZERO TO WS-TENURE-MONTHS.
           IF CM-LOAD-DATE IS NUMERIC
              AND CM-LOAD-DATE > ZERO
              AND CM-LOAD-DATE <= WS-CURR-DATE-NUM
              MOVE CM-LOAD-DATE TO WS-LOAD-DATE-PARTS
              COMPUTE WS-TENURE-MONTHS =
                      (WS-CURR-YEAR - WS-LD-YEAR) * 12
                      + WS-CURR-MONTH - WS-LD-MM
              IF WS-CURR-DAY < WS-LD-DD
                 SUBTRACT 1 FROM WS-TENURE-MONTHS
              END-IF
              IF WS-TENURE-MONTHS < 0
                 MOVE ZERO TO WS-TENURE-MONTHS
              END-IF
              MOVE "Y" TO WS-TENURE-SWITCH
           END-IF.

           MOVE CM-CUST-ID TO WS-KEY-CUST-ID.
           PERFORM 1600-FIND-SOURCE.

      *> First rule, in priority order, every condition of which the
      *> customer meets, into WS-RL-HIT; its segment and ID into
      *> WS-NEW-SEGMENT and WS-NEW-RULE, blank when none fits.
       2200-FIND-RULE.
           MOVE ZERO TO WS-RL-HIT.
           MOVE SPACES TO WS-NEW-SEGMENT WS-NEW-RULE.
           MOVE 1 TO WS-RL-SUB.
           PERFORM UNTIL WS-RL-SUB > WS-RL-COUNT OR WS-RL-HIT > 0
              IF CM-AGE >= RL-AGE-FROM(WS-RL-SUB)
                 AND CM-AGE <= RL-AGE-TO(WS-RL-SUB)
                 AND (RL-AREA-LENGTH(WS-RL-SUB) = 0
                      OR WS-KEY-POSTAL(1:RL-AREA-LENGTH(WS-RL-SUB))
                         = RL-POSTAL-AREA(WS-RL-SUB)
                           (1:RL-AREA-LENGTH(WS-RL-SUB)))
                 AND (RL-SOURCE-SYSTEM(WS-RL-SUB) = SPACES
                      OR RL-SOURCE-SYSTEM(WS-RL-SUB) = WS-KEY-SOURCE)
                 IF WS-TENURE-KNOWN
                    IF WS-TENURE-MONTHS >= RL-TENURE-FROM(WS-RL-SUB)
                       AND (RL-TENURE-TO(WS-RL-SUB) = 999
                            OR WS-TENURE-MONTHS
                               <= RL-TENURE-TO(WS-RL-SUB))
                       MOVE WS-RL-SUB TO WS-RL-HIT
                    END-IF
                 ELSE
                    IF RL-TENURE-FROM(WS-RL-SUB) = 0
                       AND RL-TENURE-TO(WS-RL-SUB) = 999
                       MOVE WS-RL-SUB TO WS-RL-HIT
                    END-IF
                 END-IF
              END-IF
              ADD 1 TO WS-RL-SUB
           END-PERFORM.
           IF WS-RL-HIT > 0
              MOVE RL-SEGMENT-CODE(WS-RL-HIT) TO WS-NEW-SEGMENT
              MOVE RL-RULE-ID(WS-RL-HIT)      TO WS-NEW-RULE
           END-IF.

      *> The rule's segment onto CUSTPREF, marked as set by rule; a
      *> segment no rule fits any more is taken off.
       2300-FILE-SEGMENT.
           MOVE "N" TO WS-WRITE-SWITCH.
           MOVE WS-NEW-SEGMENT TO CP-SEGMENT-CODE.
           MOVE WS-NEW-RULE    TO CP-SEGMENT-RULE.
           IF WS-NEW-SEGMENT = SPACES
              MOVE SPACE TO CP-SEGMENT-ORIGIN
           ELSE
              MOVE "R" TO CP-SEGMENT-ORIGIN
           END-IF.
           MOVE WS-CURR-DATE-NUM TO CP-SEGMENT-SET-DATE.
           IF WS-PREF-EXISTS
              REWRITE CUSTOMER-PREF-RECORD
                 INVALID KEY
                    MOVE "Y" TO WS-WRITE-SWITCH
              END-REWRITE
           ELSE
              WRITE CUSTOMER-PREF-RECORD
                 INVALID KEY
                    MOVE "Y" TO WS-WRITE-SWITCH
              END-WRITE
           END-IF.
           IF WS-WRITE-FAILED
              MOVE CM-CUST-ID TO WS-CHK-CUST-ID
              CALL "CUSTCHK" USING WS-CHK-FUNCTION WS-PRINT-ID
                                    WS-CHK-CUST-ID WS-CHK-RESULT
              DISPLAY "CUSTPREF write failed for customer "
                      WS-PRINT-ID(1:7) ", status=" WS-PREF-STATUS
              ADD 1 TO WS-ERROR-COUNT
           END-IF.

       2400-LIST-MOVEMENT.
           ADD 1 TO WS-MOVED-COUNT.
           EVALUATE TRUE
              WHEN WS-OLD-SEGMENT = SPACES
                 MOVE "ASSIGNED" TO WS-MOVE-KIND
                 ADD 1 TO WS-ASSIGNED-COUNT
              WHEN WS-NEW-SEGMENT = SPACES
                 MOVE "TAKEN OFF" TO WS-MOVE-KIND
                 ADD 1 TO WS-REMOVED-COUNT
              WHEN OTHER
                 MOVE "CHANGED" TO WS-MOVE-KIND
                 ADD 1 TO WS-CHANGED-COUNT
           END-EVALUATE.
           IF WS-RL-HIT > 0
              ADD 1 TO RL-MOVED-IN(WS-RL-HIT)
           END-IF.

           MOVE CM-CUST-ID TO WS-CHK-CUST-ID.
           CALL "CUSTCHK" USING WS-CHK-FUNCTION WS-PRINT-ID
                                 WS-CHK-CUST-ID WS-CHK-RESULT.
           MOVE SPACES TO MOVEMENT-RPT-LINE.
           MOVE WS-PRINT-ID    TO MOVEMENT-RPT-LINE(1:8).
           STRING FUNCTION TRIM(CM-LAST-NAME) DELIMITED BY SIZE
                  ", " DELIMITED BY SIZE
                  FUNCTION TRIM(CM-FIRST-NAME) DELIMITED BY SIZE
                  INTO MOVEMENT-RPT-LINE(11:40)
           END-STRING.
           IF WS-OLD-SEGMENT = SPACES
              MOVE "--" TO MOVEMENT-RPT-LINE(52:2)
           ELSE
              MOVE WS-OLD-SEGMENT TO MOVEMENT-RPT-LINE(52:2)
           END-IF.
           IF WS-NEW-SEGMENT = SPACES
              MOVE "--" TO MOVEMENT-RPT-LINE(58:2)
           ELSE
              MOVE WS-NEW-SEGMENT TO MOVEMENT-RPT-LINE(58:2)
           END-IF.
           IF WS-RL-HIT > 0
              MOVE WS-NEW-RULE TO MOVEMENT-RPT-LINE(63:4)
              MOVE RL-DESCRIPTION(WS-RL-HIT)
                TO MOVEMENT-RPT-LINE(81:30)
           ELSE
              *> Taken off - name the rule that had given it.
              MOVE WS-OLD-RULE TO MOVEMENT-RPT-LINE(63:4)
              MOVE "no rule fits any more"
                TO MOVEMENT-RPT-LINE(81:30)
           END-IF.
           MOVE WS-MOVE-KIND TO MOVEMENT-RPT-LINE(69:10).
           WRITE MOVEMENT-RPT-LINE.

       8000-PRINT-TOTALS.
           MOVE SPACES TO MOVEMENT-RPT-LINE.
           WRITE MOVEMENT-RPT-LINE.
           MOVE "SECTION: TOTALS" TO MOVEMENT-RPT-LINE.
           WRITE MOVEMENT-RPT-LINE.
           MOVE "RULE  PRI  SEG  CUSTOMERS FITTING  MOVED IN  DESCRIPTIO
      -         "N" TO MOVEMENT-RPT-LINE.
           WRITE MOVEMENT-RPT-LINE.
           MOVE 1 TO WS-RL-SUB.
           PERFORM UNTIL WS-RL-SUB > WS-RL-COUNT
              MOVE RL-MATCHED(WS-RL-SUB)  TO WS-COUNT-OUT
              MOVE RL-MOVED-IN(WS-RL-SUB) TO WS-COUNT-OUT-2
              MOVE SPACES TO MOVEMENT-RPT-LINE
              STRING RL-RULE-ID(WS-RL-SUB) DELIMITED BY SIZE
                     "  " DELIMITED BY SIZE
                     RL-PRIORITY(WS-RL-SUB) DELIMITED BY SIZE
                     "  " DELIMITED BY SIZE
                     RL-SEGMENT-CODE(WS-RL-SUB) DELIMITED BY SIZE
                     "   " DELIMITED BY SIZE
                     "        " DELIMITED BY SIZE
                     WS-COUNT-OUT DELIMITED BY SIZE
                     "   " DELIMITED BY SIZE
                     WS-COUNT-OUT-2 DELIMITED BY SIZE
                     "  " DELIMITED BY SIZE
                     RL-DESCRIPTION(WS-RL-SUB) DELIMITED BY SIZE
                     INTO MOVEMENT-RPT-LINE
              END-STRING
              WRITE MOVEMENT-RPT-LINE
              ADD 1 TO WS-RL-SUB
           END-PERFORM.

           MOVE SPACES TO MOVEMENT-RPT-LINE.
           WRITE MOVEMENT-RPT-LINE.
           MOVE SPACES TO MOVEMENT-RPT-LINE.
           STRING "Customers read " DELIMITED BY SIZE
                  WS-READ-COUNT DELIMITED BY SIZE
                  "  soft-deleted (skipped) " DELIMITED BY SIZE
                  WS-SOFTDEL-COUNT DELIMITED BY SIZE
                  "  set by a person (left alone) " DELIMITED BY SIZE
                  WS-MANUAL-COUNT DELIMITED BY SIZE
                  INTO MOVEMENT-RPT-LINE
           END-STRING.
           WRITE MOVEMENT-RPT-LINE.
           MOVE SPACES TO MOVEMENT-RPT-LINE.
           STRING "Assigned " DELIMITED BY SIZE
                  WS-ASSIGNED-COUNT DELIMITED BY SIZE
                  "  changed " DELIMITED BY SIZE
                  WS-CHANGED-COUNT DELIMITED BY SIZE
                  "  taken off " DELIMITED BY SIZE
                  WS-REMOVED-COUNT DELIMITED BY SIZE
                  "  same segment, new rule " DELIMITED BY SIZE
                  WS-RESTAMP-COUNT DELIMITED BY SIZE
                  "  unchanged " DELIMITED BY SIZE
                  WS-UNCHANGED-COUNT DELIMITED BY SIZE
                  "  no rule fits " DELIMITED BY SIZE
                  WS-NO-RULE-COUNT DELIMITED BY SIZE
                  INTO MOVEMENT-RPT-LINE
           END-STRING.
           WRITE MOVEMENT-RPT-LINE.
           IF WS-RULES-SET-ASIDE > 0
              MOVE SPACES TO MOVEMENT-RPT-LINE
              STRING "Rules set aside: " DELIMITED BY SIZE
                     WS-RULES-SET-ASIDE DELIMITED BY SIZE
                     " - see SECTION: RULES." DELIMITED BY SIZE
                     INTO MOVEMENT-RPT-LINE
              END-STRING
              WRITE MOVEMENT-RPT-LINE
           END-IF.
           IF WS-SX-OVERFLOW > 0
              MOVE SPACES TO MOVEMENT-RPT-LINE
              STRING "Cross-references beyond the source table: "
                     DELIMITED BY SIZE
                     WS-SX-OVERFLOW DELIMITED BY SIZE
                     " - those customers were taken as source NONE."
                     DELIMITED BY SIZE
                     INTO MOVEMENT-RPT-LINE
              END-STRING
              WRITE MOVEMENT-RPT-LINE
           END-IF.
           IF WS-ERROR-COUNT > 0
              MOVE SPACES TO MOVEMENT-RPT-LINE
              STRING "CUSTPREF writes that failed: " DELIMITED BY SIZE
                     WS-ERROR-COUNT DELIMITED BY SIZE
                     INTO MOVEMENT-RPT-LINE
              END-STRING
              WRITE MOVEMENT-RPT-LINE
           END-IF.

       9000-FINISH.
           EVALUATE TRUE
              WHEN WS-ERROR-COUNT > 0
                 MOVE "FAIL" TO WS-AUDIT-OUTCOME
                 MOVE 8 TO RETURN-CODE
              WHEN WS-RULES-SET-ASIDE > 0
                 MOVE "PARTIAL" TO WS-AUDIT-OUTCOME
                 MOVE 4 TO RETURN-CODE
              WHEN OTHER
                 MOVE "SUCCESS" TO WS-AUDIT-OUTCOME
                 MOVE 0 TO RETURN-CODE
           END-EVALUATE.

           MOVE WS-READ-COUNT TO WS-STAT-READ.
           COMPUTE WS-STAT-UPDATED = WS-MOVED-COUNT + WS-RESTAMP-COUNT.
           MOVE WS-RULES-SET-ASIDE TO WS-STAT-REJECTED.
           CALL "RUNSTATS" USING WS-PROGRAM-NAME WS-STAT-READ
                                  WS-STAT-WRITTEN WS-STAT-UPDATED
                                  WS-STAT-REJECTED.

           CALL "AUDITLOG" USING WS-PROGRAM-NAME WS-OPERATOR-ID
                                  WS-AUDIT-OUTCOME.
