      *    Author      : Renato D. Mejilla
      *    Date        : October 15, 2026
      *    Description : Deceased-customer notification intake, in the
      *                  ADDRLOAD style. We kept mailing people who had
      *                  died because nothing on file said so. This
      *                  reads DECEASED.DAT - an HDR control record,
      *                  detail rows (last name, first name, birth
      *                  date, date of death, notifying source), and a
      *                  TRL record with the expected detail count -
      *                  and matches each row to CUSTMAST on the same
      *                  criteria CUSTDEDUPE uses to call two records
      *                  the same person: last name, first name, and
      *                  CM-BIRTH-DATE all equal, on a live record. A
      *                  row matching exactly one customer marks that
      *                  customer deceased on CUSTPREF (flag, date of
      *                  death, source, date recorded), which every
      *                  outbound run then suppresses through
      *                  PREFLOOKUP. A row matching nobody, more than
      *                  one customer, or only a customer with the
      *                  same last name and birth date but a different
      *                  first name is NOT marked - it goes to the
      *                  DECREV.RPT review report with the candidate
      *                  IDs, so nobody is marked deceased on a guess.
      *                  Rows with a blank name or an unusable date are
      *                  listed there as invalid. RETURN-CODE 0 clean,
      *                  4 rows for review, 16 out of balance.
      *    Compiler    : Micro Focus Visual COBOL
      *    ============================================================
      *    Modification History
      *    2026-10-15  RDM  A new CUSTPREF record starts with a zero
      *                     segment-set date.
      *    2026-10-15  RDM  Customer IDs in the intake notes carry
      *                     their check digit.
      *    2026-10-15  RDM  A missing HDR record returns RC 16 to the
      *                     caller instead of stopping the run unit.
      *    ============================================================

       IDENTIFICATION DIVISION.
       PROGRAM-ID.     DECDLOAD.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DECEASED-IN  ASSIGN TO WS-DECEASED-FILE
                               ORGANIZATION LINE SEQUENTIAL
                               FILE STATUS IS WS-INPUT-STATUS.

           SELECT CUSTOMER-MASTER ASSIGN TO WS-CUSTMAST-FILE
                               ORGANIZATION INDEXED
                               ACCESS MODE IS DYNAMIC
                               RECORD KEY IS CM-CUST-ID
                               ALTERNATE RECORD KEY IS
                                  CM-LAST-NAME WITH DUPLICATES
                               FILE STATUS IS WS-MASTER-STATUS.

           SELECT CUSTOMER-PREF ASSIGN TO WS-CUSTPREF-FILE
                               ORGANIZATION INDEXED
                               ACCESS MODE IS RANDOM
                               RECORD KEY IS CP-CUST-ID
                               FILE STATUS IS WS-PREF-STATUS.

           SELECT REVIEW-RPT   ASSIGN TO WS-RPT-FILE-NAME
                               ORGANIZATION LINE SEQUENTIAL
                               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DECEASED-IN.
       01  DECEASED-IN-RECORD.
           05 DI-LAST-NAME       PIC X(20).
           05 DI-FIRST-NAME      PIC X(20).
           05 DI-BIRTH-DATE      PIC X(8).
           05 DI-DEATH-DATE      PIC X(8).
           05 DI-SOURCE          PIC X(10).
      *> Control records bracketing the intake - "HDR" must be the
      *> first record on DECEASED.DAT and "TRL" the last.
       01  DECEASED-IN-HEADER.
           05 DIH-REC-TYPE       PIC X(3).
           05 DIH-EXTRACT-DATE   PIC X(8).
           05 DIH-SOURCE-SYSTEM  PIC X(10).
       01  DECEASED-IN-TRAILER.
           05 DIT-REC-TYPE       PIC X(3).
           05 DIT-EXPECTED-COUNT PIC 9(6).

       FD  CUSTOMER-MASTER.
       COPY CUSTREC.

       FD  CUSTOMER-PREF.
       COPY PREFREC.

       FD  REVIEW-RPT.
       01  REVIEW-RPT-LINE       PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-DECEASED-FILE    PIC X(26) VALUE "DECEASED.DAT".
       01  WS-CUSTMAST-FILE    PIC X(26) VALUE "CUSTMAST".
       01  WS-CUSTPREF-FILE    PIC X(26) VALUE "CUSTPREF".
       01  WS-RPT-FILE-NAME    PIC X(26) VALUE "DECREV.RPT".

       01  WS-INPUT-STATUS     PIC XX VALUE "00".
       01  WS-MASTER-STATUS    PIC XX VALUE "00".
       01  WS-PREF-STATUS      PIC XX VALUE "00".
       01  WS-REPORT-STATUS    PIC XX VALUE "00".
       01  WS-EOF-SWITCH       PIC X VALUE "N".
           88 WS-EOF           VALUE "Y".

      *> Header/trailer control-record support.
       01  WS-EXTRACT-DATE     PIC X(8) VALUE SPACES.
       01  WS-SOURCE-SYSTEM    PIC X(10) VALUE SPACES.
       01  WS-EXPECTED-COUNT   PIC 9(6) VALUE ZERO.
       01  WS-TRAILER-SWITCH   PIC X VALUE "N".
           88 WS-TRAILER-SEEN  VALUE "Y".
       01  WS-BALANCE-SWITCH   PIC X VALUE "N".
           88 WS-RUN-BALANCED  VALUE "Y".

       01  WS-READ-COUNT       PIC 9(6) VALUE ZERO.
       01  WS-MARKED-COUNT     PIC 9(6) VALUE ZERO.
       01  WS-ALREADY-COUNT    PIC 9(6) VALUE ZERO.
       01  WS-AMBIGUOUS-COUNT  PIC 9(6) VALUE ZERO.
       01  WS-UNMATCHED-COUNT  PIC 9(6) VALUE ZERO.
       01  WS-INVALID-COUNT    PIC 9(6) VALUE ZERO.
       01  WS-REVIEW-COUNT     PIC 9(6) VALUE ZERO.

      *> Match work fields - see 3000-FIND-CANDIDATES. A candidate
      *> shares last name and birth date; an exact match also shares
      *> the first name, as CUSTDEDUPE requires.
       01  WS-BIRTH-DATE       PIC 9(8) VALUE ZERO.
       01  WS-DEATH-DATE       PIC 9(8) VALUE ZERO.
       01  WS-CAND-COUNT       PIC 9(3) VALUE ZERO.
       01  WS-EXACT-COUNT      PIC 9(3) VALUE ZERO.
       01  WS-EXACT-ID         PIC 9(6) VALUE ZERO.
       01  WS-CAND-TABLE.
           05 WS-CAND-ID OCCURS 5 TIMES PIC 9(6).
       01  WS-CAND-LIMIT       PIC 9(3) VALUE 5.
       01  WS-CAND-SUB         PIC 9(3) VALUE ZERO.
       01  WS-CAND-LIST        PIC X(40) VALUE SPACES.
       01  WS-CAND-POINTER     PIC 99 VALUE 1.
       01  WS-SCAN-DONE        PIC X VALUE "N".
           88 WS-NAME-SCAN-DONE  VALUE "Y".

       01  WS-VERDICT          PIC X(10) VALUE SPACES.
       01  WS-NOTE             PIC X(50) VALUE SPACES.
       01  WS-ROW-SOURCE       PIC X(10) VALUE SPACES.
       01  WS-PREF-ON-FILE     PIC X(1) VALUE "N".
           88 WS-PREF-EXISTS     VALUE "Y".

       01  WS-CURR-DATE        PIC 9(8) VALUE ZERO.

      *> End-of-run counts handed to the shared RUNSTATS routine.
       01  WS-STAT-READ        PIC 9(6) VALUE ZERO.
       01  WS-STAT-WRITTEN     PIC 9(6) VALUE ZERO.
       01  WS-STAT-UPDATED     PIC 9(6) VALUE ZERO.
       01  WS-STAT-REJECTED    PIC 9(6) VALUE ZERO.

      *> Printable customer ID, check digit appended by CUSTCHK.
       01  WS-PRINT-FUNCTION   PIC X(1) VALUE "D".
       01  WS-PRINT-ID         PIC X(8) VALUE SPACES.
       01  WS-PRINT-RESULT     PIC X(1) VALUE SPACE.

       01  WS-OPERATOR-ID      PIC X(8) VALUE SPACES.
       01  WS-PROGRAM-NAME     PIC X(20) VALUE "DECDLOAD".
       01  WS-AUDIT-OUTCOME    PIC X(8) VALUE SPACES.

       PROCEDURE DIVISION.
           DISPLAY "<<< DECEASED NOTIFICATION INTAKE >>>".
           DISPLAY "------------------------------------".

           ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT "OPERATOR-ID".
           MOVE "START" TO WS-AUDIT-OUTCOME.
           CALL "AUDITLOG" USING WS-PROGRAM-NAME WS-OPERATOR-ID
                                  WS-AUDIT-OUTCOME.

           CALL "FILERES" USING WS-DECEASED-FILE.
           CALL "FILERES" USING WS-CUSTMAST-FILE.
           CALL "FILERES" USING WS-CUSTPREF-FILE.
           CALL "FILERES" USING WS-RPT-FILE-NAME.

           ACCEPT WS-CURR-DATE FROM DATE YYYYMMDD.

           OPEN INPUT DECEASED-IN.
           IF WS-INPUT-STATUS NOT = "00"
              DISPLAY "Cannot open DECEASED.DAT, status="
                      WS-INPUT-STATUS
              MOVE "FAIL" TO WS-AUDIT-OUTCOME
              CALL "AUDITLOG" USING WS-PROGRAM-NAME WS-OPERATOR-ID
                                     WS-AUDIT-OUTCOME
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.

           PERFORM 0800-READ-HEADER-RECORD.

           OPEN INPUT CUSTOMER-MASTER.
           IF WS-MASTER-STATUS NOT = "00"
              DISPLAY "Cannot open CUSTMAST, status="
                      WS-MASTER-STATUS
              CLOSE DECEASED-IN
              MOVE "FAIL" TO WS-AUDIT-OUTCOME
              CALL "AUDITLOG" USING WS-PROGRAM-NAME WS-OPERATOR-ID
                                     WS-AUDIT-OUTCOME
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.

           *> A first-ever marker creates the empty preference file,
           *> the same way CUSTMAINT creates it.
           OPEN I-O CUSTOMER-PREF.
           IF WS-PREF-STATUS = "35"
              OPEN OUTPUT CUSTOMER-PREF
              CLOSE CUSTOMER-PREF
              OPEN I-O CUSTOMER-PREF
           END-IF.
           IF WS-PREF-STATUS NOT = "00"
              DISPLAY "Cannot open CUSTPREF, status="
                      WS-PREF-STATUS
              CLOSE DECEASED-IN
              CLOSE CUSTOMER-MASTER
              MOVE "FAIL" TO WS-AUDIT-OUTCOME
              CALL "AUDITLOG" USING WS-PROGRAM-NAME WS-OPERATOR-ID
                                     WS-AUDIT-OUTCOME
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.

           OPEN OUTPUT REVIEW-RPT.
           MOVE SPACES TO REVIEW-RPT-LINE.
           STRING "DECEASED NOTIFICATION RESULTS   EXTRACT "
                  DELIMITED BY SIZE
                  WS-EXTRACT-DATE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-SOURCE-SYSTEM DELIMITED BY SIZE
                  INTO REVIEW-RPT-LINE
           END-STRING.
           WRITE REVIEW-RPT-LINE.
           MOVE SPACES TO REVIEW-RPT-LINE.
           STRING "Only MARKED rows were recorded deceased - every "
                  DELIMITED BY SIZE
                  "other row needs a person to review it."
                  DELIMITED BY SIZE
                  INTO REVIEW-RPT-LINE
           END-STRING.
           WRITE REVIEW-RPT-LINE.

           PERFORM 1000-READ-NOTICE.
           PERFORM UNTIL WS-EOF
              PERFORM 2000-PROCESS-NOTICE
              PERFORM 1000-READ-NOTICE
           END-PERFORM.

           CLOSE DECEASED-IN.
           CLOSE CUSTOMER-MASTER.
           CLOSE CUSTOMER-PREF.

           PERFORM 8000-PRINT-TOTALS.
           CLOSE REVIEW-RPT.

           CALL "SPOOLREG" USING WS-PROGRAM-NAME WS-RPT-FILE-NAME.

           DISPLAY "Rows read          : " WS-READ-COUNT.
           DISPLAY "Marked deceased    : " WS-MARKED-COUNT.
           DISPLAY "Already marked     : " WS-ALREADY-COUNT.
           DISPLAY "Ambiguous (review) : " WS-AMBIGUOUS-COUNT.
           DISPLAY "Unmatched (review) : " WS-UNMATCHED-COUNT.
           DISPLAY "Invalid (review)   : " WS-INVALID-COUNT.

           EVALUATE TRUE
              WHEN NOT WS-RUN-BALANCED
                 DISPLAY "RUN OUT OF BALANCE - see DECREV.RPT."
                 MOVE "FAIL" TO WS-AUDIT-OUTCOME
                 MOVE 16 TO RETURN-CODE
              WHEN WS-REVIEW-COUNT > 0
                 MOVE "PARTIAL" TO WS-AUDIT-OUTCOME
                 MOVE 4 TO RETURN-CODE
              WHEN OTHER
                 MOVE "SUCCESS" TO WS-AUDIT-OUTCOME
                 MOVE 0 TO RETURN-CODE
           END-EVALUATE.

           MOVE WS-READ-COUNT   TO WS-STAT-READ.
           MOVE WS-MARKED-COUNT TO WS-STAT-UPDATED.
           MOVE WS-REVIEW-COUNT TO WS-STAT-REJECTED.
           CALL "RUNSTATS" USING WS-PROGRAM-NAME WS-STAT-READ
                                  WS-STAT-WRITTEN WS-STAT-UPDATED
                                  WS-STAT-REJECTED.

           CALL "AUDITLOG" USING WS-PROGRAM-NAME WS-OPERATOR-ID
                                  WS-AUDIT-OUTCOME.

           GOBACK.

      *> The intake must open with an "HDR" control record - a file
      *> without one is not a complete transfer and the run stops up
      *> front, exactly as the address intake refuses a bare ADDRIN.
       0800-READ-HEADER-RECORD.
           READ DECEASED-IN
              AT END
                 MOVE "XXX" TO DECEASED-IN-RECORD(1:3)
           END-READ.
           IF DECEASED-IN-RECORD(1:3) NOT = "HDR"
              DISPLAY "DECEASED.DAT does not begin with an HDR "
                      "control record - run stopped."
              CLOSE DECEASED-IN
              MOVE "FAIL" TO WS-AUDIT-OUTCOME
              CALL "AUDITLOG" USING WS-PROGRAM-NAME WS-OPERATOR-ID
                                     WS-AUDIT-OUTCOME
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           MOVE DIH-EXTRACT-DATE  TO WS-EXTRACT-DATE.
           MOVE DIH-SOURCE-SYSTEM TO WS-SOURCE-SYSTEM.
           DISPLAY "Deceased notices dated " WS-EXTRACT-DATE
                   " from " FUNCTION TRIM(WS-SOURCE-SYSTEM) ".".

       1000-READ-NOTICE.
           READ DECEASED-IN
              AT END
                 MOVE "Y" TO WS-EOF-SWITCH
              NOT AT END
                 IF DECEASED-IN-RECORD(1:3) = "TRL"
                    IF DIT-EXPECTED-COUNT IS NUMERIC
                       MOVE DIT-EXPECTED-COUNT
                         TO WS-EXPECTED-COUNT
                       MOVE "Y" TO WS-TRAILER-SWITCH
                    ELSE
                       DISPLAY "Trailer record count is not "
                               "numeric - treated as missing."
                    END-IF
                    MOVE "Y" TO WS-EOF-SWITCH
                 ELSE
                    ADD 1 TO WS-READ-COUNT
                 END-IF
           END-READ.

       2000-PROCESS-NOTICE.
           MOVE SPACES TO WS-NOTE.
           MOVE DI-SOURCE TO WS-ROW-SOURCE.
           IF WS-ROW-SOURCE = SPACES
              MOVE WS-SOURCE-SYSTEM TO WS-ROW-SOURCE
           END-IF.

           EVALUATE TRUE
              WHEN DI-LAST-NAME = SPACES
                OR DI-FIRST-NAME = SPACES
                 MOVE "name missing" TO WS-NOTE
              WHEN DI-BIRTH-DATE IS NOT NUMERIC
                 MOVE "birth date not numeric" TO WS-NOTE
              WHEN DI-DEATH-DATE IS NOT NUMERIC
                 MOVE "date of death not numeric" TO WS-NOTE
              WHEN DI-DEATH-DATE < DI-BIRTH-DATE
                 MOVE "date of death before birth date" TO WS-NOTE
              WHEN DI-DEATH-DATE > WS-CURR-DATE
                 MOVE "date of death in the future" TO WS-NOTE
           END-EVALUATE.

           IF WS-NOTE NOT = SPACES
              MOVE "INVALID" TO WS-VERDICT
              ADD 1 TO WS-INVALID-COUNT
              ADD 1 TO WS-REVIEW-COUNT
           ELSE
              MOVE DI-BIRTH-DATE TO WS-BIRTH-DATE
              MOVE DI-DEATH-DATE TO WS-DEATH-DATE
              PERFORM 3000-FIND-CANDIDATES
              EVALUATE TRUE
                 WHEN WS-EXACT-COUNT = 1
                    PERFORM 4000-MARK-DECEASED
                 WHEN WS-CAND-COUNT = 0
                    MOVE "UNMATCHED" TO WS-VERDICT
                    MOVE "no customer with that name and birth date"
                      TO WS-NOTE
                    ADD 1 TO WS-UNMATCHED-COUNT
                    ADD 1 TO WS-REVIEW-COUNT
                 WHEN OTHER
                    MOVE "AMBIGUOUS" TO WS-VERDICT
                    PERFORM 3500-LIST-CANDIDATES
                    ADD 1 TO WS-AMBIGUOUS-COUNT
                    ADD 1 TO WS-REVIEW-COUNT
              END-EVALUATE
           END-IF.

           PERFORM 5000-WRITE-RESULT-LINE.

      *> Every live customer on the notice's last name (the CUSTMAST
      *> alternate key) with the same birth date is a candidate; one
      *> whose first name also matches is an exact match.
       3000-FIND-CANDIDATES.
           MOVE ZERO TO WS-CAND-COUNT WS-EXACT-COUNT WS-EXACT-ID.
           MOVE "N" TO WS-SCAN-DONE.
           MOVE DI-LAST-NAME TO CM-LAST-NAME.
           START CUSTOMER-MASTER
              KEY IS EQUAL TO CM-LAST-NAME
              INVALID KEY
                 MOVE "Y" TO WS-SCAN-DONE
           END-START.
           PERFORM UNTIL WS-NAME-SCAN-DONE
              READ CUSTOMER-MASTER NEXT RECORD
                 AT END
                    MOVE "Y" TO WS-SCAN-DONE
                 NOT AT END
                    IF CM-LAST-NAME NOT = DI-LAST-NAME
                       MOVE "Y" TO WS-SCAN-DONE
                    ELSE
                       PERFORM 3100-TEST-CANDIDATE
                    END-IF
              END-READ
           END-PERFORM.

       3100-TEST-CANDIDATE.
           IF NOT CM-RECORD-DELETED
              AND CM-BIRTH-DATE = WS-BIRTH-DATE
              ADD 1 TO WS-CAND-COUNT
              IF WS-CAND-COUNT <= WS-CAND-LIMIT
                 MOVE CM-CUST-ID TO WS-CAND-ID(WS-CAND-COUNT)
              END-IF
              IF CM-FIRST-NAME = DI-FIRST-NAME
                 ADD 1 TO WS-EXACT-COUNT
                 MOVE CM-CUST-ID TO WS-EXACT-ID
              END-IF
           END-IF.

       3500-LIST-CANDIDATES.
           MOVE SPACES TO WS-CAND-LIST.
           MOVE 1 TO WS-CAND-POINTER.
           MOVE 1 TO WS-CAND-SUB.
           PERFORM UNTIL WS-CAND-SUB > WS-CAND-COUNT
                      OR WS-CAND-SUB > WS-CAND-LIMIT
              STRING WS-CAND-ID(WS-CAND-SUB) DELIMITED BY SIZE
                     " " DELIMITED BY SIZE
                     INTO WS-CAND-LIST
                     WITH POINTER WS-CAND-POINTER
              END-STRING
              ADD 1 TO WS-CAND-SUB
           END-PERFORM.
           MOVE SPACES TO WS-NOTE.
           STRING WS-CAND-COUNT DELIMITED BY SIZE
                  " candidate(s): " DELIMITED BY SIZE
                  WS-CAND-LIST DELIMITED BY SIZE
                  INTO WS-NOTE
           END-STRING.

      *> The marker rides on the customer's CUSTPREF record - built
      *> empty if the customer has none yet, so the segment and the
      *> do-not-contact flag are left as they were.
       4000-MARK-DECEASED.
           MOVE WS-EXACT-ID TO CP-CUST-ID.
           MOVE "N" TO WS-PREF-ON-FILE.
           READ CUSTOMER-PREF
              INVALID KEY
                 MOVE SPACES TO CUSTOMER-PREF-RECORD
                 MOVE WS-EXACT-ID TO CP-CUST-ID
                 MOVE "N" TO CP-DNC-FLAG
                 MOVE ZERO TO CP-DNC-DATE
                 MOVE ZERO TO CP-SEGMENT-SET-DATE
              NOT INVALID KEY
                 MOVE "Y" TO WS-PREF-ON-FILE
           END-READ.

           CALL "CUSTCHK" USING WS-PRINT-FUNCTION WS-PRINT-ID
                                WS-EXACT-ID WS-PRINT-RESULT.

           IF WS-PREF-EXISTS AND CP-CUSTOMER-DECEASED
              MOVE "ALREADY" TO WS-VERDICT
              MOVE SPACES TO WS-NOTE
              STRING "ID " DELIMITED BY SIZE
                     WS-PRINT-ID(1:7) DELIMITED BY SIZE
                     " recorded deceased " DELIMITED BY SIZE
                     CP-DECEASED-MARKED DELIMITED BY SIZE
                     INTO WS-NOTE
              END-STRING
              ADD 1 TO WS-ALREADY-COUNT
           ELSE
              MOVE "Y"           TO CP-DECEASED-FLAG
              MOVE WS-DEATH-DATE TO CP-DEATH-DATE
              MOVE WS-ROW-SOURCE TO CP-DECEASED-SOURCE
              MOVE WS-CURR-DATE  TO CP-DECEASED-MARKED
              MOVE SPACES TO WS-NOTE
              IF WS-PREF-EXISTS
                 REWRITE CUSTOMER-PREF-RECORD
                    INVALID KEY
                       MOVE "ERROR" TO WS-VERDICT
                       STRING "CUSTPREF rewrite failed, status="
                              DELIMITED BY SIZE
                              WS-PREF-STATUS DELIMITED BY SIZE
                              INTO WS-NOTE
                       END-STRING
                       ADD 1 TO WS-REVIEW-COUNT
                    NOT INVALID KEY
                       MOVE "MARKED" TO WS-VERDICT
                       ADD 1 TO WS-MARKED-COUNT
                 END-REWRITE
              ELSE
                 WRITE CUSTOMER-PREF-RECORD
                    INVALID KEY
                       MOVE "ERROR" TO WS-VERDICT
                       STRING "CUSTPREF write failed, status="
                              DELIMITED BY SIZE
                              WS-PREF-STATUS DELIMITED BY SIZE
                              INTO WS-NOTE
                       END-STRING
                       ADD 1 TO WS-REVIEW-COUNT
                    NOT INVALID KEY
                       MOVE "MARKED" TO WS-VERDICT
                       ADD 1 TO WS-MARKED-COUNT
                 END-WRITE
              END-IF
              IF WS-VERDICT = "MARKED"
                 STRING "ID " DELIMITED BY SIZE
                        WS-PRINT-ID(1:7) DELIMITED BY SIZE
                        INTO WS-NOTE
                 END-STRING
              END-IF
           END-IF.

       5000-WRITE-RESULT-LINE.
           MOVE SPACES TO REVIEW-RPT-LINE.
           STRING WS-VERDICT DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  FUNCTION TRIM(DI-LAST-NAME) DELIMITED BY SIZE
                  ", " DELIMITED BY SIZE
                  FUNCTION TRIM(DI-FIRST-NAME) DELIMITED BY SIZE
                  " born " DELIMITED BY SIZE
                  DI-BIRTH-DATE DELIMITED BY SIZE
                  " died " DELIMITED BY SIZE
                  DI-DEATH-DATE DELIMITED BY SIZE
                  " (" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-ROW-SOURCE) DELIMITED BY SIZE
                  ") - " DELIMITED BY SIZE
                  WS-NOTE DELIMITED BY SIZE
                  INTO REVIEW-RPT-LINE
           END-STRING.
           WRITE REVIEW-RPT-LINE.

       8000-PRINT-TOTALS.
           MOVE "N" TO WS-BALANCE-SWITCH.
           IF WS-TRAILER-SEEN
              AND WS-EXPECTED-COUNT = WS-READ-COUNT
              MOVE "Y" TO WS-BALANCE-SWITCH
           END-IF.

           IF WS-TRAILER-SEEN
              MOVE SPACES TO REVIEW-RPT-LINE
              STRING "Rows expected (trailer): " DELIMITED BY SIZE
                     WS-EXPECTED-COUNT DELIMITED BY SIZE
                     INTO REVIEW-RPT-LINE
              END-STRING
              WRITE REVIEW-RPT-LINE
           ELSE
              MOVE "Rows expected (trailer): NO TRAILER READ"
                TO REVIEW-RPT-LINE
              WRITE REVIEW-RPT-LINE
           END-IF.

           MOVE SPACES TO REVIEW-RPT-LINE.
           STRING "Rows read " DELIMITED BY SIZE
                  WS-READ-COUNT DELIMITED BY SIZE
                  "  marked " DELIMITED BY SIZE
                  WS-MARKED-COUNT DELIMITED BY SIZE
                  "  already " DELIMITED BY SIZE
                  WS-ALREADY-COUNT DELIMITED BY SIZE
                  "  ambiguous " DELIMITED BY SIZE
                  WS-AMBIGUOUS-COUNT DELIMITED BY SIZE
                  "  unmatched " DELIMITED BY SIZE
                  WS-UNMATCHED-COUNT DELIMITED BY SIZE
                  "  invalid " DELIMITED BY SIZE
                  WS-INVALID-COUNT DELIMITED BY SIZE
                  INTO REVIEW-RPT-LINE
           END-STRING.
           WRITE REVIEW-RPT-LINE.

           MOVE SPACES TO REVIEW-RPT-LINE.
           IF WS-RUN-BALANCED
              MOVE "VERDICT: BALANCED" TO REVIEW-RPT-LINE
           ELSE
              MOVE "VERDICT: OUT OF BALANCE" TO REVIEW-RPT-LINE
           END-IF.
           WRITE REVIEW-RPT-LINE.
