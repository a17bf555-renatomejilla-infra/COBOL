      *    Author      : Renato D. Mejilla
      *    Date        : October 15, 2026
      *    Description : Mail-vendor acknowledgement intake, in the
      *                  ADDRLOAD style. CUSTLETTER's vendor mode hands
      *                  the mail house LTRVEND.DAT and logs each
      *                  letter to CONTHIST.DAT as S (sent to vendor),
      *                  but that only proves we sent it to them. The
      *                  vendor returns LTRACK.DAT - an HDR control
      *                  record, one row per letter (customer ID, sent
      *                  date, template, and campaign as on LTRVEND.DAT,
      *                  then D dispatched or F failed, the vendor's
      *                  date, and a failure reason), and a TRL record
      *                  with the expected row count. Each row settles
      *                  the matching CONTHIST entry to D or F with the
      *                  vendor's date and reason; CONTHIST is copied
      *                  through the LTRACK.TMP work file and written
      *                  back. A row matching no letter awaiting
      *                  acknowledgement, and a row that cannot be
      *                  read, go on the LTRACK.RPT report for review.
      *                  Any letter still unacknowledged LTRACK-DAYS
      *                  days after it was sent (default 5) is listed
      *                  on the report and raised through OPERALERT
      *                  once - its status moves from S to O so the
      *                  same letter does not alarm every night, but
      *                  a late acknowledgement still settles it. No
      *                  LTRACK.DAT tonight is not an error: the
      *                  overdue check still runs. A balanced
      *                  LTRACK.DAT is removed once applied so the next
      *                  night does not apply it twice. RETURN-CODE 0
      *                  clean, 4 failures, overdue letters, or rows
      *                  for review, 16 out of balance. Runs as a
      *                  NIGHTLYRUN step.
      *    Compiler    : Micro Focus Visual COBOL
      *    ============================================================
      *    Modification History
      *    2026-10-15  RDM  The CONTHIST work record is widened to the
      *                     new entry length, so the mail type CONTLOG
      *                     now logs survives the acknowledgement
      *                     rewrite.
      *    2026-10-15  RDM  Worklist lines and the alert print customer
      *                     numbers with their check digits.
      *    2026-10-15  RDM  A missing HDR record returns RC 16 to the
      *                     caller instead of stopping the run unit.
      *    ============================================================

       IDENTIFICATION DIVISION.
       PROGRAM-ID.     LTRACK.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACK-IN       ASSIGN TO WS-ACK-FILE
                               ORGANIZATION LINE SEQUENTIAL
                               FILE STATUS IS WS-INPUT-STATUS.

           SELECT CONTACT-HISTORY ASSIGN TO WS-CONTHIST-FILE
                               ORGANIZATION LINE SEQUENTIAL
                               FILE STATUS IS WS-CONTHIST-STATUS.

           SELECT HISTORY-WORK ASSIGN TO WS-WORK-FILE
                               ORGANIZATION LINE SEQUENTIAL
                               FILE STATUS IS WS-WORK-STATUS.

           SELECT ACK-RPT      ASSIGN TO WS-RPT-FILE-NAME
                               ORGANIZATION LINE SEQUENTIAL
                               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACK-IN.
       01  ACK-IN-RECORD.
           05 AI-CUST-ID         PIC X(6).
           05 AI-SENT-DATE       PIC X(8).
           05 AI-TEMPLATE        PIC X(12).
           05 AI-CAMPAIGN        PIC X(12).
           05 AI-RESULT          PIC X(1).
           05 AI-EVENT-DATE      PIC X(8).
           05 AI-REASON          PIC X(20).
      *> Control records bracketing the intake - "HDR" must be the
      *> first record on LTRACK.DAT and "TRL" the last.
       01  ACK-IN-HEADER.
           05 AIH-REC-TYPE       PIC X(3).
           05 AIH-ACK-DATE       PIC X(8).
           05 AIH-VENDOR         PIC X(10).
       01  ACK-IN-TRAILER.
           05 AIT-REC-TYPE       PIC X(3).
           05 AIT-EXPECTED-COUNT PIC 9(6).

       FD  CONTACT-HISTORY.
       COPY CONTREC.

       FD  HISTORY-WORK.
       01  HISTORY-WORK-RECORD   PIC X(84).

       FD  ACK-RPT.
       01  ACK-RPT-LINE          PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-ACK-FILE         PIC X(26) VALUE "LTRACK.DAT".
       01  WS-CONTHIST-FILE    PIC X(26) VALUE "CONTHIST.DAT".
       01  WS-WORK-FILE        PIC X(26) VALUE "LTRACK.TMP".
       01  WS-RPT-FILE-NAME    PIC X(26) VALUE "LTRACK.RPT".

       01  WS-INPUT-STATUS     PIC XX VALUE "00".
       01  WS-CONTHIST-STATUS  PIC XX VALUE "00".
       01  WS-WORK-STATUS      PIC XX VALUE "00".
       01  WS-REPORT-STATUS    PIC XX VALUE "00".
       01  WS-EOF-SWITCH       PIC X VALUE "N".
           88 WS-EOF           VALUE "Y".
       01  WS-ACK-PRESENT      PIC X(1) VALUE "N".
           88 WS-HAVE-ACKS     VALUE "Y".
       01  WS-DELETE-RESULT    PIC 9(2) COMP-5 VALUE ZERO.

      *> Header/trailer control-record support.
       01  WS-ACK-DATE         PIC X(8) VALUE SPACES.
       01  WS-VENDOR           PIC X(10) VALUE SPACES.
       01  WS-EXPECTED-COUNT   PIC 9(6) VALUE ZERO.
       01  WS-TRAILER-SWITCH   PIC X VALUE "N".
           88 WS-TRAILER-SEEN  VALUE "Y".
       01  WS-BALANCE-SWITCH   PIC X VALUE "Y".
           88 WS-RUN-BALANCED  VALUE "Y".

      *> Tonight's acknowledgement rows, held so the one pass over
      *> CONTHIST can settle every letter they name. A row is used
      *> once - the first letter awaiting acknowledgement on the same
      *> customer, sent date, template, and campaign takes it.
       01  WS-ACK-TABLE.
           05 WS-ACK-COUNT     PIC 9(5) VALUE ZERO.
           05 WS-ACK-LIMIT     PIC 9(5) VALUE 5000.
           05 WS-ACK-ENTRY OCCURS 5000 TIMES.
              10 AK-CUST-ID     PIC 9(6).
              10 AK-SENT-DATE   PIC 9(8).
              10 AK-TEMPLATE    PIC X(12).
              10 AK-CAMPAIGN    PIC X(12).
              10 AK-RESULT      PIC X(1).
              10 AK-EVENT-DATE  PIC X(8).
              10 AK-REASON      PIC X(20).
              10 AK-USED        PIC X(1).
       01  WS-ACK-SUB          PIC 9(5) VALUE ZERO.
       01  WS-ACK-HIT          PIC 9(5) VALUE ZERO.
       01  WS-ACK-OVERFLOW     PIC 9(6) VALUE ZERO.

      *> The overdue window - LTRACK-DAYS, default 5.
       01  WS-DAYS-TEXT        PIC X(3) VALUE SPACES.
       01  WS-ACK-DAYS         PIC 9(3) VALUE 5.
       01  WS-CURR-DATE        PIC 9(8) VALUE ZERO.
       01  WS-TODAY-INT        PIC 9(7) VALUE ZERO.
       01  WS-SENT-INT         PIC 9(7) VALUE ZERO.
       01  WS-LETTER-AGE       PIC S9(5) VALUE ZERO.

       01  WS-READ-COUNT       PIC 9(6) VALUE ZERO.
       01  WS-INVALID-COUNT    PIC 9(6) VALUE ZERO.
       01  WS-UNMATCHED-COUNT  PIC 9(6) VALUE ZERO.
       01  WS-DISPATCHED-COUNT PIC 9(6) VALUE ZERO.
       01  WS-FAILED-COUNT     PIC 9(6) VALUE ZERO.
       01  WS-OVERDUE-COUNT    PIC 9(6) VALUE ZERO.
       01  WS-NEW-OVERDUE      PIC 9(6) VALUE ZERO.
       01  WS-AWAITING-COUNT   PIC 9(6) VALUE ZERO.
       01  WS-HISTORY-COUNT    PIC 9(6) VALUE ZERO.
       01  WS-CHANGED-COUNT    PIC 9(6) VALUE ZERO.
       01  WS-REVIEW-COUNT     PIC 9(6) VALUE ZERO.
       01  WS-NOTE             PIC X(50) VALUE SPACES.

      *> One alert per newly overdue letter, up to the limit - past
      *> that, one summary alert points at the report.
       01  WS-ALERT-SEVERITY   PIC X(1) VALUE "W".
       01  WS-ALERT-PROGRAM    PIC X(20) VALUE SPACES.
       01  WS-ALERT-MESSAGE    PIC X(60) VALUE SPACES.
       01  WS-ALERT-COUNT      PIC 9(4) VALUE ZERO.
       01  WS-ALERT-LIMIT      PIC 9(4) VALUE 20.

      *> End-of-run counts handed to the shared RUNSTATS routine.
       01  WS-STAT-READ        PIC 9(6) VALUE ZERO.
       01  WS-STAT-WRITTEN     PIC 9(6) VALUE ZERO.
       01  WS-STAT-UPDATED     PIC 9(6) VALUE ZERO.
       01  WS-STAT-REJECTED    PIC 9(6) VALUE ZERO.

      *> Customer numbers print in the seven-digit form (with check
      *> digit) from CUSTCHK.
       01  WS-CHK-FUNCTION     PIC X(1) VALUE "D".
       01  WS-CHK-CUST-ID      PIC 9(6) VALUE ZERO.
       01  WS-CHK-RESULT       PIC X(1) VALUE SPACE.
       01  WS-PRINT-ID         PIC X(8) VALUE SPACES.

       01  WS-OPERATOR-ID      PIC X(8) VALUE SPACES.
       01  WS-PROGRAM-NAME     PIC X(20) VALUE "LTRACK".
       01  WS-AUDIT-OUTCOME    PIC X(8) VALUE SPACES.

       PROCEDURE DIVISION.
           DISPLAY "<<< MAIL VENDOR ACKNOWLEDGEMENT INTAKE >>>".
           DISPLAY "------------------------------------------".

           ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT "OPERATOR-ID".
           MOVE "START" TO WS-AUDIT-OUTCOME.
           CALL "AUDITLOG" USING WS-PROGRAM-NAME WS-OPERATOR-ID
                                  WS-AUDIT-OUTCOME.

           CALL "FILERES" USING WS-ACK-FILE.
           CALL "FILERES" USING WS-CONTHIST-FILE.
           CALL "FILERES" USING WS-WORK-FILE.
           CALL "FILERES" USING WS-RPT-FILE-NAME.

           ACCEPT WS-DAYS-TEXT FROM ENVIRONMENT "LTRACK-DAYS".
           IF WS-DAYS-TEXT NOT = SPACES
              AND FUNCTION TEST-NUMVAL(WS-DAYS-TEXT) = 0
              COMPUTE WS-ACK-DAYS = FUNCTION NUMVAL(WS-DAYS-TEXT)
           END-IF.
           ACCEPT WS-CURR-DATE FROM DATE YYYYMMDD.
           COMPUTE WS-TODAY-INT =
                   FUNCTION INTEGER-OF-DATE(WS-CURR-DATE).

           OPEN OUTPUT ACK-RPT.
           MOVE SPACES TO ACK-RPT-LINE.
           STRING "MAIL VENDOR ACKNOWLEDGEMENTS   RUN DATE "
                  DELIMITED BY SIZE
                  WS-CURR-DATE DELIMITED BY SIZE
                  "   OVERDUE AFTER " DELIMITED BY SIZE
                  WS-ACK-DAYS DELIMITED BY SIZE
                  " DAYS" DELIMITED BY SIZE
                  INTO ACK-RPT-LINE
           END-STRING.
           WRITE ACK-RPT-LINE.

           *> The vendor does not send a file every night - with
           *> none on disk the overdue check still runs.
           OPEN INPUT ACK-IN.
           EVALUATE WS-INPUT-STATUS
              WHEN "00"
                 MOVE "Y" TO WS-ACK-PRESENT
                 PERFORM 0800-READ-HEADER-RECORD
                 PERFORM 1000-LOAD-ACKS
                 CLOSE ACK-IN
              WHEN "35"
                 DISPLAY "No LTRACK.DAT tonight - overdue check "
                         "only."
                 MOVE "No acknowledgement file received tonight."
                   TO ACK-RPT-LINE
                 WRITE ACK-RPT-LINE
              WHEN OTHER
                 DISPLAY "Cannot open LTRACK.DAT, status="
                         WS-INPUT-STATUS
                 CLOSE ACK-RPT
                 MOVE "FAIL" TO WS-AUDIT-OUTCOME
                 CALL "AUDITLOG" USING WS-PROGRAM-NAME
                      WS-OPERATOR-ID WS-AUDIT-OUTCOME
                 MOVE 8 TO RETURN-CODE
                 GOBACK
           END-EVALUATE.

           *> Rows past the table would be silently lost - refuse the
           *> whole file rather than settle part of it.
           IF WS-ACK-OVERFLOW > 0
              DISPLAY "LTRACK.DAT has more than " WS-ACK-LIMIT
                      " rows - run refused, CONTHIST untouched."
              MOVE "Run refused - acknowledgement file too large."
                TO ACK-RPT-LINE
              WRITE ACK-RPT-LINE
              CLOSE ACK-RPT
              MOVE "FAIL" TO WS-AUDIT-OUTCOME
              CALL "AUDITLOG" USING WS-PROGRAM-NAME WS-OPERATOR-ID
                                     WS-AUDIT-OUTCOME
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.

           PERFORM 2000-SETTLE-HISTORY.
           IF WS-CHANGED-COUNT > 0
              PERFORM 2900-WRITE-BACK-HISTORY
           ELSE
              CALL "CBL_DELETE_FILE" USING WS-WORK-FILE
                   RETURNING WS-DELETE-RESULT
           END-IF.

           *> A balanced file has been applied in full and is
           *> removed, so tomorrow night does not apply it again; an
           *> out-of-balance file stays on disk for the vendor resend.
           IF WS-HAVE-ACKS
              PERFORM 4000-REPORT-UNMATCHED
              IF WS-RUN-BALANCED
                 CALL "CBL_DELETE_FILE" USING WS-ACK-FILE
                      RETURNING WS-DELETE-RESULT
              END-IF
           END-IF.
           IF WS-NEW-OVERDUE > WS-ALERT-LIMIT
              PERFORM 5100-RAISE-SUMMARY-ALERT
           END-IF.

           PERFORM 8000-PRINT-TOTALS.
           CLOSE ACK-RPT.

           CALL "SPOOLREG" USING WS-PROGRAM-NAME WS-RPT-FILE-NAME.

           DISPLAY "Acknowledgements read : " WS-READ-COUNT.
           DISPLAY "Dispatched            : " WS-DISPATCHED-COUNT.
           DISPLAY "Failed at vendor      : " WS-FAILED-COUNT.
           DISPLAY "No matching letter    : " WS-UNMATCHED-COUNT.
           DISPLAY "Invalid rows          : " WS-INVALID-COUNT.
           DISPLAY "Still awaiting ack    : " WS-AWAITING-COUNT.
           DISPLAY "Overdue (see report)  : " WS-OVERDUE-COUNT.

           EVALUATE TRUE
              WHEN NOT WS-RUN-BALANCED
                 DISPLAY "RUN OUT OF BALANCE - see LTRACK.RPT."
                 MOVE "FAIL" TO WS-AUDIT-OUTCOME
                 MOVE 16 TO RETURN-CODE
              WHEN WS-REVIEW-COUNT > 0
                OR WS-FAILED-COUNT > 0
                OR WS-OVERDUE-COUNT > 0
                 MOVE "PARTIAL" TO WS-AUDIT-OUTCOME
                 MOVE 4 TO RETURN-CODE
              WHEN OTHER
                 MOVE "SUCCESS" TO WS-AUDIT-OUTCOME
                 MOVE 0 TO RETURN-CODE
           END-EVALUATE.

           MOVE WS-READ-COUNT    TO WS-STAT-READ.
           MOVE WS-CHANGED-COUNT TO WS-STAT-UPDATED.
           MOVE WS-REVIEW-COUNT  TO WS-STAT-REJECTED.
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
           READ ACK-IN
              AT END
                 MOVE "XXX" TO ACK-IN-RECORD(1:3)
           END-READ.
           IF ACK-IN-RECORD(1:3) NOT = "HDR"
              DISPLAY "LTRACK.DAT does not begin with an HDR "
                      "control record - run stopped."
              CLOSE ACK-IN
              CLOSE ACK-RPT
              MOVE "FAIL" TO WS-AUDIT-OUTCOME
              CALL "AUDITLOG" USING WS-PROGRAM-NAME WS-OPERATOR-ID
                                     WS-AUDIT-OUTCOME
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           MOVE AIH-ACK-DATE TO WS-ACK-DATE.
           MOVE AIH-VENDOR   TO WS-VENDOR.
           DISPLAY "Acknowledgements dated " WS-ACK-DATE
                   " from " FUNCTION TRIM(WS-VENDOR) ".".
           MOVE SPACES TO ACK-RPT-LINE.
           STRING "Acknowledgement file dated " DELIMITED BY SIZE
                  WS-ACK-DATE DELIMITED BY SIZE
                  " from " DELIMITED BY SIZE
                  WS-VENDOR DELIMITED BY SIZE
                  INTO ACK-RPT-LINE
           END-STRING.
           WRITE ACK-RPT-LINE.

      *> Every detail row up to the TRL is checked and held; a row
      *> that cannot be read goes on the report and is not applied.
       1000-LOAD-ACKS.
           MOVE "N" TO WS-EOF-SWITCH.
           PERFORM UNTIL WS-EOF
              READ ACK-IN
                 AT END
                    MOVE "Y" TO WS-EOF-SWITCH
                 NOT AT END
                    IF ACK-IN-RECORD(1:3) = "TRL"
                       IF AIT-EXPECTED-COUNT IS NUMERIC
                          MOVE AIT-EXPECTED-COUNT
                            TO WS-EXPECTED-COUNT
                          MOVE "Y" TO WS-TRAILER-SWITCH
                       ELSE
                          DISPLAY "Trailer record count is not "
                                  "numeric - treated as missing."
                       END-IF
                       MOVE "Y" TO WS-EOF-SWITCH
                    ELSE
                       ADD 1 TO WS-READ-COUNT
                       PERFORM 1100-CHECK-ACK-ROW
                    END-IF
              END-READ
           END-PERFORM.
           MOVE "N" TO WS-EOF-SWITCH.

           MOVE "N" TO WS-BALANCE-SWITCH.
           IF WS-TRAILER-SEEN
              AND WS-EXPECTED-COUNT = WS-READ-COUNT
              MOVE "Y" TO WS-BALANCE-SWITCH
           END-IF.

       1100-CHECK-ACK-ROW.
           MOVE SPACES TO WS-NOTE.
           EVALUATE TRUE
              WHEN AI-CUST-ID IS NOT NUMERIC
                 MOVE "customer ID not numeric" TO WS-NOTE
              WHEN AI-SENT-DATE IS NOT NUMERIC
                 MOVE "sent date not numeric" TO WS-NOTE
              WHEN AI-RESULT NOT = "D" AND AI-RESULT NOT = "F"
                 MOVE "result is not D or F" TO WS-NOTE
              WHEN AI-EVENT-DATE IS NOT NUMERIC
                 MOVE "vendor date not numeric" TO WS-NOTE
           END-EVALUATE.

           IF WS-NOTE NOT = SPACES
              ADD 1 TO WS-INVALID-COUNT
              ADD 1 TO WS-REVIEW-COUNT
              MOVE SPACES TO ACK-RPT-LINE
              STRING "INVALID   " DELIMITED BY SIZE
                     ACK-IN-RECORD(1:67) DELIMITED BY SIZE
                     " - " DELIMITED BY SIZE
                     WS-NOTE DELIMITED BY SIZE
                     INTO ACK-RPT-LINE
              END-STRING
              WRITE ACK-RPT-LINE
           ELSE
              IF WS-ACK-COUNT < WS-ACK-LIMIT
                 ADD 1 TO WS-ACK-COUNT
                 MOVE AI-CUST-ID    TO AK-CUST-ID(WS-ACK-COUNT)
                 MOVE AI-SENT-DATE  TO AK-SENT-DATE(WS-ACK-COUNT)
                 MOVE AI-TEMPLATE   TO AK-TEMPLATE(WS-ACK-COUNT)
                 MOVE AI-CAMPAIGN   TO AK-CAMPAIGN(WS-ACK-COUNT)
                 MOVE AI-RESULT     TO AK-RESULT(WS-ACK-COUNT)
                 MOVE AI-EVENT-DATE TO AK-EVENT-DATE(WS-ACK-COUNT)
                 MOVE AI-REASON     TO AK-REASON(WS-ACK-COUNT)
                 MOVE "N"           TO AK-USED(WS-ACK-COUNT)
              ELSE
                 ADD 1 TO WS-ACK-OVERFLOW
              END-IF
           END-IF.

      *> One pass over CONTHIST: every entry is copied to the work
      *> file, a letter awaiting acknowledgement is settled from
      *> tonight's rows or checked against the overdue window on the
      *> way through.
       2000-SETTLE-HISTORY.
           OPEN INPUT CONTACT-HISTORY.
           IF WS-CONTHIST-STATUS NOT = "00"
              DISPLAY "No CONTHIST.DAT on disk - no letters to "
                      "settle."
           ELSE
              OPEN OUTPUT HISTORY-WORK
              MOVE "N" TO WS-EOF-SWITCH
              PERFORM UNTIL WS-EOF
                 READ CONTACT-HISTORY
                    AT END
                       MOVE "Y" TO WS-EOF-SWITCH
                    NOT AT END
                       ADD 1 TO WS-HISTORY-COUNT
                       IF CH-AWAITING-ACK
                          PERFORM 2100-SETTLE-ONE-LETTER
                       END-IF
                       MOVE CONTACT-HISTORY-RECORD
                         TO HISTORY-WORK-RECORD
                       WRITE HISTORY-WORK-RECORD
                 END-READ
              END-PERFORM
              CLOSE CONTACT-HISTORY
              CLOSE HISTORY-WORK
              MOVE "N" TO WS-EOF-SWITCH
           END-IF.

       2100-SETTLE-ONE-LETTER.
           MOVE ZERO TO WS-ACK-HIT.
           MOVE 1 TO WS-ACK-SUB.
           PERFORM UNTIL WS-ACK-SUB > WS-ACK-COUNT
                      OR WS-ACK-HIT > 0
              IF AK-USED(WS-ACK-SUB) = "N"
                 AND AK-CUST-ID(WS-ACK-SUB)   = CH-CUST-ID
                 AND AK-SENT-DATE(WS-ACK-SUB) = CH-TS-DATE
                 AND AK-TEMPLATE(WS-ACK-SUB)  = CH-TEMPLATE
                 AND AK-CAMPAIGN(WS-ACK-SUB)  = CH-CAMPAIGN
                 MOVE WS-ACK-SUB TO WS-ACK-HIT
              END-IF
              ADD 1 TO WS-ACK-SUB
           END-PERFORM.

           IF WS-ACK-HIT > 0
              MOVE "Y" TO AK-USED(WS-ACK-HIT)
              MOVE AK-RESULT(WS-ACK-HIT)     TO CH-DELIV-STATUS
              MOVE AK-EVENT-DATE(WS-ACK-HIT) TO CH-DELIV-DATE
              MOVE AK-REASON(WS-ACK-HIT)     TO CH-DELIV-REASON
              ADD 1 TO WS-CHANGED-COUNT
              IF CH-DISPATCHED
                 ADD 1 TO WS-DISPATCHED-COUNT
              ELSE
                 ADD 1 TO WS-FAILED-COUNT
                 MOVE CH-CUST-ID TO WS-CHK-CUST-ID
                 PERFORM 9400-SET-PRINT-ID
                 MOVE SPACES TO ACK-RPT-LINE
                 STRING "FAILED    ID " DELIMITED BY SIZE
                        WS-PRINT-ID(1:7) DELIMITED BY SIZE
                        " sent " DELIMITED BY SIZE
                        CH-TS-DATE DELIMITED BY SIZE
                        " " DELIMITED BY SIZE
                        CH-TEMPLATE DELIMITED BY SIZE
                        " " DELIMITED BY SIZE
                        CH-CAMPAIGN DELIMITED BY SIZE
                        " - vendor " DELIMITED BY SIZE
                        CH-DELIV-DATE DELIMITED BY SIZE
                        " " DELIMITED BY SIZE
                        CH-DELIV-REASON DELIMITED BY SIZE
                        INTO ACK-RPT-LINE
                 END-STRING
                 WRITE ACK-RPT-LINE
              END-IF
           ELSE
              ADD 1 TO WS-AWAITING-COUNT
              PERFORM 2200-CHECK-OVERDUE
           END-IF.

      *> A letter still awaiting acknowledgement past the window is
      *> listed every night until it is settled, but alerted only
      *> the first time - S becomes O.
       2200-CHECK-OVERDUE.
           IF CH-TS-DATE IS NUMERIC
              COMPUTE WS-SENT-INT =
                      FUNCTION INTEGER-OF-DATE(CH-TS-DATE)
              COMPUTE WS-LETTER-AGE = WS-TODAY-INT - WS-SENT-INT
              IF WS-LETTER-AGE >= WS-ACK-DAYS
                 ADD 1 TO WS-OVERDUE-COUNT
                 IF CH-SENT-TO-VENDOR
                    ADD 1 TO WS-NEW-OVERDUE
                    MOVE "O" TO CH-DELIV-STATUS
                    ADD 1 TO WS-CHANGED-COUNT
                    PERFORM 5000-RAISE-OVERDUE-ALERT
                 END-IF
                 MOVE CH-CUST-ID TO WS-CHK-CUST-ID
                 PERFORM 9400-SET-PRINT-ID
                 MOVE SPACES TO ACK-RPT-LINE
                 STRING "OVERDUE   ID " DELIMITED BY SIZE
                        WS-PRINT-ID(1:7) DELIMITED BY SIZE
                        " sent " DELIMITED BY SIZE
                        CH-TS-DATE DELIMITED BY SIZE
                        " " DELIMITED BY SIZE
                        CH-TEMPLATE DELIMITED BY SIZE
                        " " DELIMITED BY SIZE
                        CH-CAMPAIGN DELIMITED BY SIZE
                        " - no acknowledgement after " DELIMITED BY SIZE
                        WS-LETTER-AGE DELIMITED BY SIZE
                        " days" DELIMITED BY SIZE
                        INTO ACK-RPT-LINE
                 END-STRING
                 WRITE ACK-RPT-LINE
              END-IF
           END-IF.

      *> CONTHIST is rebuilt from the work file only when something
      *> on it changed - the work file is then removed.
       2900-WRITE-BACK-HISTORY.
           OPEN INPUT HISTORY-WORK.
           OPEN OUTPUT CONTACT-HISTORY.
           MOVE "N" TO WS-EOF-SWITCH.
           PERFORM UNTIL WS-EOF
              READ HISTORY-WORK
                 AT END
                    MOVE "Y" TO WS-EOF-SWITCH
                 NOT AT END
                    MOVE HISTORY-WORK-RECORD
                      TO CONTACT-HISTORY-RECORD
                    WRITE CONTACT-HISTORY-RECORD
              END-READ
           END-PERFORM.
           CLOSE HISTORY-WORK.
           CLOSE CONTACT-HISTORY.
           MOVE "N" TO WS-EOF-SWITCH.
           CALL "CBL_DELETE_FILE" USING WS-WORK-FILE
                RETURNING WS-DELETE-RESULT.

      *> An acknowledgement no letter was waiting for - already
      *> settled by an earlier file, or never sent through us.
       4000-REPORT-UNMATCHED.
           MOVE 1 TO WS-ACK-SUB.
           PERFORM UNTIL WS-ACK-SUB > WS-ACK-COUNT
              IF AK-USED(WS-ACK-SUB) = "N"
                 ADD 1 TO WS-UNMATCHED-COUNT
                 ADD 1 TO WS-REVIEW-COUNT
                 MOVE AK-CUST-ID(WS-ACK-SUB) TO WS-CHK-CUST-ID
                 PERFORM 9400-SET-PRINT-ID
                 MOVE SPACES TO ACK-RPT-LINE
                 STRING "UNMATCHED ID " DELIMITED BY SIZE
                        WS-PRINT-ID(1:7) DELIMITED BY SIZE
                        " sent " DELIMITED BY SIZE
                        AK-SENT-DATE(WS-ACK-SUB) DELIMITED BY SIZE
                        " " DELIMITED BY SIZE
                        AK-TEMPLATE(WS-ACK-SUB) DELIMITED BY SIZE
                        " " DELIMITED BY SIZE
                        AK-CAMPAIGN(WS-ACK-SUB) DELIMITED BY SIZE
                        " result " DELIMITED BY SIZE
                        AK-RESULT(WS-ACK-SUB) DELIMITED BY SIZE
                        " - no letter awaiting acknowledgement"
                        DELIMITED BY SIZE
                        INTO ACK-RPT-LINE
                 END-STRING
                 WRITE ACK-RPT-LINE
              END-IF
              ADD 1 TO WS-ACK-SUB
           END-PERFORM.

       5000-RAISE-OVERDUE-ALERT.
           IF WS-ALERT-COUNT < WS-ALERT-LIMIT
              ADD 1 TO WS-ALERT-COUNT
              MOVE WS-PROGRAM-NAME TO WS-ALERT-PROGRAM
              MOVE CH-CUST-ID TO WS-CHK-CUST-ID
              PERFORM 9400-SET-PRINT-ID
              MOVE SPACES TO WS-ALERT-MESSAGE
              STRING "LETTER NOT ACKNOWLEDGED: ID " DELIMITED BY SIZE
                     WS-PRINT-ID(1:7) DELIMITED BY SIZE
                     " SENT " DELIMITED BY SIZE
                     CH-TS-DATE DELIMITED BY SIZE
                     " " DELIMITED BY SIZE
                     CH-TEMPLATE DELIMITED BY SIZE
                     INTO WS-ALERT-MESSAGE
              END-STRING
              CALL "OPERALERT" USING WS-ALERT-SEVERITY
                   WS-ALERT-PROGRAM WS-ALERT-MESSAGE
           END-IF.

      *> A whole batch gone missing at the vendor raises one alert
      *> for the rest, not hundreds.
       5100-RAISE-SUMMARY-ALERT.
           MOVE WS-PROGRAM-NAME TO WS-ALERT-PROGRAM.
           MOVE SPACES TO WS-ALERT-MESSAGE.
           STRING WS-NEW-OVERDUE DELIMITED BY SIZE
                  " LETTERS UNACKNOWLEDGED - SEE LTRACK.RPT"
                  DELIMITED BY SIZE
                  INTO WS-ALERT-MESSAGE
           END-STRING.
           CALL "OPERALERT" USING WS-ALERT-SEVERITY
                WS-ALERT-PROGRAM WS-ALERT-MESSAGE.

       8000-PRINT-TOTALS.
           IF WS-HAVE-ACKS
              IF WS-TRAILER-SEEN
                 MOVE SPACES TO ACK-RPT-LINE
                 STRING "Rows expected (trailer): " DELIMITED BY SIZE
                        WS-EXPECTED-COUNT DELIMITED BY SIZE
                        INTO ACK-RPT-LINE
                 END-STRING
                 WRITE ACK-RPT-LINE
              ELSE
                 MOVE "Rows expected (trailer): NO TRAILER READ"
                   TO ACK-RPT-LINE
                 WRITE ACK-RPT-LINE
              END-IF
           END-IF.

           MOVE SPACES TO ACK-RPT-LINE.
           STRING "Rows read " DELIMITED BY SIZE
                  WS-READ-COUNT DELIMITED BY SIZE
                  "  dispatched " DELIMITED BY SIZE
                  WS-DISPATCHED-COUNT DELIMITED BY SIZE
                  "  failed " DELIMITED BY SIZE
                  WS-FAILED-COUNT DELIMITED BY SIZE
                  "  unmatched " DELIMITED BY SIZE
                  WS-UNMATCHED-COUNT DELIMITED BY SIZE
                  "  invalid " DELIMITED BY SIZE
                  WS-INVALID-COUNT DELIMITED BY SIZE
                  INTO ACK-RPT-LINE
           END-STRING.
           WRITE ACK-RPT-LINE.

           MOVE SPACES TO ACK-RPT-LINE.
           STRING "Letters on CONTHIST " DELIMITED BY SIZE
                  WS-HISTORY-COUNT DELIMITED BY SIZE
                  "  still awaiting acknowledgement "
                  DELIMITED BY SIZE
                  WS-AWAITING-COUNT DELIMITED BY SIZE
                  "  overdue " DELIMITED BY SIZE
                  WS-OVERDUE-COUNT DELIMITED BY SIZE
                  "  newly alerted " DELIMITED BY SIZE
                  WS-NEW-OVERDUE DELIMITED BY SIZE
                  INTO ACK-RPT-LINE
           END-STRING.
           WRITE ACK-RPT-LINE.

           MOVE SPACES TO ACK-RPT-LINE.
           IF WS-RUN-BALANCED
              MOVE "VERDICT: BALANCED" TO ACK-RPT-LINE
           ELSE
              MOVE "VERDICT: OUT OF BALANCE" TO ACK-RPT-LINE
           END-IF.
           WRITE ACK-RPT-LINE.

      *> Printed seven-digit form of WS-CHK-CUST-ID.
       9400-SET-PRINT-ID.
           CALL "CUSTCHK" USING WS-CHK-FUNCTION WS-PRINT-ID
                                WS-CHK-CUST-ID WS-CHK-RESULT.
