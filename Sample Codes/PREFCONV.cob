      *    Author      : Renato D. Mejilla
      *    Date        : October 15, 2026
      *    Description : One-off conversion of CUSTPREF from the
      *                  original 25-byte record (customer ID, segment,
      *                  do-not-contact flag, date and operator) to the
      *                  current PREFREC layout, which adds the
      *                  deceased marker and the segment origin, rule
      *                  and set date. An existing CUSTPREF cannot be
      *                  opened under the longer record, so this must
      *                  run once, after the new programs are installed
      *                  and before the first nightly run or any
      *                  CUSTPREF update.
      *                  Unloads the old file to PREFCONV.DAT with a TRL
      *                  record carrying the count, rebuilds CUSTPREF
      *                  from it with deceased flag N, dates zero,
      *                  source and rule blank, and origin M wherever a
      *                  segment is on file (a person set every segment
      *                  held today), and proves the records written
      *                  against the TRL count. A balanced run keeps the
      *                  unload as PREFCONV.OLD. A run that stops after
      *                  the unload leaves PREFCONV.DAT, and a rerun
      *                  rebuilds CUSTPREF from it rather than from the
      *                  half-built file. A CUSTPREF already in the new
      *                  layout, or none at all, is left alone.
      *                  Needs the SUPERVISOR role and a closed batch
      *                  window. RETURN-CODE 0 converted or nothing to
      *                  do, 4 converted but PREFCONV.DAT could not be
      *                  moved aside, 8 not converted, 16 out of
      *                  balance.
      *    Compiler    : Micro Focus Visual COBOL
      *    ============================================================

       IDENTIFICATION DIVISION.
       PROGRAM-ID.     PREFCONV.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLD-PREF     ASSIGN TO WS-CUSTPREF-FILE
                               ORGANIZATION INDEXED
                               ACCESS MODE IS SEQUENTIAL
                               RECORD KEY IS OLD-PREF-KEY
                               FILE STATUS IS WS-OLD-STATUS.

           SELECT CUSTOMER-PREF ASSIGN TO WS-CUSTPREF-FILE
                               ORGANIZATION INDEXED
                               ACCESS MODE IS SEQUENTIAL
                               RECORD KEY IS CP-CUST-ID
                               FILE STATUS IS WS-PREF-STATUS.

           SELECT PREF-HOLD    ASSIGN TO WS-HOLD-FILE
                               ORGANIZATION LINE SEQUENTIAL
                               FILE STATUS IS WS-HOLD-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *> CUSTPREF as it stood before the deceased and segment-origin
      *> fields - see WS-OLD-PREF-RECORD for the fields.
       FD  OLD-PREF.
       01  OLD-PREF-RECORD.
           05 OLD-PREF-KEY       PIC 9(6).
           05 FILLER             PIC X(19).

       FD  CUSTOMER-PREF.
       COPY PREFREC.

       FD  PREF-HOLD.
       01  PREF-HOLD-RECORD      PIC X(25).
       01  PREF-HOLD-TRAILER.
           05 PHT-REC-TYPE       PIC X(3).
           05 PHT-RECORD-COUNT   PIC 9(6).
           05 FILLER             PIC X(16).

       WORKING-STORAGE SECTION.
       01  WS-CUSTPREF-FILE    PIC X(26) VALUE "CUSTPREF".
       01  WS-HOLD-FILE        PIC X(26) VALUE "PREFCONV.DAT".
       01  WS-SAVE-FILE        PIC X(26) VALUE "PREFCONV.OLD".

       01  WS-OLD-STATUS       PIC XX VALUE "00".
       01  WS-PREF-STATUS      PIC XX VALUE "00".
       01  WS-HOLD-STATUS      PIC XX VALUE "00".
       01  WS-EOF-SWITCH       PIC X VALUE "N".
           88 WS-EOF           VALUE "Y".
       01  WS-TRAILER-SWITCH   PIC X VALUE "N".
           88 WS-TRAILER-SEEN  VALUE "Y".

      *> Where the conversion stands - set as each stage finishes.
       01  WS-CONV-STATE       PIC X(1) VALUE "N".
           88 WS-CONV-NOTHING     VALUE "N".
           88 WS-CONV-READY       VALUE "R".
           88 WS-CONV-DONE        VALUE "C".
           88 WS-CONV-FAILED      VALUE "F".
           88 WS-CONV-UNBALANCED  VALUE "B".
       01  WS-HOLD-LEFT        PIC X(1) VALUE "N".
           88 WS-HOLD-STILL-THERE VALUE "Y".

      *> The 25-byte record as the unload holds it.
       01  WS-OLD-PREF-RECORD.
           05 OP-CUST-ID         PIC 9(6).
           05 OP-SEGMENT-CODE    PIC X(2).
           05 OP-DNC-FLAG        PIC X(1).
           05 OP-DNC-DATE        PIC 9(8).
           05 OP-DNC-SET-BY      PIC X(8).

       01  WS-UNLOAD-COUNT     PIC 9(6) VALUE ZERO.
       01  WS-EXPECTED-COUNT   PIC 9(6) VALUE ZERO.
       01  WS-READ-COUNT       PIC 9(6) VALUE ZERO.
       01  WS-WRITTEN-COUNT    PIC 9(6) VALUE ZERO.
       01  WS-MANUAL-COUNT     PIC 9(6) VALUE ZERO.
       01  WS-REJECT-COUNT     PIC 9(6) VALUE ZERO.

       01  WS-DELETE-RESULT    PIC 9(2) COMP-5 VALUE ZERO.
       01  WS-MOVE-RESULT      PIC 9(2) COMP-5 VALUE ZERO.

      *> Customer number as printed, through the shared CUSTCHK.
       01  WS-PRINT-FUNCTION   PIC X(1) VALUE "D".
       01  WS-PRINT-ID         PIC X(8) VALUE SPACES.
       01  WS-PRINT-RESULT     PIC X(1) VALUE SPACE.

      *> Batch-window lock check - see BATCHLOCK.
       01  WS-LOCK-ACTION      PIC X(1) VALUE "Q".
       01  WS-LOCK-STATE       PIC X(1) VALUE "N".
       01  WS-LOCK-RESOURCE    PIC X(4) VALUE "CUST".

      *> End-of-run counts handed to the shared RUNSTATS routine.
       01  WS-STAT-READ        PIC 9(6) VALUE ZERO.
       01  WS-STAT-WRITTEN     PIC 9(6) VALUE ZERO.
       01  WS-STAT-UPDATED     PIC 9(6) VALUE ZERO.
       01  WS-STAT-REJECTED    PIC 9(6) VALUE ZERO.

       01  WS-OPERATOR-ID      PIC X(8) VALUE SPACES.
       01  WS-PROGRAM-NAME     PIC X(20) VALUE "PREFCONV".
       01  WS-AUDIT-OUTCOME    PIC X(8) VALUE SPACES.
       01  WS-AUTHORIZED       PIC X(1) VALUE "N".
       01  WS-OPERATOR-ROLE    PIC X(10) VALUE SPACES.

       PROCEDURE DIVISION.
           DISPLAY "<<< CUSTPREF LAYOUT CONVERSION >>>".
           DISPLAY "----------------------------------".

           ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT "OPERATOR-ID".
           MOVE "START" TO WS-AUDIT-OUTCOME.
           CALL "AUDITLOG" USING WS-PROGRAM-NAME WS-OPERATOR-ID
                                  WS-AUDIT-OUTCOME.

           CALL "FILERES" USING WS-CUSTPREF-FILE.
           CALL "FILERES" USING WS-HOLD-FILE.
           CALL "FILERES" USING WS-SAVE-FILE.

           CALL "SIGNON" USING WS-OPERATOR-ID WS-AUTHORIZED
                                WS-OPERATOR-ROLE WS-PROGRAM-NAME.
           IF WS-AUTHORIZED NOT = "Y"
              DISPLAY "Operator not recognized or inactive. "
                      "Access denied."
              MOVE "DENIED" TO WS-AUDIT-OUTCOME
              CALL "AUDITLOG" USING WS-PROGRAM-NAME WS-OPERATOR-ID
                                     WS-AUDIT-OUTCOME
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.

           *> Every preference record is rewritten - SUPERVISOR or
           *> better only.
           IF WS-OPERATOR-ROLE NOT = "SUPERVISOR"
              AND WS-OPERATOR-ROLE NOT = "ADMIN"
              DISPLAY "The CUSTPREF conversion requires the "
                      "SUPERVISOR role. Nothing converted."
              MOVE "DENIED" TO WS-AUDIT-OUTCOME
              CALL "AUDITLOG" USING WS-PROGRAM-NAME WS-OPERATOR-ID
                                     WS-AUDIT-OUTCOME
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.

           *> CUSTPREF is rebuilt from scratch, so nothing else may
           *> have it open - no override here.
           MOVE "Q" TO WS-LOCK-ACTION.
           CALL "BATCHLOCK" USING WS-LOCK-ACTION
                WS-LOCK-STATE WS-LOCK-RESOURCE.
           IF WS-LOCK-STATE = "Y"
              DISPLAY "The nightly batch window is open. Run the "
                      "conversion before the nightly starts."
              MOVE "LOCKED" TO WS-AUDIT-OUTCOME
              CALL "AUDITLOG" USING WS-PROGRAM-NAME WS-OPERATOR-ID
                                     WS-AUDIT-OUTCOME
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.

           PERFORM 1000-CHECK-HOLD-FILE.
           IF NOT WS-CONV-READY
              PERFORM 2000-UNLOAD-OLD-FILE
           END-IF.
           IF WS-CONV-READY
              PERFORM 3000-LOAD-NEW-FILE
           END-IF.

           DISPLAY "Records unloaded   : " WS-UNLOAD-COUNT.
           DISPLAY "Records read back  : " WS-READ-COUNT.
           DISPLAY "Records written    : " WS-WRITTEN-COUNT.
           DISPLAY "Segment set by hand: " WS-MANUAL-COUNT.

           EVALUATE TRUE
              WHEN WS-CONV-UNBALANCED
                 DISPLAY "CONVERSION OUT OF BALANCE - PREFCONV.DAT "
                         "is kept; correct and rerun before the "
                         "nightly."
                 MOVE "FAIL" TO WS-AUDIT-OUTCOME
                 MOVE 16 TO RETURN-CODE
              WHEN WS-CONV-FAILED
                 MOVE "FAIL" TO WS-AUDIT-OUTCOME
                 MOVE 8 TO RETURN-CODE
              WHEN WS-CONV-DONE AND WS-HOLD-STILL-THERE
                 MOVE "PARTIAL" TO WS-AUDIT-OUTCOME
                 MOVE 4 TO RETURN-CODE
              WHEN OTHER
                 MOVE "SUCCESS" TO WS-AUDIT-OUTCOME
                 MOVE 0 TO RETURN-CODE
           END-EVALUATE.

           MOVE WS-READ-COUNT    TO WS-STAT-READ.
           MOVE WS-WRITTEN-COUNT TO WS-STAT-WRITTEN.
           MOVE WS-REJECT-COUNT  TO WS-STAT-REJECTED.
           CALL "RUNSTATS" USING WS-PROGRAM-NAME WS-STAT-READ
                                  WS-STAT-WRITTEN WS-STAT-UPDATED
                                  WS-STAT-REJECTED.

           CALL "AUDITLOG" USING WS-PROGRAM-NAME WS-OPERATOR-ID
                                  WS-AUDIT-OUTCOME.

           GOBACK.

      *> A PREFCONV.DAT with its TRL record is a complete unload from
      *> a run that stopped before CUSTPREF was proven - the rebuild
      *> starts again from it, since CUSTPREF itself may already be
      *> half rewritten. One without a TRL was cut short before
      *> CUSTPREF was touched and is simply taken again.
       1000-CHECK-HOLD-FILE.
           MOVE "N" TO WS-CONV-STATE.
           MOVE "N" TO WS-TRAILER-SWITCH.
           OPEN INPUT PREF-HOLD.
           IF WS-HOLD-STATUS = "00"
              MOVE "N" TO WS-EOF-SWITCH
              PERFORM UNTIL WS-EOF
                 READ PREF-HOLD
                    AT END
                       MOVE "Y" TO WS-EOF-SWITCH
                    NOT AT END
                       IF PHT-REC-TYPE = "TRL"
                          MOVE "Y" TO WS-TRAILER-SWITCH
                          MOVE PHT-RECORD-COUNT TO WS-UNLOAD-COUNT
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE PREF-HOLD
              IF WS-TRAILER-SEEN
                 DISPLAY "PREFCONV.DAT holds a complete unload from "
                         "an earlier run - CUSTPREF is rebuilt "
                         "from it."
                 MOVE "R" TO WS-CONV-STATE
              END-IF
           END-IF.

      *> Only a CUSTPREF that opens under the 25-byte record is
      *> converted. One that is not there has nothing to convert
      *> (the first update creates it in the new layout); one that
      *> refuses the short record (status 39) is checked against the
      *> new layout before it is called converted.
       2000-UNLOAD-OLD-FILE.
           OPEN INPUT OLD-PREF.
           EVALUATE WS-OLD-STATUS
              WHEN "00"
                 PERFORM 2200-COPY-TO-HOLD
              WHEN "35"
                 DISPLAY "No CUSTPREF on file - nothing to convert."
              WHEN "39"
                 PERFORM 2100-CHECK-NEW-LAYOUT
              WHEN OTHER
                 DISPLAY "Cannot open CUSTPREF, status="
                         WS-OLD-STATUS " - nothing converted."
                 MOVE "F" TO WS-CONV-STATE
           END-EVALUATE.

       2100-CHECK-NEW-LAYOUT.
           OPEN INPUT CUSTOMER-PREF.
           IF WS-PREF-STATUS = "00"
              CLOSE CUSTOMER-PREF
              DISPLAY "CUSTPREF is already in the current layout - "
                      "nothing to convert."
           ELSE
              DISPLAY "CUSTPREF matches neither layout, status="
                      WS-PREF-STATUS " - nothing converted."
              MOVE "F" TO WS-CONV-STATE
           END-IF.

      *> The TRL goes on only once every record is safely on
      *> PREFCONV.DAT, so a short unload is never rebuilt from.
       2200-COPY-TO-HOLD.
           OPEN OUTPUT PREF-HOLD.
           IF WS-HOLD-STATUS NOT = "00"
              DISPLAY "Cannot open PREFCONV.DAT, status="
                      WS-HOLD-STATUS " - nothing converted."
              CLOSE OLD-PREF
              MOVE "F" TO WS-CONV-STATE
           ELSE
              MOVE ZERO TO WS-UNLOAD-COUNT
              MOVE "N" TO WS-EOF-SWITCH
              PERFORM UNTIL WS-EOF
                 READ OLD-PREF NEXT RECORD
                    AT END
                       MOVE "Y" TO WS-EOF-SWITCH
                    NOT AT END
                       PERFORM 2300-HOLD-ONE-RECORD
                 END-READ
                 IF WS-OLD-STATUS NOT = "00"
                    AND WS-OLD-STATUS NOT = "10"
                    DISPLAY "CUSTPREF read failed, status="
                            WS-OLD-STATUS " - nothing converted."
                    MOVE "F" TO WS-CONV-STATE
                    MOVE "Y" TO WS-EOF-SWITCH
                 END-IF
              END-PERFORM
              IF NOT WS-CONV-FAILED
                 MOVE SPACES TO PREF-HOLD-TRAILER
                 MOVE "TRL" TO PHT-REC-TYPE
                 MOVE WS-UNLOAD-COUNT TO PHT-RECORD-COUNT
                 WRITE PREF-HOLD-TRAILER
                 IF WS-HOLD-STATUS = "00"
                    MOVE "R" TO WS-CONV-STATE
                 ELSE
                    DISPLAY "PREFCONV.DAT write failed, status="
                            WS-HOLD-STATUS " - nothing converted."
                    MOVE "F" TO WS-CONV-STATE
                 END-IF
              END-IF
              CLOSE PREF-HOLD
              CLOSE OLD-PREF
              IF WS-CONV-FAILED
                 CALL "CBL_DELETE_FILE" USING WS-HOLD-FILE
                      RETURNING WS-DELETE-RESULT
              END-IF
           END-IF.

       2300-HOLD-ONE-RECORD.
           MOVE OLD-PREF-RECORD TO PREF-HOLD-RECORD.
           WRITE PREF-HOLD-RECORD.
           IF WS-HOLD-STATUS = "00"
              ADD 1 TO WS-UNLOAD-COUNT
           ELSE
              DISPLAY "PREFCONV.DAT write failed, status="
                      WS-HOLD-STATUS " - nothing converted."
              MOVE "F" TO WS-CONV-STATE
              MOVE "Y" TO WS-EOF-SWITCH
           END-IF.

      *> PREFCONV.DAT is in key order, so the rebuilt file loads
      *> sequentially. Balanced means every unloaded record read back
      *> and written.
       3000-LOAD-NEW-FILE.
           OPEN INPUT PREF-HOLD.
           IF WS-HOLD-STATUS NOT = "00"
              DISPLAY "Cannot reopen PREFCONV.DAT, status="
                      WS-HOLD-STATUS " - CUSTPREF not rebuilt."
              MOVE "F" TO WS-CONV-STATE
           ELSE
              OPEN OUTPUT CUSTOMER-PREF
              IF WS-PREF-STATUS NOT = "00"
                 DISPLAY "Cannot rebuild CUSTPREF, status="
                         WS-PREF-STATUS " - the unload is kept in "
                         "PREFCONV.DAT for a rerun."
                 CLOSE PREF-HOLD
                 MOVE "F" TO WS-CONV-STATE
              ELSE
                 PERFORM 3050-REBUILD-FROM-HOLD
              END-IF
           END-IF.

       3050-REBUILD-FROM-HOLD.
           MOVE ZERO TO WS-READ-COUNT WS-WRITTEN-COUNT
                        WS-MANUAL-COUNT WS-REJECT-COUNT
                        WS-EXPECTED-COUNT.
           MOVE "N" TO WS-TRAILER-SWITCH.
           MOVE "N" TO WS-EOF-SWITCH.
           PERFORM UNTIL WS-EOF
              READ PREF-HOLD
                 AT END
                    MOVE "Y" TO WS-EOF-SWITCH
                 NOT AT END
                    IF PHT-REC-TYPE = "TRL"
                       MOVE "Y" TO WS-TRAILER-SWITCH
                       MOVE PHT-RECORD-COUNT TO WS-EXPECTED-COUNT
                    ELSE
                       ADD 1 TO WS-READ-COUNT
                       PERFORM 3100-CONVERT-RECORD
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE PREF-HOLD.
           CLOSE CUSTOMER-PREF.

           IF WS-TRAILER-SEEN
              AND WS-READ-COUNT = WS-EXPECTED-COUNT
              AND WS-WRITTEN-COUNT = WS-READ-COUNT
              MOVE "C" TO WS-CONV-STATE
              DISPLAY "CUSTPREF converted and balanced - "
                      WS-WRITTEN-COUNT " record(s)."
              PERFORM 3200-RETIRE-HOLD-FILE
           ELSE
              MOVE "B" TO WS-CONV-STATE
           END-IF.

      *> Every segment on file today was set by a person, so it is
      *> marked M and SEGASSIGN's rules will never replace it.
       3100-CONVERT-RECORD.
           MOVE PREF-HOLD-RECORD TO WS-OLD-PREF-RECORD.
           MOVE OP-CUST-ID      TO CP-CUST-ID.
           MOVE OP-SEGMENT-CODE TO CP-SEGMENT-CODE.
           MOVE OP-DNC-FLAG     TO CP-DNC-FLAG.
           MOVE OP-DNC-DATE     TO CP-DNC-DATE.
           MOVE OP-DNC-SET-BY   TO CP-DNC-SET-BY.
           MOVE "N" TO CP-DECEASED-FLAG.
           MOVE ZERO TO CP-DEATH-DATE.
           MOVE SPACES TO CP-DECEASED-SOURCE.
           MOVE ZERO TO CP-DECEASED-MARKED.
           MOVE SPACES TO CP-SEGMENT-RULE.
           MOVE ZERO TO CP-SEGMENT-SET-DATE.
           IF CP-SEGMENT-CODE NOT = SPACES
              MOVE "M" TO CP-SEGMENT-ORIGIN
              ADD 1 TO WS-MANUAL-COUNT
           ELSE
              MOVE SPACE TO CP-SEGMENT-ORIGIN
           END-IF.
           WRITE CUSTOMER-PREF-RECORD
              INVALID KEY
                 ADD 1 TO WS-REJECT-COUNT
                 CALL "CUSTCHK" USING WS-PRINT-FUNCTION WS-PRINT-ID
                                      OP-CUST-ID WS-PRINT-RESULT
                 DISPLAY "Customer " WS-PRINT-ID(1:7)
                         " not written, status=" WS-PREF-STATUS
              NOT INVALID KEY
                 ADD 1 TO WS-WRITTEN-COUNT
           END-WRITE.

      *> The proven unload is kept beside CUSTPREF as PREFCONV.OLD.
      *> PREFCONV.DAT must not survive a balanced run: a later run
      *> would take it for an unfinished conversion and rebuild
      *> CUSTPREF from it.
       3200-RETIRE-HOLD-FILE.
           CALL "CBL_DELETE_FILE" USING WS-SAVE-FILE
                RETURNING WS-DELETE-RESULT.
           CALL "CBL_RENAME_FILE" USING WS-HOLD-FILE WS-SAVE-FILE
                RETURNING WS-MOVE-RESULT.
           IF WS-MOVE-RESULT = 0
              DISPLAY "The 25-byte unload is kept as PREFCONV.OLD."
           ELSE
              CALL "CBL_DELETE_FILE" USING WS-HOLD-FILE
                   RETURNING WS-DELETE-RESULT
              IF WS-DELETE-RESULT NOT = 0
                 MOVE "Y" TO WS-HOLD-LEFT
                 DISPLAY "PREFCONV.DAT could not be moved aside - "
                         "delete it by hand before any rerun, or "
                         "the rerun rebuilds CUSTPREF from it."
              END-IF
           END-IF.
