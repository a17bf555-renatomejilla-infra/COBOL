      *                     code (ACMITS-COMPANY, BASE when blank) so
      *                     a printed page can never be filed under
      *                     the wrong business unit.
      *    2026-10-15  RDM  Source-system precedence. Once CUSTXREF
      *                     links two systems to one customer, the last
      *                     extract in no longer simply overwrites the
      *                     name and birth date: each field that differs
      *                     goes through the shared SRCPREC routine,
      *                     which weighs this extract's source against
      *                     the source that last set the field (kept on
      *                     the CUSTSRC side file) using the SRCPRI.DAT
      *                     ranking table. A field from a lower-ranked
      *                     source is held back, the standing value
      *                     stays, and both values are logged to
      *                     SRCCONF.DAT for SRCCONFRPT. Adds and applied
      *                     updates stamp CUSTSRC with the source, and
      *                     held records are counted on the console and
      *                     on the balancing report.
      *    2026-10-15  RDM  Proof mode. With CUSTIN-PROOF=Y the run does
      *                     the full validation, HDR/TRL balancing and
      *                     CUSTXREF/name-and-birth-date matching but
      *                     opens CUSTMAST and CUSTXREF input only and
      *                     writes nothing to them, to CUSTREJ,
      *                     CUSTRUNS.DAT, the checkpoint, the journal or
      *                     the conflict log. Instead CUSTPRF.RPT lists
      *                     every projected add, update (field by field,
      *                     before and after, including fields source
      *                     precedence would hold back) and reject, with
      *                     the projected totals and balancing verdict,
      *                     so operations can review a large or
      *                     unfamiliar extract before committing it.
      *                     Customers touched earlier in the extract are
      *                     held in a projection table so repeats match
      *                     as they would in the real run.
      *    2026-10-15  RDM  Takes its input name from CUSTIN-FILE when
      *                     the INTAKE step hands an extract over under
      *                     its own name, and ends with GOBACK instead
      *                     of STOP RUN so INTAKE can call it once per
      *                     arriving file - run on its own it ends
      *                     exactly as before.
      *    2026-10-15  RDM  Messages and proof lines print customer
      *                     numbers with their check digits.
      *================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     CustDataFormat.
                               RECORD KEY IS XR-XREF-KEY
                               FILE STATUS IS WS-XREF-STATUS.

           SELECT PROOF-RPT    ASSIGN TO WS-PRF-FILE-NAME
                               ORGANIZATION LINE SEQUENTIAL
                               FILE STATUS IS WS-PROOF-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-IN.
       FD  CUSTOMER-XREF.
       COPY XREFREC.

       FD  PROOF-RPT.
       01  PROOF-RPT-LINE        PIC X(132).

       WORKING-STORAGE SECTION.
      *> Physical file names, environment-qualified through the
      *> shared FILERES routine at start of run.
       01 WS-CUSTIN-FILE      PIC X(26) VALUE "CUSTIN".
       01 WS-INTAKE-NAME      PIC X(26) VALUE SPACES.
       01 WS-CUSTRPT-FILE     PIC X(26) VALUE "CUSTRPT".
       01 WS-CUSTMAST-FILE    PIC X(26) VALUE "CUSTMAST".
       01 WS-CKPT-FILE-NAME   PIC X(26) VALUE "CUSTCKPT.DAT".
       01 WS-BAL-FILE-NAME    PIC X(26) VALUE "CUSTBAL.RPT".
       01 WS-RUNS-FILE-NAME   PIC X(26) VALUE "CUSTRUNS.DAT".
       01 WS-CUSTXREF-FILE    PIC X(26) VALUE "CUSTXREF".
       01 WS-PRF-FILE-NAME    PIC X(26) VALUE "CUSTPRF.RPT".

       01 WS-MASTER-STATUS    PIC XX VALUE "00".
       01 WS-NEXT-CUST-ID     PIC 9(6) VALUE ZERO.

      *> Customer numbers are shown in the printed seven-digit form
      *> (with check digit) from CUSTCHK.
       01 WS-CHK-FUNCTION     PIC X(1) VALUE "D".
       01 WS-CHK-CUST-ID      PIC 9(6) VALUE ZERO.
       01 WS-CHK-RESULT       PIC X(1) VALUE SPACE.
       01 WS-PRINT-ID         PIC X(8) VALUE SPACES.

      *> Checkpoint/restart support - see 0500-LOAD-CHECKPOINT and
      *> 4600-WRITE-CHECKPOINT.
       01 WS-CKPT-STATUS      PIC XX VALUE "00".
       01 WS-ADD-COUNT        PIC 9(6) VALUE ZERO.
       01 WS-UPDATE-COUNT     PIC 9(6) VALUE ZERO.
       01 WS-UNCHANGED-COUNT  PIC 9(6) VALUE ZERO.
       01 WS-HELD-COUNT       PIC 9(6) VALUE ZERO.
       01 WS-HELD-FIELDS      PIC 9(6) VALUE ZERO.

      *> Reject handling - every bad-date record goes to CUSTREJ with
      *> a reason code and is kept here for the end-of-run exceptions
       01 WS-REASON-CODES     PIC X(4) VALUE "NMDF".
       01 WS-REASON-COUNT     PIC 9(6) VALUE ZERO.
       01 WS-REASON-TEXT      PIC X(30) VALUE SPACES.
       01 WS-REASON-CODE      PIC X VALUE SPACE.

      *> Header/trailer control-record support - see
      *> 0800-READ-HEADER-RECORD and 8500-RUN-BALANCING.
       01 WS-BEFORE-IMAGE    PIC X(65) VALUE SPACES.
       01 WS-AFTER-IMAGE     PIC X(65) VALUE SPACES.

      *> Source-precedence fields handed to the shared SRCPREC
      *> routine - see 4750-CHECK-PRECEDENCE.
       01 WS-PREC-FUNCTION   PIC X(1) VALUE SPACE.
       01 WS-PREC-FIELD      PIC X(2) VALUE SPACES.
       01 WS-PREC-NEW-VALUE  PIC X(20) VALUE SPACES.
       01 WS-PREC-OLD-VALUE  PIC X(20) VALUE SPACES.
       01 WS-PREC-RESULT     PIC X(1) VALUE SPACE.
       01 WS-APPLY-FIRST     PIC X(1) VALUE "N".
       01 WS-APPLY-LAST      PIC X(1) VALUE "N".
       01 WS-APPLY-BIRTH     PIC X(1) VALUE "N".
       01 WS-FIELD-HELD      PIC X(1) VALUE "N".
       01 WS-REWRITE-SWITCH  PIC X(1) VALUE "N".
          88 WS-REWRITE-NEEDED VALUE "Y".

      *> Proof-run support - see 7000-PROOF-CUSTOMER. A proof run
      *> (CUSTIN-PROOF=Y) reads CUSTMAST and CUSTXREF but writes
      *> nothing to them, to CUSTREJ, CUSTRUNS.DAT, the checkpoint
      *> or the journal; what the run would do goes to CUSTPRF.RPT.
       01 WS-PROOF-OPTION    PIC X VALUE "N".
          88 WS-PROOF-RUN    VALUE "Y".
       01 WS-PROOF-STATUS    PIC XX VALUE "00".
       01 WS-MASTER-ON-DISK  PIC X VALUE "Y".
       01 WS-XREF-ON-DISK    PIC X VALUE "Y".
       01 WS-PENDING-CKPT    PIC 9(6) VALUE ZERO.
       01 WS-MATCH-HOW       PIC X(24) VALUE SPACES.
       01 WS-PROOF-LINE      PIC X(132) VALUE SPACES.
       01 WS-PROOF-PTR       PIC 999 VALUE ZERO.
       01 WS-OLD-FIRST-NAME  PIC X(20) VALUE SPACES.
       01 WS-OLD-LAST-NAME   PIC X(20) VALUE SPACES.
       01 WS-OLD-BIRTH-DATE  PIC 9(8) VALUE ZERO.
       01 WS-OLD-AGE         PIC 99 VALUE ZERO.
       01 WS-FIELD-LABEL     PIC X(11) VALUE SPACES.
       01 WS-FIELD-BEFORE    PIC X(20) VALUE SPACES.
       01 WS-FIELD-AFTER     PIC X(20) VALUE SPACES.
      *> Every customer the projection has added, updated or matched
      *> so far, as the run would have left it - a second copy of a
      *> customer further down the extract is then matched the way
      *> the real run would match it against the updated master.
       01 WS-PROJ-TABLE.
          05 WS-PJ-COUNT      PIC 9(4) VALUE ZERO.
          05 WS-PJ-LIMIT      PIC 9(4) VALUE 5000.
          05 WS-PJ-ENTRY OCCURS 5000 TIMES.
             10 PJ-CUST-ID    PIC 9(6).
             10 PJ-FIRST-NAME PIC X(20).
             10 PJ-LAST-NAME  PIC X(20).
             10 PJ-BIRTH-DATE PIC 9(8).
             10 PJ-AGE        PIC 99.
             10 PJ-SOURCE-KEY PIC X(12).
       01 WS-PJ-SUB          PIC 9(4) VALUE ZERO.
       01 WS-PJ-HIT          PIC 9(4) VALUE ZERO.
       01 WS-PJ-WANTED-ID    PIC 9(6) VALUE ZERO.
       01 WS-PJ-FULL         PIC X VALUE "N".

       PROCEDURE DIVISION.
           DISPLAY "<<< CUSTOMER DATA FORMATTING >>>".
           DISPLAY "--------------------------------".
           CALL "AUDITLOG" USING WS-PROGRAM-NAME WS-OPERATOR-ID
                                  WS-AUDIT-OUTCOME.

           *> The INTAKE step hands each arriving extract over under
           *> its own name; a run on its own reads CUSTIN as ever.
           ACCEPT WS-INTAKE-NAME FROM ENVIRONMENT "CUSTIN-FILE".
           IF WS-INTAKE-NAME NOT = SPACES
              MOVE WS-INTAKE-NAME TO WS-CUSTIN-FILE
           END-IF.
           CALL "FILERES" USING WS-CUSTIN-FILE.
           CALL "FILERES" USING WS-CUSTRPT-FILE.
           CALL "FILERES" USING WS-CUSTMAST-FILE.
           *> formatted block to the CUSTRPT print file.
           ACCEPT WS-PRINT-OPTION FROM ENVIRONMENT "CUSTRPT-PRINT".

           *> Set CUSTIN-PROOF=Y to prove an extract before it is
           *> committed: the full validation, balancing and matching
           *> run, but only CUSTPRF.RPT is written. A proof always
           *> starts at record one - a pending checkpoint is only
           *> noted - and leaves CUSTRPT alone.
           ACCEPT WS-PROOF-OPTION FROM ENVIRONMENT "CUSTIN-PROOF".
           IF WS-PROOF-RUN
              CALL "FILERES" USING WS-PRF-FILE-NAME
              MOVE "N" TO WS-PRINT-OPTION
              DISPLAY "PROOF RUN - nothing will be written to "
                      "CUSTMAST, CUSTREJ, CUSTXREF or CUSTRUNS.DAT."
              PERFORM 7050-NOTE-PENDING-CHECKPOINT
           ELSE
              PERFORM 0500-LOAD-CHECKPOINT
           END-IF.

           OPEN INPUT CUSTOMER-IN.

           *> the checkpointed count - a blind EXTEND would append
           *> after the trailer of an out-of-balance run, and rejects
           *> replayed past the checkpoint would double up.
           EVALUATE TRUE
              WHEN WS-PROOF-RUN
                 CONTINUE
              WHEN WS-IS-RESTART
                 PERFORM 0870-REBUILD-REJECT-FILE
              WHEN OTHER
                 OPEN OUTPUT REJECT-FILE
                 PERFORM 0900-WRITE-REJECT-HEADER
           END-EVALUATE.

           IF WS-IS-RESTART
              DISPLAY "Resuming from checkpoint - skipping "
              END-IF
           END-IF.

           IF WS-PROOF-RUN
              PERFORM 7010-OPEN-PROOF-FILES
           ELSE
              PERFORM 0650-OPEN-UPDATE-FILES
           END-IF.

           IF WS-MASTER-ON-DISK = "Y"
              PERFORM 0700-FIND-HIGHEST-CUST-ID
           END-IF.

           PERFORM 1000-READ-CUSTOMER.
           PERFORM UNTIL WS-EOF
              PERFORM 2000-PROCESS-CUSTOMER
              PERFORM 1000-READ-CUSTOMER
           END-PERFORM.

           IF WS-PROOF-RUN
              PERFORM 7800-FINISH-PROOF-RUN
           END-IF.

           MOVE "E" TO WS-PREC-FUNCTION.
           PERFORM 4790-CALL-SRCPREC.
           CLOSE CUSTOMER-IN.
           CLOSE CUSTOMER-MASTER.
           CLOSE CUSTOMER-XREF.
           DISPLAY "  Added to master  : " WS-ADD-COUNT.
           DISPLAY "  Updated on master: " WS-UPDATE-COUNT.
           DISPLAY "  Unchanged        : " WS-UNCHANGED-COUNT.
           DISPLAY "  Held by precedence: " WS-HELD-COUNT.
           DISPLAY "Fields held back   : " WS-HELD-FIELDS
                   " (see SRCCONFRPT)".
           DISPLAY "Records rejected   : " WS-REJECT-COUNT.

           *> A run that doesn't balance keeps its checkpoint - it
           CALL "AUDITLOG" USING WS-PROGRAM-NAME WS-OPERATOR-ID
                                  WS-AUDIT-OUTCOME.

           GOBACK.

       1000-READ-CUSTOMER.
           READ CUSTOMER-IN
                    END-IF
                    IF FUNCTION MOD(WS-READ-COUNT,
                                    WS-CKPT-INTERVAL) = 0
                       AND NOT WS-PROOF-RUN
                       PERFORM 4600-WRITE-CHECKPOINT
                    END-IF
                 END-IF
              CALL "AUDITLOG" USING WS-PROGRAM-NAME WS-OPERATOR-ID
                                     WS-AUDIT-OUTCOME
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           MOVE CIH-EXTRACT-DATE  TO WS-EXTRACT-DATE.
           MOVE CIH-SOURCE-SYSTEM TO WS-SOURCE-SYSTEM.
              CALL "AUDITLOG" USING WS-PROGRAM-NAME WS-OPERATOR-ID
                                     WS-AUDIT-OUTCOME
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           IF WS-DELIMITED-FORMAT
              DISPLAY "Detail records are comma-delimited."
              CALL "AUDITLOG" USING WS-PROGRAM-NAME WS-OPERATOR-ID
                                     WS-AUDIT-OUTCOME
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.

           PERFORM 0850-CHECK-RUN-REGISTRY.
              CALL "AUDITLOG" USING WS-PROGRAM-NAME WS-OPERATOR-ID
                                     WS-AUDIT-OUTCOME
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.

       8500-RUN-BALANCING.
           END-STRING.
           WRITE BALANCE-RPT-LINE.

           MOVE SPACES TO BALANCE-RPT-LINE.
           STRING "Held by source precedence  : " DELIMITED BY SIZE
                  WS-HELD-COUNT DELIMITED BY SIZE
                  " (fields held " DELIMITED BY SIZE
                  WS-HELD-FIELDS DELIMITED BY SIZE
                  ", see SRCCONFRPT)" DELIMITED BY SIZE
                  INTO BALANCE-RPT-LINE
           END-STRING.
           WRITE BALANCE-RPT-LINE.

           MOVE SPACES TO BALANCE-RPT-LINE.
           STRING "Records rejected           : " DELIMITED BY SIZE
                  WS-REJECT-COUNT DELIMITED BY SIZE
           ELSE
              MOVE WS-BIRTH-DATE-TEXT TO WS-BIRTH-DATE
              PERFORM 4000-PRINT-CUSTOMER
              IF WS-PROOF-RUN
                 PERFORM 7000-PROOF-CUSTOMER
              ELSE
                 PERFORM 3400-MATCH-XREF
                 IF WS-MATCH-CUST-ID = 0
                    PERFORM 3500-MATCH-MASTER
                 END-IF
                 IF WS-MATCH-CUST-ID = 0
                    PERFORM 4500-WRITE-MASTER-RECORD
                 ELSE
                    IF WS-RECORD-MOVED
                       PERFORM 4700-REWRITE-MASTER-RECORD
                    ELSE
                       ADD 1 TO WS-UNCHANGED-COUNT
                    END-IF
                 END-IF
                 IF WS-SOURCE-KEY NOT = SPACES
                    PERFORM 4650-FILE-XREF-RECORD
                 END-IF
              END-IF
              ADD 1 TO WS-RECORD-COUNT
           END-IF.
                          CONTINUE
                       NOT INVALID KEY
                          IF NOT CM-RECORD-DELETED
                             PERFORM 3460-NOTE-MATCH
                          END-IF
                    END-READ
              END-READ
           END-IF.

      *> The standing record in CM-... is the match - note its ID and
      *> whether any of its fields would move.
       3460-NOTE-MATCH.
           MOVE CM-CUST-ID TO WS-MATCH-CUST-ID.
           MOVE CM-AGE     TO WS-MATCH-AGE.
           IF CM-FIRST-NAME NOT = WS-FIRST-NAME
              OR CM-LAST-NAME NOT = WS-LAST-NAME
              OR CM-BIRTH-DATE NOT = WS-BIRTH-DATE
              OR CM-AGE NOT = WS-AGE
              MOVE "Y" TO WS-MATCH-CHANGED
           END-IF.

      *> Match the incoming record against the master file itself:
      *> START the CM-LAST-NAME alternate key at the incoming
      *> surname and read along its duplicates for a live record
           MOVE WS-CURR-DATE    TO CM-LOAD-DATE.
           WRITE CUSTOMER-MASTER-RECORD
              INVALID KEY
                 PERFORM 9400-SET-PRINT-ID
                 DISPLAY "Duplicate customer ID " WS-PRINT-ID(1:7)
                         " - master record not written."
              NOT INVALID KEY
                 ADD 1 TO WS-ADD-COUNT
                 CALL "CUSTJRNL" USING WS-PROGRAM-NAME
                      WS-OPERATOR-ID WS-JRNL-ACTION
                      WS-BEFORE-IMAGE WS-AFTER-IMAGE
                 MOVE "Y" TO WS-APPLY-FIRST WS-APPLY-LAST
                             WS-APPLY-BIRTH
                 PERFORM 4780-STAMP-SOURCES
           END-WRITE.

      *> File (or re-point) the source-key mapping. An add maps the
                 END-REWRITE
           END-WRITE.

      *> A field only moves when this extract's source ranks at or
      *> above the source that last set it (4750-CHECK-PRECEDENCE);
      *> a field held back leaves the standing value in place and
      *> is logged for SRCCONFRPT. An age that merely drifted on an
      *> unchanged birth date is refreshed regardless.
       4700-REWRITE-MASTER-RECORD.
           *> Re-read the standing record by its primary key first so
           *> the journal gets a true before image.
              NOT INVALID KEY
                 MOVE CUSTOMER-MASTER-RECORD TO WS-BEFORE-IMAGE
           END-READ.
           MOVE "N" TO WS-APPLY-FIRST WS-APPLY-LAST WS-APPLY-BIRTH.
           MOVE "N" TO WS-FIELD-HELD.
           MOVE "N" TO WS-REWRITE-SWITCH.
           IF WS-BEFORE-IMAGE = SPACES
              *> The record went from under us - let the rewrite
              *> fail and say so, as before.
              MOVE "Y" TO WS-APPLY-FIRST WS-APPLY-LAST
                          WS-APPLY-BIRTH
              MOVE "Y" TO WS-REWRITE-SWITCH
           ELSE
              PERFORM 4750-CHECK-PRECEDENCE
           END-IF.
           MOVE WS-MATCH-CUST-ID TO CM-CUST-ID.
           IF WS-APPLY-FIRST = "Y"
              MOVE WS-FIRST-NAME TO CM-FIRST-NAME
           END-IF.
           IF WS-APPLY-LAST = "Y"
              MOVE WS-LAST-NAME  TO CM-LAST-NAME
           END-IF.
           IF WS-APPLY-BIRTH = "Y"
              MOVE WS-BIRTH-DATE TO CM-BIRTH-DATE
              MOVE WS-AGE        TO CM-AGE
           END-IF.
           IF CM-BIRTH-DATE = WS-BIRTH-DATE
              AND CM-AGE NOT = WS-AGE
              MOVE WS-AGE TO CM-AGE
              MOVE "Y" TO WS-REWRITE-SWITCH
           END-IF.
           MOVE SPACE           TO CM-DELETE-FLAG.
           IF NOT WS-REWRITE-NEEDED
              IF WS-FIELD-HELD = "Y"
                 ADD 1 TO WS-HELD-COUNT
              ELSE
                 ADD 1 TO WS-UNCHANGED-COUNT
              END-IF
           ELSE
              REWRITE CUSTOMER-MASTER-RECORD
                 INVALID KEY
                    PERFORM 9400-SET-PRINT-ID
                    DISPLAY "Rewrite failed for customer ID "
                            WS-PRINT-ID(1:7)
                            " - master record not updated."
                 NOT INVALID KEY
                    ADD 1 TO WS-UPDATE-COUNT
                    MOVE "U" TO WS-JRNL-ACTION
                    MOVE CUSTOMER-MASTER-RECORD TO WS-AFTER-IMAGE
                    CALL "CUSTJRNL" USING WS-PROGRAM-NAME
                         WS-OPERATOR-ID WS-JRNL-ACTION
                         WS-BEFORE-IMAGE WS-AFTER-IMAGE
                    PERFORM 4780-STAMP-SOURCES
              END-REWRITE
           END-IF.

      *> Weigh each field that differs from the standing record
      *> through the shared SRCPREC routine. Fields that already
      *> agree need no say-so and keep their standing source.
       4750-CHECK-PRECEDENCE.
           IF WS-FIRST-NAME NOT = CM-FIRST-NAME
              MOVE "FN" TO WS-PREC-FIELD
              MOVE WS-FIRST-NAME TO WS-PREC-NEW-VALUE
              MOVE CM-FIRST-NAME TO WS-PREC-OLD-VALUE
              PERFORM 4760-WEIGH-FIELD
              MOVE WS-PREC-RESULT TO WS-APPLY-FIRST
           END-IF.
           IF WS-LAST-NAME NOT = CM-LAST-NAME
              MOVE "LN" TO WS-PREC-FIELD
              MOVE WS-LAST-NAME TO WS-PREC-NEW-VALUE
              MOVE CM-LAST-NAME TO WS-PREC-OLD-VALUE
              PERFORM 4760-WEIGH-FIELD
              MOVE WS-PREC-RESULT TO WS-APPLY-LAST
           END-IF.
           IF WS-BIRTH-DATE NOT = CM-BIRTH-DATE
              MOVE "BD" TO WS-PREC-FIELD
              MOVE WS-BIRTH-DATE TO WS-PREC-NEW-VALUE
              MOVE CM-BIRTH-DATE TO WS-PREC-OLD-VALUE
              PERFORM 4760-WEIGH-FIELD
              MOVE WS-PREC-RESULT TO WS-APPLY-BIRTH
           END-IF.

       4760-WEIGH-FIELD.
           *> A proof only asks - P leaves no conflict on SRCCONF.DAT.
           IF WS-PROOF-RUN
              MOVE "P" TO WS-PREC-FUNCTION
           ELSE
              MOVE "C" TO WS-PREC-FUNCTION
           END-IF.
           PERFORM 4790-CALL-SRCPREC.
           IF WS-PREC-RESULT = "Y"
              MOVE "Y" TO WS-REWRITE-SWITCH
           ELSE
              MOVE "N" TO WS-PREC-RESULT
              MOVE "Y" TO WS-FIELD-HELD
              ADD 1 TO WS-HELD-FIELDS
           END-IF.

      *> Record this extract's source against every field it set.
       4780-STAMP-SOURCES.
           MOVE "S" TO WS-PREC-FUNCTION.
           IF WS-APPLY-FIRST = "Y"
              MOVE "FN" TO WS-PREC-FIELD
              PERFORM 4790-CALL-SRCPREC
           END-IF.
           IF WS-APPLY-LAST = "Y"
              MOVE "LN" TO WS-PREC-FIELD
              PERFORM 4790-CALL-SRCPREC
           END-IF.
           IF WS-APPLY-BIRTH = "Y"
              MOVE "BD" TO WS-PREC-FIELD
              PERFORM 4790-CALL-SRCPREC
           END-IF.

       4790-CALL-SRCPREC.
           CALL "SRCPREC" USING WS-PREC-FUNCTION WS-PROGRAM-NAME
                                 WS-OPERATOR-ID CM-CUST-ID
                                 WS-PREC-FIELD WS-SOURCE-SYSTEM
                                 WS-PREC-NEW-VALUE WS-PREC-OLD-VALUE
                                 WS-PREC-RESULT.

      *> The master is updated in place now, never rebuilt - a
      *> first-ever run (file status 35) creates the empty file,
      *> everything else opens I-O and matches against what is
      *> already there.
       0650-OPEN-UPDATE-FILES.
           OPEN I-O CUSTOMER-MASTER.
           IF WS-MASTER-STATUS = "35"
              OPEN OUTPUT CUSTOMER-MASTER
              CLOSE CUSTOMER-MASTER
              OPEN I-O CUSTOMER-MASTER
           END-IF.
           IF WS-MASTER-STATUS NOT = "00"
              DISPLAY "Cannot open CUSTMAST, status="
                      WS-MASTER-STATUS
              MOVE "FAIL" TO WS-AUDIT-OUTCOME
              CALL "AUDITLOG" USING WS-PROGRAM-NAME WS-OPERATOR-ID
                                     WS-AUDIT-OUTCOME
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.

           *> The cross-reference opens the same way the master does -
           *> a first-ever run creates the empty file.
           OPEN I-O CUSTOMER-XREF.
           IF WS-XREF-STATUS = "35"
              OPEN OUTPUT CUSTOMER-XREF
              CLOSE CUSTOMER-XREF
              OPEN I-O CUSTOMER-XREF
           END-IF.
           IF WS-XREF-STATUS NOT = "00"
              DISPLAY "Cannot open CUSTXREF, status="
                      WS-XREF-STATUS
              CLOSE CUSTOMER-MASTER
              MOVE "FAIL" TO WS-AUDIT-OUTCOME
              CALL "AUDITLOG" USING WS-PROGRAM-NAME WS-OPERATOR-ID
                                     WS-AUDIT-OUTCOME
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.

      *> Continue customer numbering from the highest ID already on
      *> file. The primary key ascends, so one key-order pass ends on
           MOVE WS-BIRTH-DATE-TEXT TO REJ-BIRTH-DATE.
           MOVE WS-SOURCE-KEY      TO REJ-SOURCE-KEY.
           MOVE WS-DATE-STATUS     TO REJ-REASON-CODE.
           IF WS-PROOF-RUN
              PERFORM 7300-PROOF-REJECT
           ELSE
              WRITE REJECT-RECORD
           END-IF.
           IF WS-REJ-TBL-COUNT < WS-REJ-TBL-LIMIT
              ADD 1 TO WS-REJ-TBL-COUNT
              MOVE WS-FIRST-NAME TO

       8100-PRINT-REASON-GROUP.
           MOVE ZERO TO WS-REASON-COUNT.
           MOVE WS-REASON-CODES(WS-REASON-SUB:1) TO WS-REASON-CODE.
           PERFORM 8150-SET-REASON-TEXT.

           MOVE 1 TO WS-RJ-SUB.
           PERFORM UNTIL WS-RJ-SUB > WS-REJ-TBL-COUNT
              ADD 1 TO WS-RJ-SUB
           END-PERFORM.

       8150-SET-REASON-TEXT.
           EVALUATE WS-REASON-CODE
              WHEN "N"
                 MOVE "BIRTH DATE NOT ALL DIGITS" TO WS-REASON-TEXT
              WHEN "M"
                 MOVE "BIRTH MONTH NOT 01-12" TO WS-REASON-TEXT
              WHEN "D"
                 MOVE "BIRTH DAY BAD FOR MONTH" TO WS-REASON-TEXT
              WHEN "F"
                 MOVE "BIRTH DATE IN THE FUTURE" TO WS-REASON-TEXT
              WHEN OTHER
                 MOVE SPACES TO WS-REASON-TEXT
           END-EVALUATE.

       4600-WRITE-CHECKPOINT.
           MOVE WS-READ-COUNT     TO CKPT-READ-COUNT.
           MOVE WS-NEXT-CUST-ID   TO CKPT-NEXT-CUST-ID.
                TO CUSTOMER-RPT-LINE.
           WRITE CUSTOMER-RPT-LINE.
           MOVE ZERO TO WS-LINES-ON-PAGE.

      *> Proof run: match exactly as the update run does, against the
      *> master as this run would have left it so far, and report
      *> instead of writing.
       7000-PROOF-CUSTOMER.
           PERFORM 7400-PROOF-MATCH.
           IF WS-MATCH-CUST-ID = 0
              PERFORM 7100-PROOF-ADD
           ELSE
              IF WS-RECORD-MOVED
                 PERFORM 7200-PROOF-UPDATE
              ELSE
                 ADD 1 TO WS-UNCHANGED-COUNT
              END-IF
           END-IF.
           PERFORM 7500-FILE-PROJECTED.

      *> A checkpoint left by an interrupted run means a real run
      *> would resume part-way; the proof covers the whole extract
      *> and says so.
       7050-NOTE-PENDING-CHECKPOINT.
           MOVE ZERO TO WS-PENDING-CKPT.
           OPEN INPUT CHECKPOINT-FILE.
           IF WS-CKPT-STATUS = "00"
              READ CHECKPOINT-FILE
                 AT END
                    CONTINUE
                 NOT AT END
                    IF CKPT-READ-COUNT IS NUMERIC
                       MOVE CKPT-READ-COUNT TO WS-PENDING-CKPT
                    END-IF
              END-READ
              CLOSE CHECKPOINT-FILE
           END-IF.

      *> The proof reads the master and cross-reference but never
      *> updates them; a file not created yet just means every
      *> record would be an add.
       7010-OPEN-PROOF-FILES.
           OPEN INPUT CUSTOMER-MASTER.
           IF WS-MASTER-STATUS = "35"
              MOVE "N" TO WS-MASTER-ON-DISK
              MOVE "00" TO WS-MASTER-STATUS
           END-IF.
           IF WS-MASTER-STATUS NOT = "00"
              DISPLAY "Cannot open CUSTMAST, status="
                      WS-MASTER-STATUS
              MOVE "FAIL" TO WS-AUDIT-OUTCOME
              CALL "AUDITLOG" USING WS-PROGRAM-NAME WS-OPERATOR-ID
                                     WS-AUDIT-OUTCOME
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.

           OPEN INPUT CUSTOMER-XREF.
           IF WS-XREF-STATUS = "35"
              MOVE "N" TO WS-XREF-ON-DISK
              MOVE "00" TO WS-XREF-STATUS
           END-IF.
           IF WS-XREF-STATUS NOT = "00"
              DISPLAY "Cannot open CUSTXREF, status="
                      WS-XREF-STATUS
              IF WS-MASTER-ON-DISK = "Y"
                 CLOSE CUSTOMER-MASTER
              END-IF
              MOVE "FAIL" TO WS-AUDIT-OUTCOME
              CALL "AUDITLOG" USING WS-PROGRAM-NAME WS-OPERATOR-ID
                                     WS-AUDIT-OUTCOME
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.

           OPEN OUTPUT PROOF-RPT.
           PERFORM 7900-PRINT-PROOF-HEADERS.
           MOVE SPACES TO WS-PROOF-LINE.
           STRING "Extract " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-EXTRACT-ID) DELIMITED BY SIZE
                  " dated " DELIMITED BY SIZE
                  WS-EXTRACT-DATE DELIMITED BY SIZE
                  " from " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-SOURCE-SYSTEM) DELIMITED BY SIZE
                  INTO WS-PROOF-LINE
           END-STRING.
           PERFORM 7950-WRITE-PROOF-LINE.
           IF WS-MASTER-ON-DISK NOT = "Y"
              STRING "No CUSTMAST on disk yet - every valid "
                     DELIMITED BY SIZE
                     "record would be an add." DELIMITED BY SIZE
                     INTO WS-PROOF-LINE
              END-STRING
              PERFORM 7950-WRITE-PROOF-LINE
           END-IF.
           IF WS-PENDING-CKPT > 0
              MOVE SPACES TO WS-PROOF-LINE
              STRING "A checkpoint is pending - a real run would "
                     DELIMITED BY SIZE
                     "resume after record " DELIMITED BY SIZE
                     WS-PENDING-CKPT DELIMITED BY SIZE
                     "; this proof covers the whole extract."
                     DELIMITED BY SIZE
                     INTO WS-PROOF-LINE
              END-STRING
              PERFORM 7950-WRITE-PROOF-LINE
           END-IF.
           MOVE SPACES TO WS-PROOF-LINE.
           PERFORM 7950-WRITE-PROOF-LINE.

       7100-PROOF-ADD.
           ADD 1 TO WS-NEXT-CUST-ID.
           ADD 1 TO WS-ADD-COUNT.
           MOVE WS-NEXT-CUST-ID TO CM-CUST-ID.
           MOVE WS-FIRST-NAME   TO CM-FIRST-NAME.
           MOVE WS-LAST-NAME    TO CM-LAST-NAME.
           MOVE WS-BIRTH-DATE   TO CM-BIRTH-DATE.
           MOVE WS-AGE          TO CM-AGE.
           PERFORM 9400-SET-PRINT-ID.
           MOVE SPACES TO WS-PROOF-LINE.
           STRING "ADD        " DELIMITED BY SIZE
                  WS-PRINT-ID(1:7) DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-LAST-NAME) DELIMITED BY SIZE
                  ", " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-FIRST-NAME) DELIMITED BY SIZE
                  "   BIRTH " DELIMITED BY SIZE
                  WS-BIRTH-DATE DELIMITED BY SIZE
                  "   AGE " DELIMITED BY SIZE
                  WS-AGE DELIMITED BY SIZE
                  "   KEY " DELIMITED BY SIZE
                  WS-SOURCE-KEY DELIMITED BY SIZE
                  INTO WS-PROOF-LINE
           END-STRING.
           PERFORM 7950-WRITE-PROOF-LINE.

      *> The same field-by-field precedence 4700 applies, with the
      *> before and after of every field that would move, and the
      *> incoming value of every field that would be held back.
       7200-PROOF-UPDATE.
           MOVE CM-FIRST-NAME TO WS-OLD-FIRST-NAME.
           MOVE CM-LAST-NAME  TO WS-OLD-LAST-NAME.
           MOVE CM-BIRTH-DATE TO WS-OLD-BIRTH-DATE.
           MOVE CM-AGE        TO WS-OLD-AGE.
           MOVE "N" TO WS-APPLY-FIRST WS-APPLY-LAST WS-APPLY-BIRTH.
           MOVE "N" TO WS-FIELD-HELD.
           MOVE "N" TO WS-REWRITE-SWITCH.
           PERFORM 4750-CHECK-PRECEDENCE.
           IF WS-APPLY-FIRST = "Y"
              MOVE WS-FIRST-NAME TO CM-FIRST-NAME
           END-IF.
           IF WS-APPLY-LAST = "Y"
              MOVE WS-LAST-NAME  TO CM-LAST-NAME
           END-IF.
           IF WS-APPLY-BIRTH = "Y"
              MOVE WS-BIRTH-DATE TO CM-BIRTH-DATE
              MOVE WS-AGE        TO CM-AGE
           END-IF.
           IF CM-BIRTH-DATE = WS-BIRTH-DATE
              AND CM-AGE NOT = WS-AGE
              MOVE WS-AGE TO CM-AGE
              MOVE "Y" TO WS-REWRITE-SWITCH
           END-IF.

           MOVE SPACES TO WS-PROOF-LINE.
           IF WS-REWRITE-NEEDED
              ADD 1 TO WS-UPDATE-COUNT
              MOVE "UPDATE" TO WS-PROOF-LINE(1:11)
           ELSE
              IF WS-FIELD-HELD = "Y"
                 ADD 1 TO WS-HELD-COUNT
                 MOVE "HELD" TO WS-PROOF-LINE(1:11)
              ELSE
                 ADD 1 TO WS-UNCHANGED-COUNT
                 MOVE "UNCHANGED" TO WS-PROOF-LINE(1:11)
              END-IF
           END-IF.
           MOVE 12 TO WS-PROOF-PTR.
           PERFORM 9400-SET-PRINT-ID.
           STRING WS-PRINT-ID(1:7) DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-OLD-LAST-NAME) DELIMITED BY SIZE
                  ", " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-OLD-FIRST-NAME) DELIMITED BY SIZE
                  "   matched on " DELIMITED BY SIZE
                  WS-MATCH-HOW DELIMITED BY SIZE
                  INTO WS-PROOF-LINE
                  WITH POINTER WS-PROOF-PTR
           END-STRING.
           PERFORM 7950-WRITE-PROOF-LINE.

           IF WS-FIRST-NAME NOT = WS-OLD-FIRST-NAME
              MOVE "First name" TO WS-FIELD-LABEL
              MOVE WS-OLD-FIRST-NAME TO WS-FIELD-BEFORE
              MOVE WS-FIRST-NAME     TO WS-FIELD-AFTER
              MOVE WS-APPLY-FIRST    TO WS-PREC-RESULT
              PERFORM 7250-PROOF-FIELD-LINE
           END-IF.
           IF WS-LAST-NAME NOT = WS-OLD-LAST-NAME
              MOVE "Last name" TO WS-FIELD-LABEL
              MOVE WS-OLD-LAST-NAME TO WS-FIELD-BEFORE
              MOVE WS-LAST-NAME     TO WS-FIELD-AFTER
              MOVE WS-APPLY-LAST    TO WS-PREC-RESULT
              PERFORM 7250-PROOF-FIELD-LINE
           END-IF.
           IF WS-BIRTH-DATE NOT = WS-OLD-BIRTH-DATE
              MOVE "Birth date" TO WS-FIELD-LABEL
              MOVE WS-OLD-BIRTH-DATE TO WS-FIELD-BEFORE
              MOVE WS-BIRTH-DATE     TO WS-FIELD-AFTER
              MOVE WS-APPLY-BIRTH    TO WS-PREC-RESULT
              PERFORM 7250-PROOF-FIELD-LINE
           END-IF.
           IF CM-AGE NOT = WS-OLD-AGE
              MOVE "Age" TO WS-FIELD-LABEL
              MOVE WS-OLD-AGE TO WS-FIELD-BEFORE
              MOVE CM-AGE     TO WS-FIELD-AFTER
              MOVE "Y"        TO WS-PREC-RESULT
              PERFORM 7250-PROOF-FIELD-LINE
           END-IF.

       7250-PROOF-FIELD-LINE.
           MOVE SPACES TO WS-PROOF-LINE.
           MOVE WS-FIELD-LABEL  TO WS-PROOF-LINE(20:11).
           MOVE "before:"       TO WS-PROOF-LINE(32:7).
           MOVE WS-FIELD-BEFORE TO WS-PROOF-LINE(40:20).
           IF WS-PREC-RESULT = "Y"
              MOVE "after:"     TO WS-PROOF-LINE(62:6)
              MOVE WS-FIELD-AFTER TO WS-PROOF-LINE(69:20)
           ELSE
              MOVE "incoming:"  TO WS-PROOF-LINE(62:9)
              MOVE WS-FIELD-AFTER TO WS-PROOF-LINE(72:20)
              MOVE "HELD - STANDING SOURCE OUTRANKS"
                TO WS-PROOF-LINE(94:31)
           END-IF.
           PERFORM 7950-WRITE-PROOF-LINE.

       7300-PROOF-REJECT.
           MOVE WS-DATE-STATUS TO WS-REASON-CODE.
           PERFORM 8150-SET-REASON-TEXT.
           MOVE SPACES TO WS-PROOF-LINE.
           STRING "REJECT     ------  " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-LAST-NAME) DELIMITED BY SIZE
                  ", " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-FIRST-NAME) DELIMITED BY SIZE
                  "   BIRTH " DELIMITED BY SIZE
                  WS-BIRTH-DATE-TEXT DELIMITED BY SIZE
                  "   REASON " DELIMITED BY SIZE
                  WS-REASON-CODE DELIMITED BY SIZE
                  " - " DELIMITED BY SIZE
                  WS-REASON-TEXT DELIMITED BY SIZE
                  INTO WS-PROOF-LINE
           END-STRING.
           PERFORM 7950-WRITE-PROOF-LINE.

      *> Source key first - a customer already projected under this
      *> key, else the CUSTXREF mapping - then name and birth date,
      *> against the projection and then the master itself.
       7400-PROOF-MATCH.
           MOVE ZERO TO WS-MATCH-CUST-ID.
           MOVE ZERO TO WS-MATCH-AGE.
           MOVE "N" TO WS-MATCH-CHANGED.
           MOVE ZERO TO WS-PJ-HIT.
           MOVE SPACES TO WS-MATCH-HOW.
           IF WS-SOURCE-KEY NOT = SPACES
              MOVE 1 TO WS-PJ-SUB
              PERFORM UNTIL WS-PJ-SUB > WS-PJ-COUNT
                         OR WS-PJ-HIT > 0
                 IF PJ-SOURCE-KEY(WS-PJ-SUB) = WS-SOURCE-KEY
                    MOVE WS-PJ-SUB TO WS-PJ-HIT
                 END-IF
                 ADD 1 TO WS-PJ-SUB
              END-PERFORM
              IF WS-PJ-HIT > 0
                 PERFORM 7460-LOAD-PROJECTED
                 MOVE "source key" TO WS-MATCH-HOW
              ELSE
                 IF WS-XREF-ON-DISK = "Y"
                    MOVE WS-SOURCE-SYSTEM TO XR-SOURCE-SYSTEM
                    MOVE WS-SOURCE-KEY    TO XR-SOURCE-KEY
                    READ CUSTOMER-XREF
                       INVALID KEY
                          CONTINUE
                       NOT INVALID KEY
                          MOVE XR-CUST-ID TO WS-PJ-WANTED-ID
                          PERFORM 7410-PROOF-STANDING-BY-ID
                          MOVE "source key" TO WS-MATCH-HOW
                    END-READ
                 END-IF
              END-IF
           END-IF.

           IF WS-MATCH-CUST-ID = 0
              MOVE ZERO TO WS-PJ-HIT
              MOVE 1 TO WS-PJ-SUB
              PERFORM UNTIL WS-PJ-SUB > WS-PJ-COUNT
                         OR WS-PJ-HIT > 0
                 IF PJ-LAST-NAME(WS-PJ-SUB) = WS-LAST-NAME
                    AND PJ-FIRST-NAME(WS-PJ-SUB) = WS-FIRST-NAME
                    AND PJ-BIRTH-DATE(WS-PJ-SUB) = WS-BIRTH-DATE
                    MOVE WS-PJ-SUB TO WS-PJ-HIT
                 END-IF
                 ADD 1 TO WS-PJ-SUB
              END-PERFORM
              IF WS-PJ-HIT > 0
                 PERFORM 7460-LOAD-PROJECTED
              ELSE
                 IF WS-MASTER-ON-DISK = "Y"
                    PERFORM 3500-MATCH-MASTER
                 END-IF
              END-IF
              IF WS-MATCH-CUST-ID > 0
                 MOVE "name and birth date" TO WS-MATCH-HOW
              END-IF
           END-IF.

       7410-PROOF-STANDING-BY-ID.
           MOVE ZERO TO WS-PJ-HIT.
           MOVE 1 TO WS-PJ-SUB.
           PERFORM UNTIL WS-PJ-SUB > WS-PJ-COUNT
                      OR WS-PJ-HIT > 0
              IF PJ-CUST-ID(WS-PJ-SUB) = WS-PJ-WANTED-ID
                 MOVE WS-PJ-SUB TO WS-PJ-HIT
              END-IF
              ADD 1 TO WS-PJ-SUB
           END-PERFORM.
           IF WS-PJ-HIT > 0
              PERFORM 7460-LOAD-PROJECTED
           ELSE
              IF WS-MASTER-ON-DISK = "Y"
                 MOVE WS-PJ-WANTED-ID TO CM-CUST-ID
                 READ CUSTOMER-MASTER
                    INVALID KEY
                       CONTINUE
                    NOT INVALID KEY
                       IF NOT CM-RECORD-DELETED
                          PERFORM 3460-NOTE-MATCH
                       END-IF
                 END-READ
              END-IF
           END-IF.

       7460-LOAD-PROJECTED.
           MOVE PJ-CUST-ID(WS-PJ-HIT)    TO CM-CUST-ID.
           MOVE PJ-FIRST-NAME(WS-PJ-HIT) TO CM-FIRST-NAME.
           MOVE PJ-LAST-NAME(WS-PJ-HIT)  TO CM-LAST-NAME.
           MOVE PJ-BIRTH-DATE(WS-PJ-HIT) TO CM-BIRTH-DATE.
           MOVE PJ-AGE(WS-PJ-HIT)        TO CM-AGE.
           MOVE SPACE TO CM-DELETE-FLAG.
           PERFORM 3460-NOTE-MATCH.

      *> Hold the customer as the run would leave it. A full table
      *> only costs fidelity on repeats further down the extract,
      *> which the report warns about.
       7500-FILE-PROJECTED.
           MOVE ZERO TO WS-PJ-HIT.
           MOVE 1 TO WS-PJ-SUB.
           PERFORM UNTIL WS-PJ-SUB > WS-PJ-COUNT
                      OR WS-PJ-HIT > 0
              IF PJ-CUST-ID(WS-PJ-SUB) = CM-CUST-ID
                 MOVE WS-PJ-SUB TO WS-PJ-HIT
              END-IF
              ADD 1 TO WS-PJ-SUB
           END-PERFORM.
           IF WS-PJ-HIT = 0
              IF WS-PJ-COUNT < WS-PJ-LIMIT
                 ADD 1 TO WS-PJ-COUNT
                 MOVE WS-PJ-COUNT TO WS-PJ-HIT
              ELSE
                 MOVE "Y" TO WS-PJ-FULL
              END-IF
           END-IF.
           IF WS-PJ-HIT > 0
              MOVE CM-CUST-ID    TO PJ-CUST-ID(WS-PJ-HIT)
              MOVE CM-FIRST-NAME TO PJ-FIRST-NAME(WS-PJ-HIT)
              MOVE CM-LAST-NAME  TO PJ-LAST-NAME(WS-PJ-HIT)
              MOVE CM-BIRTH-DATE TO PJ-BIRTH-DATE(WS-PJ-HIT)
              MOVE CM-AGE        TO PJ-AGE(WS-PJ-HIT)
              IF WS-SOURCE-KEY NOT = SPACES
                 MOVE WS-SOURCE-KEY TO PJ-SOURCE-KEY(WS-PJ-HIT)
              END-IF
           END-IF.

      *> End of a proof: the projected totals and the balancing
      *> verdict the real run would reach, then stop - nothing is
      *> registered, no checkpoint is cleared, no reject file or
      *> run statistics are written.
       7800-FINISH-PROOF-RUN.
           MOVE "E" TO WS-PREC-FUNCTION.
           PERFORM 4790-CALL-SRCPREC.
           CLOSE CUSTOMER-IN.
           IF WS-MASTER-ON-DISK = "Y"
              CLOSE CUSTOMER-MASTER
           END-IF.
           IF WS-XREF-ON-DISK = "Y"
              CLOSE CUSTOMER-XREF
           END-IF.

           MOVE "N" TO WS-BALANCE-SWITCH.
           IF WS-TRAILER-SEEN
              AND WS-EXPECTED-COUNT = WS-READ-COUNT
              MOVE "Y" TO WS-BALANCE-SWITCH
           END-IF.

           IF WS-LINES-ON-PAGE + 12 > WS-LINES-PER-PAGE
              PERFORM 7900-PRINT-PROOF-HEADERS
           END-IF.
           MOVE SPACES TO WS-PROOF-LINE.
           PERFORM 7950-WRITE-PROOF-LINE.
           MOVE "PROJECTED RESULT" TO WS-PROOF-LINE.
           PERFORM 7950-WRITE-PROOF-LINE.
           IF WS-TRAILER-SEEN
              MOVE SPACES TO WS-PROOF-LINE
              STRING "Records expected (trailer) : "
                     DELIMITED BY SIZE
                     WS-EXPECTED-COUNT DELIMITED BY SIZE
                     INTO WS-PROOF-LINE
              END-STRING
           ELSE
              MOVE "Records expected (trailer) : NO TRAILER READ"
                TO WS-PROOF-LINE
           END-IF.
           PERFORM 7950-WRITE-PROOF-LINE.
           MOVE SPACES TO WS-PROOF-LINE.
           STRING "Records read               : " DELIMITED BY SIZE
                  WS-READ-COUNT DELIMITED BY SIZE
                  INTO WS-PROOF-LINE
           END-STRING.
           PERFORM 7950-WRITE-PROOF-LINE.
           MOVE SPACES TO WS-PROOF-LINE.
           STRING "Would be added             : " DELIMITED BY SIZE
                  WS-ADD-COUNT DELIMITED BY SIZE
                  INTO WS-PROOF-LINE
           END-STRING.
           PERFORM 7950-WRITE-PROOF-LINE.
           MOVE SPACES TO WS-PROOF-LINE.
           STRING "Would be updated           : " DELIMITED BY SIZE
                  WS-UPDATE-COUNT DELIMITED BY SIZE
                  INTO WS-PROOF-LINE
           END-STRING.
           PERFORM 7950-WRITE-PROOF-LINE.
           MOVE SPACES TO WS-PROOF-LINE.
           STRING "Would be unchanged         : " DELIMITED BY SIZE
                  WS-UNCHANGED-COUNT DELIMITED BY SIZE
                  INTO WS-PROOF-LINE
           END-STRING.
           PERFORM 7950-WRITE-PROOF-LINE.
           MOVE SPACES TO WS-PROOF-LINE.
           STRING "Held by source precedence  : " DELIMITED BY SIZE
                  WS-HELD-COUNT DELIMITED BY SIZE
                  " (fields held " DELIMITED BY SIZE
                  WS-HELD-FIELDS DELIMITED BY SIZE
                  ")" DELIMITED BY SIZE
                  INTO WS-PROOF-LINE
           END-STRING.
           PERFORM 7950-WRITE-PROOF-LINE.
           MOVE SPACES TO WS-PROOF-LINE.
           STRING "Would be rejected          : " DELIMITED BY SIZE
                  WS-REJECT-COUNT DELIMITED BY SIZE
                  INTO WS-PROOF-LINE
           END-STRING.
           PERFORM 7950-WRITE-PROOF-LINE.
           IF WS-RUN-BALANCED
              MOVE "VERDICT: WOULD BALANCE" TO WS-PROOF-LINE
           ELSE
              STRING "VERDICT: WOULD BE OUT OF BALANCE - the "
                     DELIMITED BY SIZE
                     "run would end with return code 16"
                     DELIMITED BY SIZE
                     INTO WS-PROOF-LINE
              END-STRING
           END-IF.
           PERFORM 7950-WRITE-PROOF-LINE.
           IF WS-PJ-FULL = "Y"
              MOVE SPACES TO WS-PROOF-LINE
              STRING "More than " DELIMITED BY SIZE
                     WS-PJ-LIMIT DELIMITED BY SIZE
                     " customers touched - repeats after that are "
                     DELIMITED BY SIZE
                     "matched against CUSTMAST as it stands."
                     DELIMITED BY SIZE
                     INTO WS-PROOF-LINE
              END-STRING
              PERFORM 7950-WRITE-PROOF-LINE
           END-IF.
           STRING "PROOF ONLY - CUSTMAST, CUSTREJ, CUSTXREF and "
                  DELIMITED BY SIZE
                  "CUSTRUNS.DAT were not written." DELIMITED BY SIZE
                  INTO WS-PROOF-LINE
           END-STRING.
           PERFORM 7950-WRITE-PROOF-LINE.
           CLOSE PROOF-RPT.

           CALL "SPOOLREG" USING WS-PROGRAM-NAME WS-PRF-FILE-NAME.

           DISPLAY " ".
           DISPLAY "PROOF RUN - nothing was written.".
           DISPLAY "Customers formatted: " WS-RECORD-COUNT.
           DISPLAY "  Would be added   : " WS-ADD-COUNT.
           DISPLAY "  Would be updated : " WS-UPDATE-COUNT.
           DISPLAY "  Unchanged        : " WS-UNCHANGED-COUNT.
           DISPLAY "  Held by precedence: " WS-HELD-COUNT.
           DISPLAY "Would be rejected  : " WS-REJECT-COUNT.
           DISPLAY "See CUSTPRF.RPT.".

           IF WS-RUN-BALANCED AND WS-REJECT-COUNT = 0
              MOVE 0 TO RETURN-CODE
           ELSE
              MOVE 4 TO RETURN-CODE
           END-IF.
           MOVE "PROOF" TO WS-AUDIT-OUTCOME.
           CALL "AUDITLOG" USING WS-PROGRAM-NAME WS-OPERATOR-ID
                                  WS-AUDIT-OUTCOME.
           GOBACK.

       7900-PRINT-PROOF-HEADERS.
           ADD 1 TO WS-PAGE-NUMBER.
           MOVE SPACES TO PROOF-RPT-LINE.
           IF WS-PAGE-NUMBER > 1
              WRITE PROOF-RPT-LINE AFTER ADVANCING PAGE
           END-IF.
           STRING "CUSTIN PROOF REPORT - NOTHING UPDATED   COMPANY: "
                  DELIMITED BY SIZE
                  WS-COMPANY-CODE DELIMITED BY SIZE
                  "   RUN DATE: " DELIMITED BY SIZE
                  WS-RUN-DATE-TEXT DELIMITED BY SIZE
                  "   PAGE: " DELIMITED BY SIZE
                  WS-PAGE-NUMBER DELIMITED BY SIZE
                  INTO PROOF-RPT-LINE
           END-STRING.
           WRITE PROOF-RPT-LINE.
           MOVE SPACES TO PROOF-RPT-LINE.
           WRITE PROOF-RPT-LINE.
           MOVE "Action"   TO PROOF-RPT-LINE(1:10).
           MOVE "Cust"     TO PROOF-RPT-LINE(12:6).
           MOVE "Customer / field changes" TO PROOF-RPT-LINE(20:40).
           WRITE PROOF-RPT-LINE.
           MOVE SPACES TO PROOF-RPT-LINE.
           MOVE ALL "=" TO PROOF-RPT-LINE(1:10).
           MOVE ALL "=" TO PROOF-RPT-LINE(12:6).
           MOVE ALL "=" TO PROOF-RPT-LINE(20:105).
           WRITE PROOF-RPT-LINE.
           MOVE ZERO TO WS-LINES-ON-PAGE.

       7950-WRITE-PROOF-LINE.
           IF WS-LINES-ON-PAGE >= WS-LINES-PER-PAGE
              PERFORM 7900-PRINT-PROOF-HEADERS
           END-IF.
           WRITE PROOF-RPT-LINE FROM WS-PROOF-LINE.
           ADD 1 TO WS-LINES-ON-PAGE.
           MOVE SPACES TO WS-PROOF-LINE.

      *> Printed seven-digit form of CM-CUST-ID for the operator and
      *> the proof report.
       9400-SET-PRINT-ID.
           MOVE CM-CUST-ID TO WS-CHK-CUST-ID.
           CALL "CUSTCHK" USING WS-CHK-FUNCTION WS-PRINT-ID
                                WS-CHK-CUST-ID WS-CHK-RESULT.
