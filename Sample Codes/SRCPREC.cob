      *    Author      : Renato D. Mejilla
      *    Date        : October 15, 2026
      *    Description : Shared source-system precedence routine,
      *                  called by every program that sets a
      *                  customer's name or birth date on CUSTMAST
      *                  from a source system's say-so. Once CUSTXREF
      *                  links two systems to one CM-CUST-ID,
      *                  whichever extract ran last used to win, even
      *                  over the trusted system. SRCPRI.DAT now ranks
      *                  the source systems (1 is the most trusted),
      *                  overall or per field, and the CUSTSRC side
      *                  file records which source last set each
      *                  field. Function C checks one field: Y hands
      *                  it back as safe to apply (the incoming source
      *                  ranks at or above the one that set the
      *                  standing value), N holds it back and appends
      *                  the pair of values to SRCCONF.DAT for
      *                  SRCCONFRPT to put in front of the data
      *                  owners. Function S stamps a field as set by
      *                  the incoming source once the caller's
      *                  rewrite has gone through. Function E closes
      *                  CUSTSRC at the end of the caller's run.
      *                  Function P answers exactly as C does but logs
      *                  nothing - for a proof run that must leave no
      *                  trace.
      *                  Field codes are FN, LN and BD. A blank source
      *                  is an operator correction and goes in as
      *                  MANUAL, which outranks every system unless
      *                  SRCPRI.DAT ranks MANUAL itself - that is how
      *                  the data owners settle a conflict. A source
      *                  missing from the table ranks below every
      *                  listed one; with no table on disk every
      *                  source ranks alike and the last one in wins,
      *                  as before. The table is loaded on the first
      *                  call and held.
      *    Compiler    : Micro Focus Visual COBOL
      *    ============================================================
      *    Modification History
      *    2026-10-15  RDM  Added function P, the check without the
      *                     conflict log, for CustDataFormat's proof
      *                     run.
      *    2026-10-15  RDM  The rejection message prints the customer
      *                     number with its check digit.
      *    ============================================================

       IDENTIFICATION DIVISION.
       PROGRAM-ID.     SRCPREC.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRECEDENCE-TABLE ASSIGN TO WS-SRCPRI-FILE
                               ORGANIZATION LINE SEQUENTIAL
                               FILE STATUS IS WS-TABLE-STATUS.

           SELECT CUSTOMER-SOURCE ASSIGN TO WS-CUSTSRC-FILE
                               ORGANIZATION INDEXED
                               ACCESS MODE IS RANDOM
                               RECORD KEY IS PV-CUST-ID
                               FILE STATUS IS WS-SOURCE-STATUS.

           SELECT CONFLICT-LOG ASSIGN TO WS-SRCCONF-FILE
                               ORGANIZATION LINE SEQUENTIAL
                               FILE STATUS IS WS-CONFLICT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *> One line per source system and field: the system name in
      *> columns 1-10, the field code in 12-13 (blank or ** ranks the
      *> system for every field), the rank in 15-16. A per-field line
      *> beats the same system's overall line. * in column 1 is a
      *> comment.
       FD  PRECEDENCE-TABLE.
       01  PRECEDENCE-TABLE-RECORD.
           05 PR-SOURCE-SYSTEM PIC X(10).
           05 FILLER           PIC X.
           05 PR-FIELD-CODE    PIC X(2).
           05 FILLER           PIC X.
           05 PR-RANK          PIC X(2).

       FD  CUSTOMER-SOURCE.
       COPY SRCREC.

       FD  CONFLICT-LOG.
       COPY CONFREC.

       WORKING-STORAGE SECTION.
       01  WS-SRCPRI-FILE      PIC X(26) VALUE "SRCPRI.DAT".
       01  WS-CUSTSRC-FILE     PIC X(26) VALUE "CUSTSRC".
       01  WS-SRCCONF-FILE     PIC X(26) VALUE "SRCCONF.DAT".

       01  WS-TABLE-STATUS     PIC XX.
       01  WS-SOURCE-STATUS    PIC XX.
       01  WS-CONFLICT-STATUS  PIC XX.
       01  WS-EOF-SWITCH       PIC X VALUE "N".
           88 WS-EOF           VALUE "Y".
       01  WS-LOADED-SWITCH    PIC X(1) VALUE "N".
           88 WS-TABLE-LOADED  VALUE "Y".
       01  WS-FILE-OPEN        PIC X(1) VALUE "N".
           88 WS-FILE-IS-OPEN  VALUE "Y".
       01  WS-FILE-FAILED      PIC X(1) VALUE "N".
           88 WS-FILE-UNUSABLE VALUE "Y".
       01  WS-ON-FILE          PIC X(1) VALUE "N".
           88 WS-SOURCE-ON-FILE VALUE "Y".

      *> The ranking table, upper-cased and left-justified on load.
       01  WS-ST-TABLE.
           05 WS-ST-COUNT      PIC 9(3) VALUE ZERO.
           05 WS-ST-LIMIT      PIC 9(3) VALUE 200.
           05 WS-ST-ENTRY OCCURS 200 TIMES.
              10 ST-SOURCE-SYSTEM PIC X(10).
              10 ST-FIELD-CODE    PIC X(2).
              10 ST-RANK          PIC 9(3).
       01  WS-ST-SUB           PIC 9(3) VALUE ZERO.

      *> Ranks run 1 (most trusted) upward. MANUAL not on the table
      *> sits above them all; any other unlisted source below them.
       01  WS-MANUAL-RANK      PIC 9(3) VALUE ZERO.
       01  WS-UNLISTED-RANK    PIC 9(3) VALUE 999.

       01  WS-FIELD-SLOT       PIC 9(1) VALUE ZERO.
       01  WS-INCOMING-SOURCE  PIC X(10) VALUE SPACES.
       01  WS-STANDING-SOURCE  PIC X(10) VALUE SPACES.
       01  WS-RANK-SOURCE      PIC X(10) VALUE SPACES.
       01  WS-RANK             PIC 9(3) VALUE ZERO.
       01  WS-FIELD-RANK       PIC 9(3) VALUE ZERO.
       01  WS-OVERALL-RANK     PIC 9(3) VALUE ZERO.
       01  WS-FIELD-SEEN       PIC X(1) VALUE "N".
       01  WS-OVERALL-SEEN     PIC X(1) VALUE "N".
       01  WS-INCOMING-RANK    PIC 9(3) VALUE ZERO.
       01  WS-STANDING-RANK    PIC 9(3) VALUE ZERO.
       01  WS-CURR-DATE        PIC 9(8) VALUE ZERO.

      *> Customer number as printed, for the operator message.
       01  WS-CHK-FUNCTION     PIC X(1) VALUE "D".
       01  WS-CHK-RESULT       PIC X(1) VALUE SPACE.
       01  WS-PRINT-ID         PIC X(8) VALUE SPACES.

       LINKAGE SECTION.
       01  LK-FUNCTION         PIC X(1).
       01  LK-PROGRAM-NAME     PIC X(20).
       01  LK-OPERATOR-ID      PIC X(8).
       01  LK-CUST-ID          PIC 9(6).
       01  LK-FIELD-CODE       PIC X(2).
       01  LK-SOURCE-SYSTEM    PIC X(10).
       01  LK-NEW-VALUE        PIC X(20).
       01  LK-OLD-VALUE        PIC X(20).
       01  LK-RESULT           PIC X(1).

       PROCEDURE DIVISION USING LK-FUNCTION LK-PROGRAM-NAME
                                 LK-OPERATOR-ID LK-CUST-ID
                                 LK-FIELD-CODE LK-SOURCE-SYSTEM
                                 LK-NEW-VALUE LK-OLD-VALUE
                                 LK-RESULT.
           MOVE "Y" TO LK-RESULT.
           MOVE 0 TO RETURN-CODE.

           IF LK-FUNCTION = "E"
              IF WS-FILE-IS-OPEN
                 CLOSE CUSTOMER-SOURCE
                 MOVE "N" TO WS-FILE-OPEN
              END-IF
              GOBACK
           END-IF.

           IF NOT WS-TABLE-LOADED
              PERFORM 0500-LOAD-TABLE
           END-IF.

           EVALUATE LK-FIELD-CODE
              WHEN "FN"
                 MOVE 1 TO WS-FIELD-SLOT
              WHEN "LN"
                 MOVE 2 TO WS-FIELD-SLOT
              WHEN "BD"
                 MOVE 3 TO WS-FIELD-SLOT
              WHEN OTHER
                 DISPLAY "SRCPREC: unknown field code "
                         LK-FIELD-CODE
                 MOVE "N" TO LK-RESULT
                 MOVE 8 TO RETURN-CODE
                 GOBACK
           END-EVALUATE.

           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(LK-SOURCE-SYSTEM))
             TO WS-INCOMING-SOURCE.
           IF WS-INCOMING-SOURCE = SPACES
              MOVE "MANUAL" TO WS-INCOMING-SOURCE
           END-IF.

           IF NOT WS-FILE-IS-OPEN AND NOT WS-FILE-UNUSABLE
              PERFORM 0600-OPEN-SOURCE-FILE
           END-IF.
           IF WS-FILE-UNUSABLE
              *> Without CUSTSRC there is no standing source to weigh
              *> against - the value goes through, as it always did.
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.

           MOVE "N" TO WS-ON-FILE.
           MOVE LK-CUST-ID TO PV-CUST-ID.
           READ CUSTOMER-SOURCE
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE "Y" TO WS-ON-FILE
           END-READ.

           IF LK-FUNCTION = "S"
              PERFORM 2000-STAMP-FIELD
           ELSE
              PERFORM 1000-CHECK-FIELD
           END-IF.

           GOBACK.

       0500-LOAD-TABLE.
           MOVE "Y" TO WS-LOADED-SWITCH.
           MOVE ZERO TO WS-ST-COUNT.
           CALL "FILERES" USING WS-SRCPRI-FILE.
           CALL "FILERES" USING WS-CUSTSRC-FILE.
           CALL "FILERES" USING WS-SRCCONF-FILE.
           OPEN INPUT PRECEDENCE-TABLE.
           IF WS-TABLE-STATUS = "00"
              MOVE "N" TO WS-EOF-SWITCH
              PERFORM UNTIL WS-EOF
                 READ PRECEDENCE-TABLE
                    AT END
                       MOVE "Y" TO WS-EOF-SWITCH
                    NOT AT END
                       PERFORM 0550-FILE-TABLE-LINE
                 END-READ
              END-PERFORM
              CLOSE PRECEDENCE-TABLE
           END-IF.

       0550-FILE-TABLE-LINE.
           IF PRECEDENCE-TABLE-RECORD(1:1) = "*"
              OR PR-SOURCE-SYSTEM = SPACES
              CONTINUE
           ELSE
              IF FUNCTION TEST-NUMVAL(PR-RANK) NOT = 0
                 DISPLAY "SRCPRI.DAT rank not numeric for "
                         FUNCTION TRIM(PR-SOURCE-SYSTEM)
                         " - line ignored."
              ELSE
                 IF WS-ST-COUNT < WS-ST-LIMIT
                    ADD 1 TO WS-ST-COUNT
                    MOVE FUNCTION UPPER-CASE(
                         FUNCTION TRIM(PR-SOURCE-SYSTEM))
                      TO ST-SOURCE-SYSTEM(WS-ST-COUNT)
                    MOVE FUNCTION UPPER-CASE(PR-FIELD-CODE)
                      TO ST-FIELD-CODE(WS-ST-COUNT)
                    IF ST-FIELD-CODE(WS-ST-COUNT) = "**"
                       MOVE SPACES TO ST-FIELD-CODE(WS-ST-COUNT)
                    END-IF
                    MOVE FUNCTION NUMVAL(PR-RANK)
                      TO ST-RANK(WS-ST-COUNT)
                 ELSE
                    DISPLAY "SRCPRI.DAT longer than "
                            WS-ST-LIMIT " lines - rest ignored."
                    MOVE "Y" TO WS-EOF-SWITCH
                 END-IF
              END-IF
           END-IF.

      *> A first-ever run creates the empty provenance file.
       0600-OPEN-SOURCE-FILE.
           OPEN I-O CUSTOMER-SOURCE.
           IF WS-SOURCE-STATUS = "35"
              OPEN OUTPUT CUSTOMER-SOURCE
              CLOSE CUSTOMER-SOURCE
              OPEN I-O CUSTOMER-SOURCE
           END-IF.
           IF WS-SOURCE-STATUS = "00"
              MOVE "Y" TO WS-FILE-OPEN
           ELSE
              DISPLAY "Cannot open CUSTSRC, status="
                      WS-SOURCE-STATUS
                      " - source precedence not applied."
              MOVE "Y" TO WS-FILE-FAILED
           END-IF.

      *> Nothing on record for the field, or the same source setting
      *> it again, goes straight through. Otherwise the incoming
      *> source must rank at or above the standing one.
       1000-CHECK-FIELD.
           IF NOT WS-SOURCE-ON-FILE
              CONTINUE
           ELSE
              MOVE PV-SET-BY-SOURCE(WS-FIELD-SLOT)
                TO WS-STANDING-SOURCE
              IF WS-STANDING-SOURCE = SPACES
                 OR WS-STANDING-SOURCE = WS-INCOMING-SOURCE
                 CONTINUE
              ELSE
                 MOVE WS-INCOMING-SOURCE TO WS-RANK-SOURCE
                 PERFORM 1100-FIND-RANK
                 MOVE WS-RANK TO WS-INCOMING-RANK
                 MOVE WS-STANDING-SOURCE TO WS-RANK-SOURCE
                 PERFORM 1100-FIND-RANK
                 MOVE WS-RANK TO WS-STANDING-RANK
                 IF WS-INCOMING-RANK > WS-STANDING-RANK
                    MOVE "N" TO LK-RESULT
                    MOVE 4 TO RETURN-CODE
                    IF LK-FUNCTION = "C"
                       PERFORM 1200-LOG-CONFLICT
                    END-IF
                 END-IF
              END-IF
           END-IF.

      *> The system's line for this field if it has one, else its
      *> overall line, else the MANUAL or unlisted default.
       1100-FIND-RANK.
           MOVE "N" TO WS-FIELD-SEEN.
           MOVE "N" TO WS-OVERALL-SEEN.
           MOVE 1 TO WS-ST-SUB.
           PERFORM UNTIL WS-ST-SUB > WS-ST-COUNT
              IF ST-SOURCE-SYSTEM(WS-ST-SUB) = WS-RANK-SOURCE
                 IF ST-FIELD-CODE(WS-ST-SUB) = LK-FIELD-CODE
                    MOVE "Y" TO WS-FIELD-SEEN
                    MOVE ST-RANK(WS-ST-SUB) TO WS-FIELD-RANK
                 END-IF
                 IF ST-FIELD-CODE(WS-ST-SUB) = SPACES
                    MOVE "Y" TO WS-OVERALL-SEEN
                    MOVE ST-RANK(WS-ST-SUB) TO WS-OVERALL-RANK
                 END-IF
              END-IF
              ADD 1 TO WS-ST-SUB
           END-PERFORM.
           EVALUATE TRUE
              WHEN WS-FIELD-SEEN = "Y"
                 MOVE WS-FIELD-RANK TO WS-RANK
              WHEN WS-OVERALL-SEEN = "Y"
                 MOVE WS-OVERALL-RANK TO WS-RANK
              WHEN WS-RANK-SOURCE = "MANUAL"
                 MOVE WS-MANUAL-RANK TO WS-RANK
              WHEN OTHER
                 MOVE WS-UNLISTED-RANK TO WS-RANK
           END-EVALUATE.

       1200-LOG-CONFLICT.
           OPEN EXTEND CONFLICT-LOG.
           IF WS-CONFLICT-STATUS = "35"
              OPEN OUTPUT CONFLICT-LOG
           END-IF.

           MOVE SPACES TO SOURCE-CONFLICT-RECORD.
           ACCEPT SC-LOG-DATE FROM DATE YYYYMMDD.
           ACCEPT SC-LOG-TIME FROM TIME.
           MOVE LK-PROGRAM-NAME    TO SC-PROGRAM-NAME.
           MOVE LK-OPERATOR-ID     TO SC-OPERATOR-ID.
           MOVE LK-CUST-ID         TO SC-CUST-ID.
           MOVE LK-FIELD-CODE      TO SC-FIELD-CODE.
           MOVE WS-INCOMING-SOURCE TO SC-NEW-SOURCE.
           MOVE WS-INCOMING-RANK   TO SC-NEW-RANK.
           MOVE LK-NEW-VALUE       TO SC-NEW-VALUE.
           MOVE WS-STANDING-SOURCE TO SC-OLD-SOURCE.
           MOVE WS-STANDING-RANK   TO SC-OLD-RANK.
           MOVE LK-OLD-VALUE       TO SC-OLD-VALUE.

           WRITE SOURCE-CONFLICT-RECORD.
           CLOSE CONFLICT-LOG.

      *> Record the incoming source against the field just set,
      *> building the customer's record on first use.
       2000-STAMP-FIELD.
           ACCEPT WS-CURR-DATE FROM DATE YYYYMMDD.
           IF NOT WS-SOURCE-ON-FILE
              MOVE SPACES TO CUSTOMER-SOURCE-RECORD
              MOVE LK-CUST-ID TO PV-CUST-ID
              MOVE ZERO TO PV-SET-DATE(1) PV-SET-DATE(2)
                           PV-SET-DATE(3)
           END-IF.
           MOVE WS-INCOMING-SOURCE TO PV-SET-BY-SOURCE(WS-FIELD-SLOT).
           MOVE WS-CURR-DATE       TO PV-SET-DATE(WS-FIELD-SLOT).
           MOVE LK-PROGRAM-NAME    TO PV-SET-PROGRAM(WS-FIELD-SLOT).
           IF WS-SOURCE-ON-FILE
              REWRITE CUSTOMER-SOURCE-RECORD
                 INVALID KEY
                    MOVE 8 TO RETURN-CODE
              END-REWRITE
           ELSE
              WRITE CUSTOMER-SOURCE-RECORD
                 INVALID KEY
                    MOVE 8 TO RETURN-CODE
              END-WRITE
           END-IF.
           IF RETURN-CODE = 8
              CALL "CUSTCHK" USING WS-CHK-FUNCTION WS-PRINT-ID
                                    LK-CUST-ID WS-CHK-RESULT
              DISPLAY "CUSTSRC could not be stamped for customer "
                      WS-PRINT-ID(1:7) ", status=" WS-SOURCE-STATUS
              MOVE 8 TO RETURN-CODE
           END-IF.
