      *    Author      : Renato D. Mejilla
      *    Date        : October 15, 2026
      *    Description : Full-screen maintenance for the CAMPAIGN
      *                  master, in the CASEMAINT screen style. Every
      *                  CUSTLETTER run used to be set up from scratch
      *                  with CUSTLETTER-* variables and a campaign tag
      *                  typed by hand - nothing recorded what a
      *                  campaign was meant to select, and nothing
      *                  stopped two people reusing a tag. A campaign
      *                  is registered here once under its ID (the
      *                  tag, refused if already taken) with its
      *                  template, selection criteria, segment, the
      *                  dates it may run between, the volume planned,
      *                  and its owner - the operator registering it.
      *                  Only the owner or a SUPERVISOR/ADMIN may
      *                  change it afterwards. The selection and the
      *                  template are fixed once the campaign is made
      *                  active, so the letters logged under a tag were
      *                  all chosen the same way; a closed or cancelled
      *                  campaign cannot be reopened. Status values:
      *                  P planned, A active (may run), C closed,
      *                  X cancelled.
      *    Compiler    : Micro Focus Visual COBOL
      *    ============================================================

       IDENTIFICATION DIVISION.
       PROGRAM-ID.     CAMPMAINT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CAMPAIGN-MASTER ASSIGN TO WS-CAMPAIGN-FILE
                               ORGANIZATION INDEXED
                               ACCESS MODE IS DYNAMIC
                               RECORD KEY IS CG-CAMPAIGN-ID
                               FILE STATUS IS WS-CAMPAIGN-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CAMPAIGN-MASTER.
       COPY CAMPREC.

       WORKING-STORAGE SECTION.
      *> Batch-window lock check - see BATCHLOCK.
       01  WS-LOCK-ACTION      PIC X(1) VALUE "Q".
       01  WS-LOCK-STATE       PIC X(1) VALUE "N".
       01  WS-LOCK-RESOURCE    PIC X(4) VALUE "CUST".
       01  WS-LOCK-OVERRIDE    PIC X(1) VALUE "N".

       01  WS-CAMPAIGN-FILE    PIC X(26) VALUE "CAMPAIGN".

       01  WS-CAMPAIGN-STATUS  PIC XX VALUE "00".

       01  WS-MENU-CHOICE      PIC 9 VALUE ZERO.
       01  WS-CAMPAIGN-ENTRY   PIC X(12) VALUE SPACES.
       01  WS-LISTED-COUNT     PIC 9(5) VALUE ZERO.

      *> Screen working fields - the record itself is only touched
      *> once the edits have passed validation.
       01  WS-EDIT-FIELDS.
           05 WS-EDIT-ID          PIC X(12) VALUE SPACES.
           05 WS-EDIT-DESCRIPTION PIC X(30) VALUE SPACES.
           05 WS-EDIT-TEMPLATE    PIC X(12) VALUE SPACES.
           05 WS-EDIT-AGE-FROM    PIC X(2)  VALUE SPACES.
           05 WS-EDIT-AGE-TO      PIC X(2)  VALUE SPACES.
           05 WS-EDIT-MONTH       PIC X(2)  VALUE SPACES.
           05 WS-EDIT-NAME-FROM   PIC X(20) VALUE SPACES.
           05 WS-EDIT-NAME-TO     PIC X(20) VALUE SPACES.
           05 WS-EDIT-SEGMENT     PIC X(2)  VALUE SPACES.
           05 WS-EDIT-START       PIC X(8)  VALUE SPACES.
           05 WS-EDIT-END         PIC X(8)  VALUE SPACES.
           05 WS-EDIT-PLANNED     PIC 9(6)  VALUE ZERO.
           05 WS-EDIT-STATUS      PIC X(1)  VALUE SPACE.
       01  WS-SCREEN-TITLE     PIC X(24) VALUE SPACES.
       01  WS-SHOW-OWNER       PIC X(8) VALUE SPACES.

      *> The selection as it stood on file, to tell whether an
      *> active campaign's selection is being changed.
       01  WS-ON-FILE-SELECTION PIC X(62) VALUE SPACES.
       01  WS-NEW-SELECTION    PIC X(62) VALUE SPACES.
       01  WS-ON-FILE-STATUS   PIC X(1) VALUE SPACE.

       01  WS-EDITS-OK         PIC X(1) VALUE "N".
           88 WS-EDITS-ACCEPTED  VALUE "Y".
       01  WS-EDIT-MESSAGE     PIC X(60) VALUE SPACES.

      *> Date checks through the shared DATEVAL. A campaign's dates
      *> may lie ahead, so its "in the future" answer is not an error.
       01  WS-DATE-STATUS      PIC X(1) VALUE SPACE.
       01  WS-DATE-AGE         PIC 99 VALUE ZERO.
       01  WS-START-STATUS     PIC X(1) VALUE SPACE.
       01  WS-END-STATUS       PIC X(1) VALUE SPACE.

       01  WS-CURR-DATE        PIC 9(8) VALUE ZERO.

       01  WS-OPERATOR-ID      PIC X(8) VALUE SPACES.
       01  WS-PROGRAM-NAME     PIC X(20) VALUE "CAMPMAINT".
       01  WS-AUDIT-OUTCOME    PIC X(8) VALUE SPACES.
       01  WS-AUTHORIZED       PIC X(1) VALUE "N".
       01  WS-OPERATOR-ROLE    PIC X(10) VALUE SPACES.
       01  WS-OP-RESULT        PIC 9(2) VALUE ZERO.

       SCREEN SECTION.
       01  WS-CAMPAIGN-SCREEN.
           05  BLANK SCREEN.
           05  PIC X(24) FROM WS-SCREEN-TITLE  LINE 1  COL 28.
           05  VALUE "Campaign ID:   "         LINE 3  COL 5.
           05  PIC X(12) USING WS-EDIT-ID      LINE 3  COL 21.
           05  VALUE "Owner:"                  LINE 3  COL 40.
           05  PIC X(8)  FROM WS-SHOW-OWNER    LINE 3  COL 47.
           05  VALUE "Description:   "         LINE 4  COL 5.
           05  PIC X(30) USING WS-EDIT-DESCRIPTION LINE 4 COL 21.
           05  VALUE "Template file: "         LINE 5  COL 5.
           05  PIC X(12) USING WS-EDIT-TEMPLATE LINE 5 COL 21.
           05  VALUE "Age from/to:   "         LINE 7  COL 5.
           05  PIC X(2)  USING WS-EDIT-AGE-FROM LINE 7 COL 21.
           05  PIC X(2)  USING WS-EDIT-AGE-TO  LINE 7  COL 25.
           05  VALUE "(blank = open)"          LINE 7  COL 40.
           05  VALUE "Birth month:   "         LINE 8  COL 5.
           05  PIC X(2)  USING WS-EDIT-MONTH   LINE 8  COL 21.
           05  VALUE "Last name from:"         LINE 9  COL 5.
           05  PIC X(20) USING WS-EDIT-NAME-FROM LINE 9 COL 21.
           05  VALUE "Last name to:  "         LINE 10 COL 5.
           05  PIC X(20) USING WS-EDIT-NAME-TO LINE 10 COL 21.
           05  VALUE "Segment:       "         LINE 11 COL 5.
           05  PIC X(2)  USING WS-EDIT-SEGMENT LINE 11 COL 21.
           05  VALUE "Start date:    "         LINE 13 COL 5.
           05  PIC X(8)  USING WS-EDIT-START   LINE 13 COL 21.
           05  VALUE "End date:"               LINE 13 COL 32.
           05  PIC X(8)  USING WS-EDIT-END     LINE 13 COL 42.
           05  VALUE "(YYYYMMDD)"              LINE 13 COL 52.
           05  VALUE "Planned volume:"         LINE 14 COL 5.
           05  PIC 9(6)  USING WS-EDIT-PLANNED LINE 14 COL 21.
           05  VALUE "Status:        "         LINE 15 COL 5.
           05  PIC X(1)  USING WS-EDIT-STATUS  LINE 15 COL 21.
           05  VALUE "P planned A active C closed X cancelled"
                                               LINE 15 COL 25.

       PROCEDURE DIVISION.
           ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT "OPERATOR-ID".
           MOVE "START" TO WS-AUDIT-OUTCOME.
           CALL "AUDITLOG" USING WS-PROGRAM-NAME WS-OPERATOR-ID
                                  WS-AUDIT-OUTCOME.

           CALL "FILERES" USING WS-CAMPAIGN-FILE.

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

           *> The nightly batch window and an interactive
           *> session must not update the same data at once.
           MOVE "Q" TO WS-LOCK-ACTION.
           CALL "BATCHLOCK" USING WS-LOCK-ACTION
                WS-LOCK-STATE WS-LOCK-RESOURCE.
           IF WS-LOCK-STATE = "Y"
              DISPLAY "The nightly batch window is open."
              IF WS-OPERATOR-ROLE = "SUPERVISOR"
                 OR WS-OPERATOR-ROLE = "ADMIN"
                 DISPLAY "Override and continue? (Y/N): "
                         WITH NO ADVANCING
                 ACCEPT WS-LOCK-OVERRIDE
              END-IF
              IF WS-LOCK-OVERRIDE NOT = "Y"
                 AND WS-LOCK-OVERRIDE NOT = "y"
                 DISPLAY "Try again after the batch run "
                         "finishes."
                 MOVE "LOCKED" TO WS-AUDIT-OUTCOME
                 CALL "AUDITLOG" USING WS-PROGRAM-NAME
                      WS-OPERATOR-ID WS-AUDIT-OUTCOME
                 MOVE 8 TO RETURN-CODE
                 GOBACK
              END-IF
           END-IF.

           ACCEPT WS-CURR-DATE FROM DATE YYYYMMDD.

           *> A first-ever use creates the empty campaign master, the
           *> same way CASEMAINT creates CUSTCASE.
           OPEN I-O CAMPAIGN-MASTER.
           IF WS-CAMPAIGN-STATUS = "35"
              OPEN OUTPUT CAMPAIGN-MASTER
              CLOSE CAMPAIGN-MASTER
              OPEN I-O CAMPAIGN-MASTER
           END-IF.
           IF WS-CAMPAIGN-STATUS NOT = "00"
              DISPLAY "Cannot open CAMPAIGN, status="
                      WS-CAMPAIGN-STATUS
              MOVE "FAIL" TO WS-AUDIT-OUTCOME
              CALL "AUDITLOG" USING WS-PROGRAM-NAME WS-OPERATOR-ID
                                     WS-AUDIT-OUTCOME
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.

           DISPLAY " ".
           DISPLAY "1. Register a new campaign".
           DISPLAY "2. Change a campaign".
           DISPLAY "3. List campaigns".
           DISPLAY "0. Exit".
           DISPLAY "Select an option: " WITH NO ADVANCING.
           ACCEPT WS-MENU-CHOICE.

           EVALUATE WS-MENU-CHOICE
              WHEN 1
                 PERFORM 1000-ADD-CAMPAIGN
              WHEN 2
                 PERFORM 2000-CHANGE-CAMPAIGN
              WHEN 3
                 PERFORM 3000-LIST-CAMPAIGNS
              WHEN OTHER
                 DISPLAY "No maintenance performed."
                 MOVE 4 TO WS-OP-RESULT
           END-EVALUATE.

           CLOSE CAMPAIGN-MASTER.

           EVALUATE WS-OP-RESULT
              WHEN 0
                 MOVE "SUCCESS" TO WS-AUDIT-OUTCOME
              WHEN 4
                 MOVE "NOMATCH" TO WS-AUDIT-OUTCOME
              WHEN 8
                 MOVE "DENIED" TO WS-AUDIT-OUTCOME
              WHEN OTHER
                 MOVE "FAIL" TO WS-AUDIT-OUTCOME
           END-EVALUATE.
           CALL "AUDITLOG" USING WS-PROGRAM-NAME WS-OPERATOR-ID
                                  WS-AUDIT-OUTCOME.

           MOVE WS-OP-RESULT TO RETURN-CODE.

           GOBACK.

      *> A new campaign starts planned, owned by the operator
      *> registering it. A blank ID abandons the entry; an ID already
      *> on file is refused - that tag belongs to its campaign.
       1000-ADD-CAMPAIGN.
           INITIALIZE WS-EDIT-FIELDS.
           MOVE "LETTER.TPL"       TO WS-EDIT-TEMPLATE.
           MOVE "P"                TO WS-EDIT-STATUS.
           MOVE WS-CURR-DATE       TO WS-EDIT-START.
           MOVE WS-OPERATOR-ID     TO WS-SHOW-OWNER.
           MOVE "Register Campaign" TO WS-SCREEN-TITLE.
           MOVE SPACE TO WS-ON-FILE-STATUS.

           MOVE "N" TO WS-EDITS-OK.
           PERFORM UNTIL WS-EDITS-ACCEPTED
              DISPLAY WS-CAMPAIGN-SCREEN
              ACCEPT WS-CAMPAIGN-SCREEN
              MOVE FUNCTION UPPER-CASE(WS-EDIT-ID) TO WS-EDIT-ID
              IF WS-EDIT-ID = SPACES
                 MOVE "Y" TO WS-EDITS-OK
              ELSE
                 PERFORM 5000-VALIDATE-EDITS
                 IF WS-EDIT-MESSAGE = SPACES
                    MOVE WS-EDIT-ID TO CG-CAMPAIGN-ID
                    READ CAMPAIGN-MASTER
                       INVALID KEY
                          MOVE "Y" TO WS-EDITS-OK
                       NOT INVALID KEY
                          STRING "Campaign ID already registered "
                                 DELIMITED BY SIZE
                                 "by " DELIMITED BY SIZE
                                 CG-OWNER DELIMITED BY SIZE
                                 " - choose another."
                                 DELIMITED BY SIZE
                                 INTO WS-EDIT-MESSAGE
                          END-STRING
                    END-READ
                 END-IF
                 IF NOT WS-EDITS-ACCEPTED
                    DISPLAY WS-EDIT-MESSAGE LINE 17 COL 5
                 END-IF
              END-IF
           END-PERFORM.

           IF WS-EDIT-ID = SPACES
              DISPLAY "No campaign registered."
              MOVE 4 TO WS-OP-RESULT
           ELSE
              MOVE SPACES TO CAMPAIGN-RECORD
              PERFORM 5500-FIELDS-TO-RECORD
              MOVE WS-OPERATOR-ID TO CG-OWNER
              MOVE WS-CURR-DATE   TO CG-CREATED-DATE
              MOVE WS-OPERATOR-ID TO CG-CREATED-BY
              WRITE CAMPAIGN-RECORD
                 INVALID KEY
                    DISPLAY "Write failed for campaign "
                            WS-EDIT-ID ", status="
                            WS-CAMPAIGN-STATUS
                    MOVE 16 TO WS-OP-RESULT
                 NOT INVALID KEY
                    DISPLAY "Campaign " FUNCTION TRIM(WS-EDIT-ID)
                            " registered."
                    MOVE 0 TO WS-OP-RESULT
              END-WRITE
           END-IF.

      *> Only the owner or a supervisor changes a campaign. The ID is
      *> the key and is shown, not changed.
       2000-CHANGE-CAMPAIGN.
           DISPLAY "Campaign ID: " WITH NO ADVANCING.
           ACCEPT WS-CAMPAIGN-ENTRY.
           MOVE FUNCTION UPPER-CASE(WS-CAMPAIGN-ENTRY)
             TO WS-CAMPAIGN-ENTRY.

           MOVE WS-CAMPAIGN-ENTRY TO CG-CAMPAIGN-ID.
           READ CAMPAIGN-MASTER
              INVALID KEY
                 DISPLAY "No campaign registered as "
                         FUNCTION TRIM(WS-CAMPAIGN-ENTRY) "."
                 MOVE 4 TO WS-OP-RESULT
              NOT INVALID KEY
                 MOVE 0 TO WS-OP-RESULT
           END-READ.

           IF WS-OP-RESULT = 0
              AND CG-OWNER NOT = WS-OPERATOR-ID
              AND WS-OPERATOR-ROLE NOT = "SUPERVISOR"
              AND WS-OPERATOR-ROLE NOT = "ADMIN"
              DISPLAY "Campaign " FUNCTION TRIM(WS-CAMPAIGN-ENTRY)
                      " belongs to " CG-OWNER
                      " - only the owner or a supervisor may "
                      "change it."
              MOVE 8 TO WS-OP-RESULT
           END-IF.

           IF WS-OP-RESULT = 0
              AND (CG-CLOSED OR CG-CANCELLED)
              DISPLAY "Campaign " FUNCTION TRIM(WS-CAMPAIGN-ENTRY)
                      " is closed or cancelled and cannot be "
                      "reopened."
              MOVE 4 TO WS-OP-RESULT
           END-IF.

           IF WS-OP-RESULT = 0
              PERFORM 2100-EDIT-AND-REWRITE
           END-IF.

       2100-EDIT-AND-REWRITE.
           PERFORM 5600-RECORD-TO-FIELDS.
           MOVE CG-OWNER TO WS-SHOW-OWNER.
           MOVE CG-STATUS TO WS-ON-FILE-STATUS.
           PERFORM 5700-SELECTION-OF-FIELDS.
           MOVE WS-NEW-SELECTION TO WS-ON-FILE-SELECTION.
           MOVE "Change Campaign" TO WS-SCREEN-TITLE.

           MOVE "N" TO WS-EDITS-OK.
           PERFORM UNTIL WS-EDITS-ACCEPTED
              DISPLAY WS-CAMPAIGN-SCREEN
              ACCEPT WS-CAMPAIGN-SCREEN
              MOVE WS-CAMPAIGN-ENTRY TO WS-EDIT-ID
              PERFORM 5000-VALIDATE-EDITS
              IF WS-EDIT-MESSAGE = SPACES
                 MOVE "Y" TO WS-EDITS-OK
              ELSE
                 DISPLAY WS-EDIT-MESSAGE LINE 17 COL 5
              END-IF
           END-PERFORM.

           PERFORM 5500-FIELDS-TO-RECORD.
           REWRITE CAMPAIGN-RECORD
              INVALID KEY
                 DISPLAY "Rewrite failed for campaign "
                         FUNCTION TRIM(WS-CAMPAIGN-ENTRY)
                         ", status=" WS-CAMPAIGN-STATUS
                 MOVE 16 TO WS-OP-RESULT
              NOT INVALID KEY
                 DISPLAY "Campaign " FUNCTION TRIM(WS-CAMPAIGN-ENTRY)
                         " updated."
                 MOVE 0 TO WS-OP-RESULT
           END-REWRITE.

       3000-LIST-CAMPAIGNS.
           MOVE ZERO TO WS-LISTED-COUNT.
           MOVE LOW-VALUES TO CG-CAMPAIGN-ID.
           START CAMPAIGN-MASTER
              KEY IS NOT LESS THAN CG-CAMPAIGN-ID
              INVALID KEY
                 CONTINUE
           END-START.
           PERFORM UNTIL WS-CAMPAIGN-STATUS NOT = "00"
              READ CAMPAIGN-MASTER NEXT RECORD
                 AT END
                    CONTINUE
                 NOT AT END
                    ADD 1 TO WS-LISTED-COUNT
                    DISPLAY CG-CAMPAIGN-ID " " CG-STATUS " "
                            CG-START-DATE "-" CG-END-DATE " "
                            CG-OWNER " " CG-TEMPLATE " "
                            "planned " CG-PLANNED-VOLUME
              END-READ
           END-PERFORM.
           MOVE "00" TO WS-CAMPAIGN-STATUS.
           IF WS-LISTED-COUNT = 0
              DISPLAY "No campaigns registered."
              MOVE 4 TO WS-OP-RESULT
           ELSE
              DISPLAY WS-LISTED-COUNT " campaign(s)."
              MOVE 0 TO WS-OP-RESULT
           END-IF.

      *> Common edits for register and change. The first failure
      *> found is left in WS-EDIT-MESSAGE; spaces means all passed.
       5000-VALIDATE-EDITS.
           MOVE SPACES TO WS-EDIT-MESSAGE.
           MOVE FUNCTION UPPER-CASE(WS-EDIT-STATUS) TO WS-EDIT-STATUS.
           MOVE FUNCTION UPPER-CASE(WS-EDIT-SEGMENT)
             TO WS-EDIT-SEGMENT.

           CALL "DATEVAL" USING WS-EDIT-START WS-CURR-DATE
                                 WS-DATE-STATUS WS-DATE-AGE.
           MOVE WS-DATE-STATUS TO WS-START-STATUS.
           CALL "DATEVAL" USING WS-EDIT-END WS-CURR-DATE
                                 WS-DATE-STATUS WS-DATE-AGE.
           MOVE WS-DATE-STATUS TO WS-END-STATUS.
           PERFORM 5700-SELECTION-OF-FIELDS.

           EVALUATE TRUE
              WHEN WS-EDIT-DESCRIPTION = SPACES
                 MOVE "A description is required. Please re-enter."
                   TO WS-EDIT-MESSAGE
              WHEN WS-EDIT-TEMPLATE = SPACES
                 MOVE "A template file is required. Please re-enter."
                   TO WS-EDIT-MESSAGE
              WHEN WS-EDIT-AGE-FROM NOT = SPACES
               AND FUNCTION TEST-NUMVAL(WS-EDIT-AGE-FROM) NOT = 0
                 MOVE "Age from must be a number or blank."
                   TO WS-EDIT-MESSAGE
              WHEN WS-EDIT-AGE-TO NOT = SPACES
               AND FUNCTION TEST-NUMVAL(WS-EDIT-AGE-TO) NOT = 0
                 MOVE "Age to must be a number or blank."
                   TO WS-EDIT-MESSAGE
              WHEN WS-EDIT-MONTH NOT = SPACES
               AND (FUNCTION TEST-NUMVAL(WS-EDIT-MONTH) NOT = 0
                    OR FUNCTION NUMVAL(WS-EDIT-MONTH) < 1
                    OR FUNCTION NUMVAL(WS-EDIT-MONTH) > 12)
                 MOVE "Birth month must be 01-12 or blank."
                   TO WS-EDIT-MESSAGE
              WHEN WS-START-STATUS NOT = SPACE
               AND WS-START-STATUS NOT = "F"
                 MOVE "Start date is not a valid date (YYYYMMDD)."
                   TO WS-EDIT-MESSAGE
              WHEN WS-END-STATUS NOT = SPACE
               AND WS-END-STATUS NOT = "F"
                 MOVE "End date is not a valid date (YYYYMMDD)."
                   TO WS-EDIT-MESSAGE
              WHEN WS-EDIT-END < WS-EDIT-START
                 MOVE "End date is before the start date."
                   TO WS-EDIT-MESSAGE
              WHEN WS-EDIT-PLANNED = ZERO
                 MOVE "A planned volume is required. Please re-enter."
                   TO WS-EDIT-MESSAGE
              WHEN WS-EDIT-STATUS NOT = "P" AND NOT = "A"
               AND NOT = "C" AND NOT = "X"
                 MOVE "Status must be P, A, C, or X."
                   TO WS-EDIT-MESSAGE
              WHEN WS-ON-FILE-STATUS = "A"
               AND WS-EDIT-STATUS = "P"
                 MOVE "An active campaign cannot go back to planned."
                   TO WS-EDIT-MESSAGE
              WHEN WS-ON-FILE-STATUS = "A"
               AND WS-NEW-SELECTION NOT = WS-ON-FILE-SELECTION
                 MOVE "Selection and template are fixed once active."
                   TO WS-EDIT-MESSAGE
           END-EVALUATE.

       5500-FIELDS-TO-RECORD.
           MOVE WS-EDIT-ID          TO CG-CAMPAIGN-ID.
           MOVE WS-EDIT-DESCRIPTION TO CG-DESCRIPTION.
           MOVE WS-EDIT-TEMPLATE    TO CG-TEMPLATE.
           MOVE WS-EDIT-AGE-FROM    TO CG-AGE-FROM.
           MOVE WS-EDIT-AGE-TO      TO CG-AGE-TO.
           MOVE WS-EDIT-MONTH       TO CG-BIRTH-MONTH.
           MOVE WS-EDIT-NAME-FROM   TO CG-NAME-FROM.
           MOVE WS-EDIT-NAME-TO     TO CG-NAME-TO.
           MOVE WS-EDIT-SEGMENT     TO CG-SEGMENT.
           MOVE WS-EDIT-START       TO CG-START-DATE.
           MOVE WS-EDIT-END         TO CG-END-DATE.
           MOVE WS-EDIT-PLANNED     TO CG-PLANNED-VOLUME.
           MOVE WS-EDIT-STATUS      TO CG-STATUS.
           MOVE WS-CURR-DATE        TO CG-UPDATED-DATE.
           MOVE WS-OPERATOR-ID      TO CG-UPDATED-BY.

       5600-RECORD-TO-FIELDS.
           MOVE CG-CAMPAIGN-ID      TO WS-EDIT-ID.
           MOVE CG-DESCRIPTION      TO WS-EDIT-DESCRIPTION.
           MOVE CG-TEMPLATE         TO WS-EDIT-TEMPLATE.
           MOVE CG-AGE-FROM         TO WS-EDIT-AGE-FROM.
           MOVE CG-AGE-TO           TO WS-EDIT-AGE-TO.
           MOVE CG-BIRTH-MONTH      TO WS-EDIT-MONTH.
           MOVE CG-NAME-FROM        TO WS-EDIT-NAME-FROM.
           MOVE CG-NAME-TO          TO WS-EDIT-NAME-TO.
           MOVE CG-SEGMENT          TO WS-EDIT-SEGMENT.
           MOVE CG-START-DATE       TO WS-EDIT-START.
           MOVE CG-END-DATE         TO WS-EDIT-END.
           MOVE CG-PLANNED-VOLUME   TO WS-EDIT-PLANNED.
           MOVE CG-STATUS           TO WS-EDIT-STATUS.

      *> Template plus every selection criterion, side by side, so
      *> one comparison says whether any of them moved.
       5700-SELECTION-OF-FIELDS.
           MOVE SPACES TO WS-NEW-SELECTION.
           STRING WS-EDIT-TEMPLATE  DELIMITED BY SIZE
                  WS-EDIT-AGE-FROM  DELIMITED BY SIZE
                  WS-EDIT-AGE-TO    DELIMITED BY SIZE
                  WS-EDIT-MONTH     DELIMITED BY SIZE
                  WS-EDIT-NAME-FROM DELIMITED BY SIZE
                  WS-EDIT-NAME-TO   DELIMITED BY SIZE
                  WS-EDIT-SEGMENT   DELIMITED BY SIZE
                  INTO WS-NEW-SELECTION
           END-STRING.
