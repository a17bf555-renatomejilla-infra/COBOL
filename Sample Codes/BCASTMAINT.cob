      *    Author      : Renato D. Mejilla
      *    Date        : October 15, 2026
      *    Description : Full-screen posting of operator broadcast
      *                  messages to BROADCAST.DAT (see BCASTREC), in
      *                  the CAMPMAINT screen style. A procedure change
      *                  or a planned database outage used to go out by
      *                  e-mail and half the shift never saw it. A
      *                  supervisor posts the message here with a
      *                  subject, up to three lines of text, the date
      *                  it starts showing, the date it expires, and
      *                  the role it is for (OPERATOR, SUPERVISOR,
      *                  ADMIN, or ALL). SIGNON then shows it through
      *                  BCASTSHOW at every interactive sign-on by an
      *                  operator of that role until they acknowledge
      *                  it; BCASTRPT lists who has not. A posted
      *                  message is not edited - a correction is a new
      *                  message - but may be withdrawn, which expires
      *                  it as of yesterday. SUPERVISOR or ADMIN only.
      *    Compiler    : Micro Focus Visual COBOL
      *    ============================================================

       IDENTIFICATION DIVISION.
       PROGRAM-ID.     BCASTMAINT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BROADCAST-FILE ASSIGN TO WS-BROADCAST-FILE
                               ORGANIZATION INDEXED
                               ACCESS MODE IS DYNAMIC
                               RECORD KEY IS BC-MSG-ID
                               FILE STATUS IS WS-BROADCAST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BROADCAST-FILE.
       COPY BCASTREC.

       WORKING-STORAGE SECTION.
       01  WS-BROADCAST-FILE   PIC X(26) VALUE "BROADCAST.DAT".

       01  WS-BROADCAST-STATUS PIC XX VALUE "00".

       01  WS-MENU-CHOICE      PIC 9 VALUE ZERO.
       01  WS-MSG-ENTRY        PIC X(6) VALUE SPACES.
       01  WS-LISTED-COUNT     PIC 9(5) VALUE ZERO.
       01  WS-LAST-MSG-ID      PIC 9(6) VALUE ZERO.
       01  WS-CONFIRM          PIC X(1) VALUE SPACE.

      *> Screen working fields - the record itself is only touched
      *> once the edits have passed validation.
       01  WS-EDIT-FIELDS.
           05 WS-EDIT-ROLE        PIC X(10) VALUE SPACES.
           05 WS-EDIT-START       PIC X(8)  VALUE SPACES.
           05 WS-EDIT-EXPIRY      PIC X(8)  VALUE SPACES.
           05 WS-EDIT-SUBJECT     PIC X(40) VALUE SPACES.
           05 WS-EDIT-LINE-1      PIC X(70) VALUE SPACES.
           05 WS-EDIT-LINE-2      PIC X(70) VALUE SPACES.
           05 WS-EDIT-LINE-3      PIC X(70) VALUE SPACES.
       01  WS-SCREEN-TITLE     PIC X(24) VALUE SPACES.
       01  WS-SHOW-POSTED-BY   PIC X(8) VALUE SPACES.

       01  WS-EDITS-OK         PIC X(1) VALUE "N".
           88 WS-EDITS-ACCEPTED  VALUE "Y".
       01  WS-EDIT-MESSAGE     PIC X(60) VALUE SPACES.
       01  WS-ABANDONED        PIC X(1) VALUE "N".

      *> Date checks through the shared DATEVAL. A message may be
      *> posted ahead of its start, so "in the future" is no error.
       01  WS-DATE-STATUS      PIC X(1) VALUE SPACE.
       01  WS-DATE-AGE         PIC 99 VALUE ZERO.
       01  WS-START-STATUS     PIC X(1) VALUE SPACE.
       01  WS-EXPIRY-STATUS    PIC X(1) VALUE SPACE.

       01  WS-CURR-DATE        PIC 9(8) VALUE ZERO.
       01  WS-PRIOR-DATE       PIC 9(8) VALUE ZERO.
       01  WS-DEFAULT-EXPIRY   PIC 9(8) VALUE ZERO.

       01  WS-OPERATOR-ID      PIC X(8) VALUE SPACES.
       01  WS-PROGRAM-NAME     PIC X(20) VALUE "BCASTMAINT".
       01  WS-AUDIT-OUTCOME    PIC X(8) VALUE SPACES.
       01  WS-AUTHORIZED       PIC X(1) VALUE "N".
       01  WS-OPERATOR-ROLE    PIC X(10) VALUE SPACES.
       01  WS-OP-RESULT        PIC 9(2) VALUE ZERO.

       SCREEN SECTION.
       01  WS-BROADCAST-SCREEN.
           05  BLANK SCREEN.
           05  PIC X(24) FROM WS-SCREEN-TITLE  LINE 1  COL 28.
           05  VALUE "Posted by:"              LINE 3  COL 5.
           05  PIC X(8)  FROM WS-SHOW-POSTED-BY LINE 3 COL 21.
           05  VALUE "Target role:   "         LINE 4  COL 5.
           05  PIC X(10) USING WS-EDIT-ROLE    LINE 4  COL 21.
           05  VALUE "OPERATOR SUPERVISOR ADMIN or ALL"
                                               LINE 4  COL 33.
           05  VALUE "Start date:    "         LINE 5  COL 5.
           05  PIC X(8)  USING WS-EDIT-START   LINE 5  COL 21.
           05  VALUE "Expiry date:"            LINE 5  COL 32.
           05  PIC X(8)  USING WS-EDIT-EXPIRY  LINE 5  COL 45.
           05  VALUE "(YYYYMMDD)"              LINE 5  COL 55.
           05  VALUE "Subject:       "         LINE 7  COL 5.
           05  PIC X(40) USING WS-EDIT-SUBJECT LINE 7  COL 21.
           05  VALUE "Message text:"           LINE 9  COL 5.
           05  PIC X(70) USING WS-EDIT-LINE-1  LINE 10 COL 5.
           05  PIC X(70) USING WS-EDIT-LINE-2  LINE 11 COL 5.
           05  PIC X(70) USING WS-EDIT-LINE-3  LINE 12 COL 5.
           05  VALUE "Leave the subject blank to abandon."
                                               LINE 14 COL 5.

       PROCEDURE DIVISION.
           ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT "OPERATOR-ID".
           MOVE "START" TO WS-AUDIT-OUTCOME.
           CALL "AUDITLOG" USING WS-PROGRAM-NAME WS-OPERATOR-ID
                                  WS-AUDIT-OUTCOME.

           CALL "FILERES" USING WS-BROADCAST-FILE.

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

           *> Every operator's sign-on shows what is posted here -
           *> SUPERVISOR or better only.
           IF WS-OPERATOR-ROLE NOT = "SUPERVISOR"
              AND WS-OPERATOR-ROLE NOT = "ADMIN"
              DISPLAY "Posting broadcasts requires the SUPERVISOR "
                      "role."
              MOVE "DENIED" TO WS-AUDIT-OUTCOME
              CALL "AUDITLOG" USING WS-PROGRAM-NAME WS-OPERATOR-ID
                                     WS-AUDIT-OUTCOME
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.

           ACCEPT WS-CURR-DATE FROM DATE YYYYMMDD.
           COMPUTE WS-PRIOR-DATE = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-CURR-DATE) - 1).

           *> A first-ever use creates the empty message file, the
           *> same way CAMPMAINT creates CAMPAIGN.
           OPEN I-O BROADCAST-FILE.
           IF WS-BROADCAST-STATUS = "35"
              OPEN OUTPUT BROADCAST-FILE
              CLOSE BROADCAST-FILE
              OPEN I-O BROADCAST-FILE
           END-IF.
           IF WS-BROADCAST-STATUS NOT = "00"
              DISPLAY "Cannot open BROADCAST.DAT, status="
                      WS-BROADCAST-STATUS
              MOVE "FAIL" TO WS-AUDIT-OUTCOME
              CALL "AUDITLOG" USING WS-PROGRAM-NAME WS-OPERATOR-ID
                                     WS-AUDIT-OUTCOME
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.

           DISPLAY " ".
           DISPLAY "1. Post a broadcast message".
           DISPLAY "2. Withdraw a broadcast message".
           DISPLAY "3. List broadcast messages".
           DISPLAY "0. Exit".
           DISPLAY "Select an option: " WITH NO ADVANCING.
           ACCEPT WS-MENU-CHOICE.

           EVALUATE WS-MENU-CHOICE
              WHEN 1
                 PERFORM 1000-POST-MESSAGE
              WHEN 2
                 PERFORM 2000-WITHDRAW-MESSAGE
              WHEN 3
                 PERFORM 3000-LIST-MESSAGES
              WHEN OTHER
                 DISPLAY "No maintenance performed."
                 MOVE 4 TO WS-OP-RESULT
           END-EVALUATE.

           CLOSE BROADCAST-FILE.

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

      *> A new message starts today, runs a week and goes to every
      *> role unless changed. A blank subject abandons the entry.
       1000-POST-MESSAGE.
           INITIALIZE WS-EDIT-FIELDS.
           MOVE "ALL"              TO WS-EDIT-ROLE.
           MOVE WS-CURR-DATE       TO WS-EDIT-START.
           COMPUTE WS-DEFAULT-EXPIRY = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-CURR-DATE) + 7).
           MOVE WS-DEFAULT-EXPIRY  TO WS-EDIT-EXPIRY.
           MOVE WS-OPERATOR-ID     TO WS-SHOW-POSTED-BY.
           MOVE "Post Broadcast Message" TO WS-SCREEN-TITLE.

           MOVE "N" TO WS-ABANDONED.
           MOVE "N" TO WS-EDITS-OK.
           PERFORM UNTIL WS-EDITS-ACCEPTED
              DISPLAY WS-BROADCAST-SCREEN
              ACCEPT WS-BROADCAST-SCREEN
              IF WS-EDIT-SUBJECT = SPACES
                 MOVE "Y" TO WS-ABANDONED
                 MOVE "Y" TO WS-EDITS-OK
              ELSE
                 PERFORM 5000-VALIDATE-EDITS
                 IF WS-EDIT-MESSAGE = SPACES
                    MOVE "Y" TO WS-EDITS-OK
                 ELSE
                    DISPLAY WS-EDIT-MESSAGE LINE 16 COL 5
                 END-IF
              END-IF
           END-PERFORM.

           IF WS-ABANDONED = "Y"
              DISPLAY "No message posted."
              MOVE 4 TO WS-OP-RESULT
           ELSE
              PERFORM 1100-FIND-LAST-MESSAGE
              MOVE SPACES TO BROADCAST-RECORD
              COMPUTE BC-MSG-ID = WS-LAST-MSG-ID + 1
              MOVE WS-EDIT-ROLE    TO BC-TARGET-ROLE
              MOVE WS-EDIT-START   TO BC-START-DATE
              MOVE WS-EDIT-EXPIRY  TO BC-EXPIRY-DATE
              MOVE WS-EDIT-SUBJECT TO BC-SUBJECT
              MOVE WS-EDIT-LINE-1  TO BC-TEXT-LINE-1
              MOVE WS-EDIT-LINE-2  TO BC-TEXT-LINE-2
              MOVE WS-EDIT-LINE-3  TO BC-TEXT-LINE-3
              MOVE WS-OPERATOR-ID  TO BC-POSTED-BY
              MOVE WS-CURR-DATE    TO BC-POSTED-DATE
              MOVE ZERO            TO BC-WITHDRAWN-DATE
              WRITE BROADCAST-RECORD
                 INVALID KEY
                    DISPLAY "Write failed for broadcast message, "
                            "status=" WS-BROADCAST-STATUS
                    MOVE 16 TO WS-OP-RESULT
                 NOT INVALID KEY
                    DISPLAY "Broadcast message " BC-MSG-ID
                            " posted for "
                            FUNCTION TRIM(BC-TARGET-ROLE) ", "
                            BC-START-DATE " to " BC-EXPIRY-DATE "."
                    MOVE 0 TO WS-OP-RESULT
              END-WRITE
           END-IF.

      *> Message numbers are handed out in sequence - the next one is
      *> one past the highest on file.
       1100-FIND-LAST-MESSAGE.
           MOVE ZERO TO WS-LAST-MSG-ID.
           MOVE ZERO TO BC-MSG-ID.
           START BROADCAST-FILE
              KEY IS NOT LESS THAN BC-MSG-ID
              INVALID KEY
                 CONTINUE
           END-START.
           PERFORM UNTIL WS-BROADCAST-STATUS NOT = "00"
              READ BROADCAST-FILE NEXT RECORD
                 AT END
                    CONTINUE
                 NOT AT END
                    MOVE BC-MSG-ID TO WS-LAST-MSG-ID
              END-READ
           END-PERFORM.
           MOVE "00" TO WS-BROADCAST-STATUS.

      *> Withdrawing expires the message as of yesterday, so no
      *> further sign-on shows it; the record and its
      *> acknowledgements stay for BCASTRPT.
       2000-WITHDRAW-MESSAGE.
           DISPLAY "Message number: " WITH NO ADVANCING.
           ACCEPT WS-MSG-ENTRY.

           IF WS-MSG-ENTRY = SPACES
              OR FUNCTION TEST-NUMVAL(WS-MSG-ENTRY) NOT = 0
              DISPLAY "Enter the message number as listed."
              MOVE 4 TO WS-OP-RESULT
           ELSE
              COMPUTE BC-MSG-ID = FUNCTION NUMVAL(WS-MSG-ENTRY)
              READ BROADCAST-FILE
                 INVALID KEY
                    DISPLAY "No broadcast message "
                            FUNCTION TRIM(WS-MSG-ENTRY) "."
                    MOVE 4 TO WS-OP-RESULT
                 NOT INVALID KEY
                    MOVE 0 TO WS-OP-RESULT
              END-READ
           END-IF.

           IF WS-OP-RESULT = 0
              AND BC-EXPIRY-DATE < WS-CURR-DATE
              DISPLAY "Broadcast message " BC-MSG-ID
                      " already expired on " BC-EXPIRY-DATE "."
              MOVE 4 TO WS-OP-RESULT
           END-IF.

           IF WS-OP-RESULT = 0
              DISPLAY "Withdraw '" FUNCTION TRIM(BC-SUBJECT)
                      "'? (Y/N): " WITH NO ADVANCING
              ACCEPT WS-CONFIRM
              IF WS-CONFIRM NOT = "Y" AND WS-CONFIRM NOT = "y"
                 DISPLAY "Message left as it is."
                 MOVE 4 TO WS-OP-RESULT
              END-IF
           END-IF.

           IF WS-OP-RESULT = 0
              MOVE WS-PRIOR-DATE  TO BC-EXPIRY-DATE
              MOVE WS-OPERATOR-ID TO BC-WITHDRAWN-BY
              MOVE WS-CURR-DATE   TO BC-WITHDRAWN-DATE
              REWRITE BROADCAST-RECORD
                 INVALID KEY
                    DISPLAY "Rewrite failed for broadcast message "
                            BC-MSG-ID ", status="
                            WS-BROADCAST-STATUS
                    MOVE 16 TO WS-OP-RESULT
                 NOT INVALID KEY
                    DISPLAY "Broadcast message " BC-MSG-ID
                            " withdrawn."
              END-REWRITE
           END-IF.

       3000-LIST-MESSAGES.
           MOVE ZERO TO WS-LISTED-COUNT.
           MOVE ZERO TO BC-MSG-ID.
           START BROADCAST-FILE
              KEY IS NOT LESS THAN BC-MSG-ID
              INVALID KEY
                 CONTINUE
           END-START.
           PERFORM UNTIL WS-BROADCAST-STATUS NOT = "00"
              READ BROADCAST-FILE NEXT RECORD
                 AT END
                    CONTINUE
                 NOT AT END
                    ADD 1 TO WS-LISTED-COUNT
                    DISPLAY BC-MSG-ID " " BC-START-DATE "-"
                            BC-EXPIRY-DATE " " BC-TARGET-ROLE " "
                            BC-POSTED-BY " " BC-SUBJECT
                    IF BC-WITHDRAWN-DATE NOT = ZERO
                       DISPLAY "       withdrawn " BC-WITHDRAWN-DATE
                               " by " BC-WITHDRAWN-BY
                    END-IF
              END-READ
           END-PERFORM.
           MOVE "00" TO WS-BROADCAST-STATUS.
           IF WS-LISTED-COUNT = 0
              DISPLAY "No broadcast messages posted."
              MOVE 4 TO WS-OP-RESULT
           ELSE
              DISPLAY WS-LISTED-COUNT " message(s)."
              MOVE 0 TO WS-OP-RESULT
           END-IF.

      *> The first failure found is left in WS-EDIT-MESSAGE; spaces
      *> means all passed.
       5000-VALIDATE-EDITS.
           MOVE SPACES TO WS-EDIT-MESSAGE.
           MOVE FUNCTION UPPER-CASE(WS-EDIT-ROLE) TO WS-EDIT-ROLE.

           CALL "DATEVAL" USING WS-EDIT-START WS-CURR-DATE
                                 WS-DATE-STATUS WS-DATE-AGE.
           MOVE WS-DATE-STATUS TO WS-START-STATUS.
           CALL "DATEVAL" USING WS-EDIT-EXPIRY WS-CURR-DATE
                                 WS-DATE-STATUS WS-DATE-AGE.
           MOVE WS-DATE-STATUS TO WS-EXPIRY-STATUS.

           EVALUATE TRUE
              WHEN WS-EDIT-ROLE NOT = "OPERATOR"
               AND WS-EDIT-ROLE NOT = "SUPERVISOR"
               AND WS-EDIT-ROLE NOT = "ADMIN"
               AND WS-EDIT-ROLE NOT = "ALL"
                 MOVE "Role must be OPERATOR, SUPERVISOR, ADMIN or ALL."
                   TO WS-EDIT-MESSAGE
              WHEN WS-START-STATUS NOT = SPACE
               AND WS-START-STATUS NOT = "F"
                 MOVE "Start date is not a valid date (YYYYMMDD)."
                   TO WS-EDIT-MESSAGE
              WHEN WS-EXPIRY-STATUS NOT = SPACE
               AND WS-EXPIRY-STATUS NOT = "F"
                 MOVE "Expiry date is not a valid date (YYYYMMDD)."
                   TO WS-EDIT-MESSAGE
              WHEN WS-EDIT-START < WS-CURR-DATE
                 MOVE "Start date cannot be in the past."
                   TO WS-EDIT-MESSAGE
              WHEN WS-EDIT-EXPIRY < WS-EDIT-START
                 MOVE "Expiry date is before the start date."
                   TO WS-EDIT-MESSAGE
              WHEN WS-EDIT-LINE-1 = SPACES
                 MOVE "The first line of text is required."
                   TO WS-EDIT-MESSAGE
           END-EVALUATE.
