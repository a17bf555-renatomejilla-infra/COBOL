      *    Author      : Renato D. Mejilla
      *    Date        : October 15, 2026
      *    Description : Review of the customer change requests CHGPULL
      *                  has queued on CHGQUEUE, in the SUSPCLR screen
      *                  style. Lists the requests waiting for a
      *                  decision, and walks them oldest first showing
      *                  what is on file beside what the customer asked
      *                  for. The operator accepts, rejects with a note
      *                  the customer will see, skips to decide later,
      *                  or stops. An accepted name change is rewritten
      *                  on CUSTMAST with a CUSTJRNL image, as CUSTMAINT
      *                  does; an accepted address or phone change is
      *                  written to CUSTADDR with an ADDRJRNL image and
      *                  clears the returned-mail marker, as ADDRMAINT
      *                  does, and a wrong city for the postal code is
      *                  refused the same way. Decisions stay on the
      *                  queue for CHGPULL to write back to the ACMITS
      *                  table on its next run.
      *    Compiler    : Micro Focus Visual COBOL
      *    ============================================================

       IDENTIFICATION DIVISION.
       PROGRAM-ID.     CHGREVIEW.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CHANGE-QUEUE ASSIGN TO WS-CHGQUEUE-FILE
                               ORGANIZATION INDEXED
                               ACCESS MODE IS DYNAMIC
                               RECORD KEY IS CQ-REQUEST-ID
                               FILE STATUS IS WS-QUEUE-STATUS.

           SELECT CUSTOMER-MASTER ASSIGN TO WS-CUSTMAST-FILE
                               ORGANIZATION INDEXED
                               ACCESS MODE IS RANDOM
                               RECORD KEY IS CM-CUST-ID
                               ALTERNATE RECORD KEY IS
                                  CM-LAST-NAME WITH DUPLICATES
                               FILE STATUS IS WS-MASTER-STATUS.

           SELECT CUSTOMER-ADDRESS ASSIGN TO WS-CUSTADDR-FILE
                               ORGANIZATION INDEXED
                               ACCESS MODE IS RANDOM
                               RECORD KEY IS CA-CUST-ID
                               FILE STATUS IS WS-ADDRESS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CHANGE-QUEUE.
       COPY CHGREQ.

       FD  CUSTOMER-MASTER.
       COPY CUSTREC.

       FD  CUSTOMER-ADDRESS.
       COPY ADDRREC.

       WORKING-STORAGE SECTION.
      *> Batch-window lock check - see BATCHLOCK.
       01  WS-LOCK-ACTION      PIC X(1) VALUE "Q".
       01  WS-LOCK-STATE       PIC X(1) VALUE "N".
       01  WS-LOCK-RESOURCE    PIC X(4) VALUE "CUST".
       01  WS-LOCK-OVERRIDE    PIC X(1) VALUE "N".

       01  WS-CHGQUEUE-FILE    PIC X(26) VALUE "CHGQUEUE".
       01  WS-CUSTMAST-FILE    PIC X(26) VALUE "CUSTMAST".
       01  WS-CUSTADDR-FILE    PIC X(26) VALUE "CUSTADDR".

       01  WS-QUEUE-STATUS     PIC XX VALUE "00".
       01  WS-MASTER-STATUS    PIC XX VALUE "00".
       01  WS-ADDRESS-STATUS   PIC XX VALUE "00".
       01  WS-QUEUE-EOF        PIC X(1) VALUE "N".
       01  WS-STOP-REVIEW      PIC X(1) VALUE "N".

       01  WS-MENU-CHOICE      PIC 9 VALUE ZERO.

       01  WS-CUST-ON-FILE     PIC X(1) VALUE "N".
           88 WS-CUSTOMER-LIVE   VALUE "Y".
       01  WS-RECORD-ON-FILE   PIC X(1) VALUE "N".
           88 WS-ADDRESS-EXISTS  VALUE "Y".
       01  WS-NAME-ASKED       PIC X(1) VALUE "N".
       01  WS-ADDRESS-ASKED    PIC X(1) VALUE "N".

      *> What is on file now, and what the customer asked for - a
      *> field the customer left blank shows as no change.
       01  WS-CUR-FIRST        PIC X(20) VALUE SPACES.
       01  WS-CUR-LAST         PIC X(20) VALUE SPACES.
       01  WS-CUR-STREET       PIC X(30) VALUE SPACES.
       01  WS-CUR-CITY         PIC X(20) VALUE SPACES.
       01  WS-CUR-POSTAL       PIC X(10) VALUE SPACES.
       01  WS-CUR-PHONE        PIC X(15) VALUE SPACES.
       01  WS-SHOW-FIRST       PIC X(20) VALUE SPACES.
       01  WS-SHOW-LAST        PIC X(20) VALUE SPACES.
       01  WS-SHOW-STREET      PIC X(30) VALUE SPACES.
       01  WS-SHOW-CITY        PIC X(20) VALUE SPACES.
       01  WS-SHOW-POSTAL      PIC X(10) VALUE SPACES.
       01  WS-SHOW-PHONE       PIC X(15) VALUE SPACES.
       01  WS-NO-CHANGE        PIC X(11) VALUE "(no change)".

      *> The address as it will stand once the request is applied.
       01  WS-NEW-STREET       PIC X(30) VALUE SPACES.
       01  WS-NEW-CITY         PIC X(20) VALUE SPACES.
       01  WS-NEW-POSTAL       PIC X(10) VALUE SPACES.
       01  WS-NEW-PHONE        PIC X(15) VALUE SPACES.

      *> Screen working fields - the queue entry is only touched once
      *> the decision has passed its edits.
       01  WS-DECISION         PIC X(1) VALUE SPACE.
       01  WS-EDIT-NOTE        PIC X(30) VALUE SPACES.
       01  WS-EDITS-OK         PIC X(1) VALUE "N".
           88 WS-EDITS-ACCEPTED  VALUE "Y".

      *> City/postal-code consistency through the shared POSTCHECK -
      *> Y valid, M mismatch, U code not on POSTREF, N no table.
       01  WS-POSTCHECK-RESULT PIC X(1) VALUE SPACE.

      *> Change-journal images handed to the shared CUSTJRNL and
      *> ADDRJRNL routines; the before image is captured at fetch.
       01  WS-JRNL-ACTION      PIC X(1) VALUE SPACE.
       01  WS-CUST-BEFORE      PIC X(65) VALUE SPACES.
       01  WS-CUST-AFTER       PIC X(65) VALUE SPACES.
       01  WS-ADDR-BEFORE      PIC X(90) VALUE SPACES.
       01  WS-ADDR-AFTER       PIC X(90) VALUE SPACES.

       01  WS-APPLY-RESULT     PIC 9(2) VALUE ZERO.
       01  WS-QUEUED-COUNT     PIC 9(5) VALUE ZERO.
       01  WS-ACCEPTED-COUNT   PIC 9(5) VALUE ZERO.
       01  WS-REJECTED-COUNT   PIC 9(5) VALUE ZERO.
       01  WS-SKIPPED-COUNT    PIC 9(5) VALUE ZERO.

       01  WS-CURR-DATE        PIC 9(8) VALUE ZERO.

       01  WS-OPERATOR-ID      PIC X(8) VALUE SPACES.
       01  WS-PROGRAM-NAME     PIC X(20) VALUE "CHGREVIEW".
       01  WS-AUDIT-OUTCOME    PIC X(8) VALUE SPACES.
       01  WS-AUTHORIZED       PIC X(1) VALUE "N".
       01  WS-OPERATOR-ROLE    PIC X(10) VALUE SPACES.
       01  WS-OP-RESULT        PIC 9(2) VALUE ZERO.

      *> Customer numbers are shown in the printed seven-digit form
      *> (with check digit) from CUSTCHK.
       01  WS-CHK-FUNCTION     PIC X(1) VALUE "D".
       01  WS-CHK-CUST-ID      PIC 9(6) VALUE ZERO.
       01  WS-CHK-RESULT       PIC X(1) VALUE SPACE.
       01  WS-PRINT-ID         PIC X(8) VALUE SPACES.

       SCREEN SECTION.
       01  WS-REVIEW-SCREEN.
           05  BLANK SCREEN.
           05  VALUE "Customer Change Request" LINE 1  COL 28.
           05  VALUE "Request:"               LINE 3  COL 5.
           05  PIC 9(9) FROM CQ-REQUEST-ID    LINE 3  COL 19.
           05  VALUE "Received:"              LINE 3  COL 40.
           05  PIC 9(8) FROM CQ-REQUESTED-DATE LINE 3 COL 50.
           05  VALUE "Customer:"              LINE 4  COL 5.
           05  PIC X(7) FROM WS-PRINT-ID      LINE 4  COL 19.
           05  VALUE "On file"                LINE 6  COL 19.
           05  VALUE "Requested"              LINE 6  COL 50.
           05  VALUE "First name:"            LINE 7  COL 5.
           05  PIC X(20) FROM WS-CUR-FIRST    LINE 7  COL 19.
           05  PIC X(20) FROM WS-SHOW-FIRST   LINE 7  COL 50.
           05  VALUE "Last name:"             LINE 8  COL 5.
           05  PIC X(20) FROM WS-CUR-LAST     LINE 8  COL 19.
           05  PIC X(20) FROM WS-SHOW-LAST    LINE 8  COL 50.
           05  VALUE "Street:"                LINE 9  COL 5.
           05  PIC X(30) FROM WS-CUR-STREET   LINE 9  COL 19.
           05  PIC X(30) FROM WS-SHOW-STREET  LINE 9  COL 50.
           05  VALUE "City:"                  LINE 10 COL 5.
           05  PIC X(20) FROM WS-CUR-CITY     LINE 10 COL 19.
           05  PIC X(20) FROM WS-SHOW-CITY    LINE 10 COL 50.
           05  VALUE "Postal code:"           LINE 11 COL 5.
           05  PIC X(10) FROM WS-CUR-POSTAL   LINE 11 COL 19.
           05  PIC X(10) FROM WS-SHOW-POSTAL  LINE 11 COL 50.
           05  VALUE "Phone:"                 LINE 12 COL 5.
           05  PIC X(15) FROM WS-CUR-PHONE    LINE 12 COL 19.
           05  PIC X(15) FROM WS-SHOW-PHONE   LINE 12 COL 50.
           05  VALUE "A accept, R reject, S skip, X stop:"
                                              LINE 14 COL 5.
           05  PIC X(1) USING WS-DECISION     LINE 14 COL 42.
           05  VALUE "Note to customer:"      LINE 15 COL 5.
           05  PIC X(30) USING WS-EDIT-NOTE   LINE 15 COL 24.

       PROCEDURE DIVISION.
           ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT "OPERATOR-ID".
           MOVE "START" TO WS-AUDIT-OUTCOME.
           CALL "AUDITLOG" USING WS-PROGRAM-NAME WS-OPERATOR-ID
                                  WS-AUDIT-OUTCOME.

           CALL "FILERES" USING WS-CHGQUEUE-FILE.
           CALL "FILERES" USING WS-CUSTMAST-FILE.
           CALL "FILERES" USING WS-CUSTADDR-FILE.

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

           *> Nothing has been queued until CHGPULL first runs - no
           *> CHGQUEUE file means nothing to review.
           OPEN I-O CHANGE-QUEUE.
           IF WS-QUEUE-STATUS = "35"
              DISPLAY "No change requests have been queued."
              MOVE "NOMATCH" TO WS-AUDIT-OUTCOME
              CALL "AUDITLOG" USING WS-PROGRAM-NAME WS-OPERATOR-ID
                                     WS-AUDIT-OUTCOME
              MOVE 4 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN I-O CUSTOMER-MASTER.
           OPEN I-O CUSTOMER-ADDRESS.
           IF WS-ADDRESS-STATUS = "35"
              OPEN OUTPUT CUSTOMER-ADDRESS
              CLOSE CUSTOMER-ADDRESS
              OPEN I-O CUSTOMER-ADDRESS
           END-IF.
           IF WS-QUEUE-STATUS NOT = "00"
              OR WS-MASTER-STATUS NOT = "00"
              OR WS-ADDRESS-STATUS NOT = "00"
              DISPLAY "Cannot open CHGQUEUE/CUSTMAST/CUSTADDR, "
                      "status=" WS-QUEUE-STATUS "/"
                      WS-MASTER-STATUS "/" WS-ADDRESS-STATUS
              MOVE "FAIL" TO WS-AUDIT-OUTCOME
              CALL "AUDITLOG" USING WS-PROGRAM-NAME WS-OPERATOR-ID
                                     WS-AUDIT-OUTCOME
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.

           DISPLAY " ".
           DISPLAY "1. List change requests waiting for review".
           DISPLAY "2. Review change requests".
           DISPLAY "0. Exit".
           DISPLAY "Select an option: " WITH NO ADVANCING.
           ACCEPT WS-MENU-CHOICE.

           EVALUATE WS-MENU-CHOICE
              WHEN 1
                 PERFORM 1000-LIST-QUEUED
              WHEN 2
                 PERFORM 2000-REVIEW-QUEUED
              WHEN OTHER
                 DISPLAY "No change request decided."
                 MOVE 4 TO WS-OP-RESULT
           END-EVALUATE.

           CLOSE CHANGE-QUEUE.
           CLOSE CUSTOMER-MASTER.
           CLOSE CUSTOMER-ADDRESS.

           EVALUATE WS-OP-RESULT
              WHEN 0
                 MOVE "SUCCESS" TO WS-AUDIT-OUTCOME
              WHEN 4
                 MOVE "NOMATCH" TO WS-AUDIT-OUTCOME
              WHEN OTHER
                 MOVE "FAIL" TO WS-AUDIT-OUTCOME
           END-EVALUATE.
           CALL "AUDITLOG" USING WS-PROGRAM-NAME WS-OPERATOR-ID
                                  WS-AUDIT-OUTCOME.

           MOVE WS-OP-RESULT TO RETURN-CODE.

           GOBACK.

      *> Every request still waiting, oldest first.
       1000-LIST-QUEUED.
           MOVE ZERO TO WS-QUEUED-COUNT.
           PERFORM 4000-START-QUEUE.
           DISPLAY " ".
           DISPLAY "Request   Received Cust    New name / address".
           DISPLAY "========= ======== ======= "
                   "==================================".
           PERFORM UNTIL WS-QUEUE-EOF = "Y"
              READ CHANGE-QUEUE NEXT RECORD
                 AT END
                    MOVE "Y" TO WS-QUEUE-EOF
                 NOT AT END
                    IF CQ-QUEUED
                       ADD 1 TO WS-QUEUED-COUNT
                       PERFORM 9400-SET-PRINT-ID
                       DISPLAY CQ-REQUEST-ID " " CQ-REQUESTED-DATE
                               " " WS-PRINT-ID(1:7) " "
                               CQ-NEW-FIRST-NAME " "
                               CQ-NEW-LAST-NAME
                       IF CQ-NEW-STREET NOT = SPACES
                          OR CQ-NEW-PHONE NOT = SPACES
                          DISPLAY "                           "
                                  CQ-NEW-STREET " "
                                  CQ-NEW-CITY " "
                                  CQ-NEW-POSTAL-CODE " "
                                  CQ-NEW-PHONE
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.
           DISPLAY " ".
           DISPLAY WS-QUEUED-COUNT " request(s) waiting for review.".
           IF WS-QUEUED-COUNT = 0
              MOVE 4 TO WS-OP-RESULT
           ELSE
              MOVE 0 TO WS-OP-RESULT
           END-IF.

      *> One screen per waiting request until the queue runs out or
      *> the operator stops. A skipped request stays waiting.
       2000-REVIEW-QUEUED.
           MOVE ZERO TO WS-ACCEPTED-COUNT WS-REJECTED-COUNT
                        WS-SKIPPED-COUNT.
           MOVE "N" TO WS-STOP-REVIEW.
           MOVE 4 TO WS-OP-RESULT.
           PERFORM 4000-START-QUEUE.
           PERFORM UNTIL WS-QUEUE-EOF = "Y" OR WS-STOP-REVIEW = "Y"
              READ CHANGE-QUEUE NEXT RECORD
                 AT END
                    MOVE "Y" TO WS-QUEUE-EOF
                 NOT AT END
                    IF CQ-QUEUED
                       PERFORM 2100-REVIEW-REQUEST
                    END-IF
              END-READ
           END-PERFORM.
           DISPLAY " ".
           DISPLAY "Accepted: " WS-ACCEPTED-COUNT
                   "  Rejected: " WS-REJECTED-COUNT
                   "  Skipped: " WS-SKIPPED-COUNT.
           IF WS-ACCEPTED-COUNT > 0 OR WS-REJECTED-COUNT > 0
              IF WS-OP-RESULT NOT = 16
                 MOVE 0 TO WS-OP-RESULT
              END-IF
           END-IF.

       2100-REVIEW-REQUEST.
           PERFORM 2200-LOAD-ON-FILE.
           IF NOT WS-CUSTOMER-LIVE
              *> Deleted since CHGPULL took the request - there is
              *> nothing left to apply it to.
              MOVE "CUSTOMER NO LONGER ON FILE" TO WS-EDIT-NOTE
              PERFORM 2700-MARK-REJECTED
           ELSE
              PERFORM 2300-ENTER-DECISION
              EVALUATE WS-DECISION
                 WHEN "A"
                    PERFORM 2400-APPLY-REQUEST
                 WHEN "R"
                    PERFORM 2700-MARK-REJECTED
                 WHEN "X"
                    MOVE "Y" TO WS-STOP-REVIEW
                 WHEN OTHER
                    ADD 1 TO WS-SKIPPED-COUNT
              END-EVALUATE
           END-IF.

      *> The before images are captured here, at fetch.
       2200-LOAD-ON-FILE.
           PERFORM 9400-SET-PRINT-ID.
           MOVE "N" TO WS-CUST-ON-FILE WS-RECORD-ON-FILE.
           MOVE SPACES TO WS-CUR-FIRST WS-CUR-LAST WS-CUR-STREET
                          WS-CUR-CITY WS-CUR-POSTAL WS-CUR-PHONE
                          WS-CUST-BEFORE WS-ADDR-BEFORE.
           MOVE CQ-CUST-ID TO CM-CUST-ID.
           READ CUSTOMER-MASTER
              INVALID KEY
                 MOVE "N" TO WS-CUST-ON-FILE
              NOT INVALID KEY
                 IF NOT CM-RECORD-DELETED
                    MOVE "Y" TO WS-CUST-ON-FILE
                    MOVE CUSTOMER-MASTER-RECORD TO WS-CUST-BEFORE
                    MOVE CM-FIRST-NAME TO WS-CUR-FIRST
                    MOVE CM-LAST-NAME  TO WS-CUR-LAST
                 END-IF
           END-READ.
           MOVE CQ-CUST-ID TO CA-CUST-ID.
           READ CUSTOMER-ADDRESS
              INVALID KEY
                 MOVE "N" TO WS-RECORD-ON-FILE
              NOT INVALID KEY
                 MOVE "Y" TO WS-RECORD-ON-FILE
                 MOVE CUSTOMER-ADDRESS-RECORD TO WS-ADDR-BEFORE
                 MOVE CA-STREET      TO WS-CUR-STREET
                 MOVE CA-CITY        TO WS-CUR-CITY
                 MOVE CA-POSTAL-CODE TO WS-CUR-POSTAL
                 MOVE CA-PHONE       TO WS-CUR-PHONE
           END-READ.

           MOVE "N" TO WS-NAME-ASKED WS-ADDRESS-ASKED.
           IF CQ-NEW-FIRST-NAME NOT = SPACES
              OR CQ-NEW-LAST-NAME NOT = SPACES
              MOVE "Y" TO WS-NAME-ASKED
           END-IF.
           IF CQ-NEW-STREET NOT = SPACES
              OR CQ-NEW-CITY NOT = SPACES
              OR CQ-NEW-POSTAL-CODE NOT = SPACES
              OR CQ-NEW-PHONE NOT = SPACES
              MOVE "Y" TO WS-ADDRESS-ASKED
           END-IF.

           MOVE WS-CUR-STREET TO WS-NEW-STREET.
           MOVE WS-CUR-CITY   TO WS-NEW-CITY.
           MOVE WS-CUR-POSTAL TO WS-NEW-POSTAL.
           MOVE WS-CUR-PHONE  TO WS-NEW-PHONE.
           MOVE WS-NO-CHANGE TO WS-SHOW-FIRST WS-SHOW-LAST
                                WS-SHOW-STREET WS-SHOW-CITY
                                WS-SHOW-POSTAL WS-SHOW-PHONE.
           IF CQ-NEW-FIRST-NAME NOT = SPACES
              MOVE CQ-NEW-FIRST-NAME TO WS-SHOW-FIRST
           END-IF.
           IF CQ-NEW-LAST-NAME NOT = SPACES
              MOVE CQ-NEW-LAST-NAME TO WS-SHOW-LAST
           END-IF.
           IF CQ-NEW-STREET NOT = SPACES
              MOVE CQ-NEW-STREET TO WS-SHOW-STREET WS-NEW-STREET
           END-IF.
           IF CQ-NEW-CITY NOT = SPACES
              MOVE CQ-NEW-CITY TO WS-SHOW-CITY WS-NEW-CITY
           END-IF.
           IF CQ-NEW-POSTAL-CODE NOT = SPACES
              MOVE CQ-NEW-POSTAL-CODE TO WS-SHOW-POSTAL WS-NEW-POSTAL
           END-IF.
           IF CQ-NEW-PHONE NOT = SPACES
              MOVE CQ-NEW-PHONE TO WS-SHOW-PHONE WS-NEW-PHONE
           END-IF.

      *> A rejection goes back to the customer, so it needs a note.
       2300-ENTER-DECISION.
           MOVE SPACE TO WS-DECISION.
           MOVE SPACES TO WS-EDIT-NOTE.
           MOVE "N" TO WS-EDITS-OK.
           PERFORM UNTIL WS-EDITS-ACCEPTED
              DISPLAY WS-REVIEW-SCREEN
              ACCEPT WS-REVIEW-SCREEN
              INSPECT WS-DECISION CONVERTING "arsx" TO "ARSX"

              EVALUATE TRUE
                 WHEN WS-DECISION NOT = "A" AND NOT = "R"
                      AND NOT = "S" AND NOT = "X"
                    DISPLAY "Enter A, R, S or X. "
                            "Please re-enter." LINE 17 COL 5
                 WHEN WS-DECISION = "R" AND WS-EDIT-NOTE = SPACES
                    DISPLAY "A rejection needs a note for the "
                            "customer. Please re-enter."
                            LINE 17 COL 5
                 WHEN OTHER
                    MOVE "Y" TO WS-EDITS-OK
              END-EVALUATE
           END-PERFORM.

      *> The address is checked as it will stand before anything is
      *> written, so a refused request changes nothing.
       2400-APPLY-REQUEST.
           MOVE 0 TO WS-APPLY-RESULT.
           IF WS-ADDRESS-ASKED = "Y"
              IF WS-NEW-STREET = SPACES OR WS-NEW-CITY = SPACES
                 OR WS-NEW-POSTAL = SPACES
                 DISPLAY "Customer " WS-PRINT-ID(1:7) " has no address "
                         "on file to add a phone to - request "
                         "left waiting."
                 MOVE 4 TO WS-APPLY-RESULT
              ELSE
                 CALL "POSTCHECK" USING WS-NEW-POSTAL WS-NEW-CITY
                                         WS-POSTCHECK-RESULT
                 IF WS-POSTCHECK-RESULT = "M"
                    DISPLAY "City " FUNCTION TRIM(WS-NEW-CITY)
                            " is not a valid city for postal code "
                            FUNCTION TRIM(WS-NEW-POSTAL)
                            " - request left waiting."
                    MOVE 4 TO WS-APPLY-RESULT
                 END-IF
              END-IF
           END-IF.
           IF WS-APPLY-RESULT = 0 AND WS-NAME-ASKED = "Y"
              PERFORM 2500-APPLY-NAME
           END-IF.
           IF WS-APPLY-RESULT = 0 AND WS-ADDRESS-ASKED = "Y"
              PERFORM 2600-APPLY-ADDRESS
           END-IF.
           EVALUATE WS-APPLY-RESULT
              WHEN 0
                 PERFORM 2800-MARK-ACCEPTED
              WHEN 4
                 ADD 1 TO WS-SKIPPED-COUNT
              WHEN OTHER
                 MOVE 16 TO WS-OP-RESULT
           END-EVALUATE.

       2500-APPLY-NAME.
           IF CQ-NEW-FIRST-NAME NOT = SPACES
              MOVE FUNCTION TRIM(CQ-NEW-FIRST-NAME) TO CM-FIRST-NAME
           END-IF.
           IF CQ-NEW-LAST-NAME NOT = SPACES
              MOVE FUNCTION TRIM(CQ-NEW-LAST-NAME) TO CM-LAST-NAME
           END-IF.

           REWRITE CUSTOMER-MASTER-RECORD
              INVALID KEY
                 DISPLAY "Rewrite failed for customer "
                         WS-PRINT-ID(1:7) ", status="
                         WS-MASTER-STATUS
                 MOVE 16 TO WS-APPLY-RESULT
              NOT INVALID KEY
                 MOVE "U" TO WS-JRNL-ACTION
                 MOVE CUSTOMER-MASTER-RECORD TO WS-CUST-AFTER
                 CALL "CUSTJRNL" USING WS-PROGRAM-NAME
                      WS-OPERATOR-ID WS-JRNL-ACTION
                      WS-CUST-BEFORE WS-CUST-AFTER
           END-REWRITE.

       2600-APPLY-ADDRESS.
           MOVE CQ-CUST-ID    TO CA-CUST-ID.
           MOVE WS-NEW-STREET TO CA-STREET.
           MOVE WS-NEW-CITY   TO CA-CITY.
           MOVE WS-NEW-POSTAL TO CA-POSTAL-CODE.
           MOVE WS-NEW-PHONE  TO CA-PHONE.
           *> A customer's own correction counts as re-verifying the
           *> address, as a keyed one does in ADDRMAINT.
           MOVE SPACE TO CA-UNDELIV-FLAG.
           MOVE ZERO  TO CA-UNDELIV-DATE.

           IF WS-ADDRESS-EXISTS
              REWRITE CUSTOMER-ADDRESS-RECORD
                 INVALID KEY
                    DISPLAY "Rewrite failed for customer "
                            WS-PRINT-ID(1:7) ", status="
                            WS-ADDRESS-STATUS
                    MOVE 16 TO WS-APPLY-RESULT
                 NOT INVALID KEY
                    MOVE "U" TO WS-JRNL-ACTION
                    MOVE CUSTOMER-ADDRESS-RECORD
                      TO WS-ADDR-AFTER
                    CALL "ADDRJRNL" USING WS-PROGRAM-NAME
                         WS-OPERATOR-ID WS-JRNL-ACTION
                         WS-ADDR-BEFORE WS-ADDR-AFTER
              END-REWRITE
           ELSE
              WRITE CUSTOMER-ADDRESS-RECORD
                 INVALID KEY
                    DISPLAY "Write failed for customer "
                            WS-PRINT-ID(1:7) ", status="
                            WS-ADDRESS-STATUS
                    MOVE 16 TO WS-APPLY-RESULT
                 NOT INVALID KEY
                    MOVE "A" TO WS-JRNL-ACTION
                    MOVE CUSTOMER-ADDRESS-RECORD
                      TO WS-ADDR-AFTER
                    CALL "ADDRJRNL" USING WS-PROGRAM-NAME
                         WS-OPERATOR-ID WS-JRNL-ACTION
                         WS-ADDR-BEFORE WS-ADDR-AFTER
              END-WRITE
           END-IF.
           IF WS-APPLY-RESULT NOT = 0 AND WS-NAME-ASKED = "Y"
              DISPLAY "The name change for customer "
                      WS-PRINT-ID(1:7)
                      " WAS applied - request left waiting, "
                      "correct the address by hand."
           END-IF.

       2700-MARK-REJECTED.
           MOVE "R"            TO CQ-STATUS.
           MOVE WS-EDIT-NOTE   TO CQ-REASON.
           PERFORM 2900-REWRITE-DECISION.
           IF WS-OP-RESULT NOT = 16
              ADD 1 TO WS-REJECTED-COUNT
              DISPLAY "Request " CQ-REQUEST-ID " rejected."
           END-IF.

       2800-MARK-ACCEPTED.
           MOVE "A"            TO CQ-STATUS.
           MOVE WS-EDIT-NOTE   TO CQ-REASON.
           PERFORM 2900-REWRITE-DECISION.
           IF WS-OP-RESULT NOT = 16
              ADD 1 TO WS-ACCEPTED-COUNT
              DISPLAY "Request " CQ-REQUEST-ID " accepted - "
                      "customer " WS-PRINT-ID(1:7) " updated."
           END-IF.

      *> CHGPULL writes the outcome back to the ACMITS table on its
      *> next run.
       2900-REWRITE-DECISION.
           MOVE WS-OPERATOR-ID TO CQ-DECIDED-BY.
           MOVE WS-CURR-DATE   TO CQ-DECIDED-DATE.
           MOVE "N"            TO CQ-WRITTEN-BACK.
           REWRITE CHANGE-REQUEST-RECORD
              INVALID KEY
                 DISPLAY "Rewrite failed for request "
                         CQ-REQUEST-ID ", status=" WS-QUEUE-STATUS
                 MOVE 16 TO WS-OP-RESULT
           END-REWRITE.

       4000-START-QUEUE.
           MOVE "N" TO WS-QUEUE-EOF.
           MOVE LOW-VALUES TO CQ-REQUEST-ID.
           START CHANGE-QUEUE
              KEY IS NOT LESS THAN CQ-REQUEST-ID
              INVALID KEY
                 MOVE "Y" TO WS-QUEUE-EOF
           END-START.

      *> Printed seven-digit form of the queued request's customer.
       9400-SET-PRINT-ID.
           MOVE CQ-CUST-ID TO WS-CHK-CUST-ID.
           CALL "CUSTCHK" USING WS-CHK-FUNCTION WS-PRINT-ID
                                WS-CHK-CUST-ID WS-CHK-RESULT.
