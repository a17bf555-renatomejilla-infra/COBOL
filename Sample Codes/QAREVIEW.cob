      *    Author      : Renato D. Mejilla
      *    Date        : October 15, 2026
      *    Description : Keying-accuracy review of the samples QASAMPLE
      *                  draws onto QAWORK, in the CHGREVIEW screen
      *                  style. A supervisor walks the samples waiting
      *                  for a verdict, oldest first, seeing each
      *                  journalled entry's before and after values
      *                  side by side with the changed fields marked,
      *                  and marks it correct, in error with a note
      *                  saying what is wrong, skips it, or stops.
      *                  Nobody reviews their own keying. An error goes
      *                  onto the keying operator's worklist: any
      *                  operator can list their own open errors and,
      *                  once the record is put right through the
      *                  usual maintenance screen, mark the error
      *                  fixed. A supervisor may also close another
      *                  operator's error. QARPT rates each operator
      *                  monthly from the verdicts.
      *    Compiler    : Micro Focus Visual COBOL
      *    ============================================================

       IDENTIFICATION DIVISION.
       PROGRAM-ID.     QAREVIEW.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT QA-WORK      ASSIGN TO WS-QAWORK-FILE
                               ORGANIZATION INDEXED
                               ACCESS MODE IS DYNAMIC
                               RECORD KEY IS QA-KEY
                               FILE STATUS IS WS-QAWORK-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  QA-WORK.
       COPY QAREC.

       WORKING-STORAGE SECTION.
       01  WS-QAWORK-FILE      PIC X(26) VALUE "QAWORK".
       01  WS-QAWORK-STATUS    PIC XX VALUE "00".
       01  WS-QA-EOF           PIC X(1) VALUE "N".
       01  WS-STOP-REVIEW      PIC X(1) VALUE "N".

       01  WS-MENU-CHOICE      PIC 9 VALUE ZERO.

      *> The journalled images, seen as the record each one holds -
      *> CUSTREC for a CUSTJRNL entry, ADDRREC for an ADDRJRNL one.
       01  WS-BEFORE-IMAGE     PIC X(90) VALUE SPACES.
       01  WS-BEFORE-CUST REDEFINES WS-BEFORE-IMAGE.
           05 BC-CUST-ID       PIC 9(6).
           05 BC-FIRST-NAME    PIC X(20).
           05 BC-LAST-NAME     PIC X(20).
           05 BC-BIRTH-DATE    PIC 9(8).
           05 BC-AGE           PIC 99.
           05 BC-DELETE-FLAG   PIC X(1).
           05 BC-LOAD-DATE     PIC 9(8).
           05 FILLER           PIC X(25).
       01  WS-BEFORE-ADDR REDEFINES WS-BEFORE-IMAGE.
           05 BA-CUST-ID       PIC 9(6).
           05 BA-STREET        PIC X(30).
           05 BA-CITY          PIC X(20).
           05 BA-POSTAL-CODE   PIC X(10).
           05 BA-PHONE         PIC X(15).
           05 BA-UNDELIV-FLAG  PIC X(1).
           05 BA-UNDELIV-DATE  PIC 9(8).
       01  WS-AFTER-IMAGE      PIC X(90) VALUE SPACES.
       01  WS-AFTER-CUST REDEFINES WS-AFTER-IMAGE.
           05 AC-CUST-ID       PIC 9(6).
           05 AC-FIRST-NAME    PIC X(20).
           05 AC-LAST-NAME     PIC X(20).
           05 AC-BIRTH-DATE    PIC 9(8).
           05 AC-AGE           PIC 99.
           05 AC-DELETE-FLAG   PIC X(1).
           05 AC-LOAD-DATE     PIC 9(8).
           05 FILLER           PIC X(25).
       01  WS-AFTER-ADDR REDEFINES WS-AFTER-IMAGE.
           05 AA-CUST-ID       PIC 9(6).
           05 AA-STREET        PIC X(30).
           05 AA-CITY          PIC X(20).
           05 AA-POSTAL-CODE   PIC X(10).
           05 AA-PHONE         PIC X(15).
           05 AA-UNDELIV-FLAG  PIC X(1).
           05 AA-UNDELIV-DATE  PIC 9(8).

      *> Four rows of label, value before, value after; a "*" marks
      *> a field the entry changed.
       01  WS-SHOW-CUST-ID     PIC 9(6) VALUE ZERO.
       01  WS-CHK-FUNCTION     PIC X(1) VALUE "D".
       01  WS-CHK-RESULT       PIC X(1) VALUE SPACE.
       01  WS-PRINT-ID         PIC X(8) VALUE SPACES.
       01  WS-SHOW-JOURNAL     PIC X(8) VALUE SPACES.
       01  WS-SHOW-ACTION      PIC X(6) VALUE SPACES.
       01  WS-ROW-TABLE.
           05 WS-ROW OCCURS 4 TIMES.
              10 WS-ROW-LABEL     PIC X(12).
              10 WS-ROW-MARK      PIC X(1).
              10 WS-ROW-BEFORE    PIC X(30).
              10 WS-ROW-AFTER     PIC X(30).
       01  WS-ROW-SUB          PIC 9 VALUE ZERO.

      *> Screen working fields - the sample is only touched once the
      *> verdict has passed its edits.
       01  WS-DECISION         PIC X(1) VALUE SPACE.
       01  WS-EDIT-NOTE        PIC X(40) VALUE SPACES.
       01  WS-EDITS-OK         PIC X(1) VALUE "N".
           88 WS-EDITS-ACCEPTED  VALUE "Y".

       01  WS-FIX-DATE         PIC 9(8) VALUE ZERO.
       01  WS-FIX-SEQ          PIC 9(5) VALUE ZERO.

       01  WS-CORRECT-COUNT    PIC 9(5) VALUE ZERO.
       01  WS-ERROR-COUNT      PIC 9(5) VALUE ZERO.
       01  WS-SKIPPED-COUNT    PIC 9(5) VALUE ZERO.
       01  WS-OWN-COUNT        PIC 9(5) VALUE ZERO.
       01  WS-OPEN-COUNT       PIC 9(5) VALUE ZERO.

       01  WS-CURR-DATE        PIC 9(8) VALUE ZERO.

       01  WS-OPERATOR-ID      PIC X(8) VALUE SPACES.
       01  WS-PROGRAM-NAME     PIC X(20) VALUE "QAREVIEW".
       01  WS-AUDIT-OUTCOME    PIC X(8) VALUE SPACES.
       01  WS-AUTHORIZED       PIC X(1) VALUE "N".
       01  WS-OPERATOR-ROLE    PIC X(10) VALUE SPACES.
       01  WS-OP-RESULT        PIC 9(2) VALUE ZERO.

       SCREEN SECTION.
       01  WS-REVIEW-SCREEN.
           05  BLANK SCREEN.
           05  VALUE "Keying Accuracy Review"  LINE 1  COL 28.
           05  VALUE "Sample:"                LINE 3  COL 5.
           05  PIC 9(8) FROM QA-SAMPLE-DATE   LINE 3  COL 19.
           05  PIC 9(5) FROM QA-SAMPLE-SEQ    LINE 3  COL 28.
           05  VALUE "Keyed:"                 LINE 3  COL 40.
           05  PIC 9(8) FROM QA-TS-DATE       LINE 3  COL 50.
           05  PIC 9(8) FROM QA-TS-TIME       LINE 3  COL 59.
           05  VALUE "Program:"               LINE 4  COL 5.
           05  PIC X(20) FROM QA-PROGRAM      LINE 4  COL 19.
           05  VALUE "Operator:"              LINE 4  COL 40.
           05  PIC X(8) FROM QA-OPERATOR      LINE 4  COL 50.
           05  VALUE "Customer:"              LINE 5  COL 5.
           05  PIC X(7) FROM WS-PRINT-ID      LINE 5  COL 19.
           05  PIC X(8) FROM WS-SHOW-JOURNAL  LINE 5  COL 40.
           05  PIC X(6) FROM WS-SHOW-ACTION   LINE 5  COL 50.
           05  VALUE "Before"                 LINE 7  COL 19.
           05  VALUE "After"                  LINE 7  COL 50.
           05  PIC X(12) FROM WS-ROW-LABEL(1) LINE 8  COL 5.
           05  PIC X(1) FROM WS-ROW-MARK(1)   LINE 8  COL 17.
           05  PIC X(30) FROM WS-ROW-BEFORE(1) LINE 8 COL 19.
           05  PIC X(30) FROM WS-ROW-AFTER(1) LINE 8  COL 50.
           05  PIC X(12) FROM WS-ROW-LABEL(2) LINE 9  COL 5.
           05  PIC X(1) FROM WS-ROW-MARK(2)   LINE 9  COL 17.
           05  PIC X(30) FROM WS-ROW-BEFORE(2) LINE 9 COL 19.
           05  PIC X(30) FROM WS-ROW-AFTER(2) LINE 9  COL 50.
           05  PIC X(12) FROM WS-ROW-LABEL(3) LINE 10 COL 5.
           05  PIC X(1) FROM WS-ROW-MARK(3)   LINE 10 COL 17.
           05  PIC X(30) FROM WS-ROW-BEFORE(3) LINE 10 COL 19.
           05  PIC X(30) FROM WS-ROW-AFTER(3) LINE 10 COL 50.
           05  PIC X(12) FROM WS-ROW-LABEL(4) LINE 11 COL 5.
           05  PIC X(1) FROM WS-ROW-MARK(4)   LINE 11 COL 17.
           05  PIC X(30) FROM WS-ROW-BEFORE(4) LINE 11 COL 19.
           05  PIC X(30) FROM WS-ROW-AFTER(4) LINE 11 COL 50.
           05  VALUE "C correct, E error, S skip, X stop:"
                                              LINE 13 COL 5.
           05  PIC X(1) USING WS-DECISION     LINE 13 COL 42.
           05  VALUE "What is wrong:"         LINE 14 COL 5.
           05  PIC X(40) USING WS-EDIT-NOTE   LINE 14 COL 21.

       PROCEDURE DIVISION.
           ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT "OPERATOR-ID".
           MOVE "START" TO WS-AUDIT-OUTCOME.
           CALL "AUDITLOG" USING WS-PROGRAM-NAME WS-OPERATOR-ID
                                  WS-AUDIT-OUTCOME.

           CALL "FILERES" USING WS-QAWORK-FILE.

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

           ACCEPT WS-CURR-DATE FROM DATE YYYYMMDD.

           *> Nothing has been drawn until QASAMPLE first runs - no
           *> QAWORK file means nothing to review.
           OPEN I-O QA-WORK.
           IF WS-QAWORK-STATUS = "35"
              DISPLAY "No keying samples have been drawn."
              MOVE "NOMATCH" TO WS-AUDIT-OUTCOME
              CALL "AUDITLOG" USING WS-PROGRAM-NAME WS-OPERATOR-ID
                                     WS-AUDIT-OUTCOME
              MOVE 4 TO RETURN-CODE
              GOBACK
           END-IF.
           IF WS-QAWORK-STATUS NOT = "00"
              DISPLAY "Cannot open QAWORK, status=" WS-QAWORK-STATUS
              MOVE "FAIL" TO WS-AUDIT-OUTCOME
              CALL "AUDITLOG" USING WS-PROGRAM-NAME WS-OPERATOR-ID
                                     WS-AUDIT-OUTCOME
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.

           DISPLAY " ".
           DISPLAY "1. Review keying samples (supervisor)".
           DISPLAY "2. List my keying errors to correct".
           DISPLAY "3. Mark a keying error corrected".
           DISPLAY "0. Exit".
           DISPLAY "Select an option: " WITH NO ADVANCING.
           ACCEPT WS-MENU-CHOICE.

           EVALUATE WS-MENU-CHOICE
              WHEN 1
                 IF WS-OPERATOR-ROLE NOT = "SUPERVISOR"
                    AND NOT = "ADMIN"
                    DISPLAY "Reviewing samples needs a supervisor."
                    MOVE 8 TO WS-OP-RESULT
                 ELSE
                    PERFORM 1000-REVIEW-PENDING
                 END-IF
              WHEN 2
                 PERFORM 2000-LIST-MY-ERRORS
              WHEN 3
                 PERFORM 3000-MARK-FIXED
              WHEN OTHER
                 DISPLAY "No keying sample reviewed."
                 MOVE 4 TO WS-OP-RESULT
           END-EVALUATE.

           CLOSE QA-WORK.

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

      *> One screen per waiting sample until they run out or the
      *> supervisor stops. A skipped sample stays waiting; the
      *> supervisor's own keying is left for someone else.
       1000-REVIEW-PENDING.
           MOVE ZERO TO WS-CORRECT-COUNT WS-ERROR-COUNT
                        WS-SKIPPED-COUNT WS-OWN-COUNT.
           MOVE "N" TO WS-STOP-REVIEW.
           MOVE 4 TO WS-OP-RESULT.
           PERFORM 4000-START-SAMPLES.
           PERFORM UNTIL WS-QA-EOF = "Y" OR WS-STOP-REVIEW = "Y"
              READ QA-WORK NEXT RECORD
                 AT END
                    MOVE "Y" TO WS-QA-EOF
                 NOT AT END
                    IF QA-PENDING
                       IF QA-OPERATOR = WS-OPERATOR-ID
                          ADD 1 TO WS-OWN-COUNT
                       ELSE
                          PERFORM 1100-REVIEW-SAMPLE
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.
           DISPLAY " ".
           DISPLAY "Correct: " WS-CORRECT-COUNT
                   "  In error: " WS-ERROR-COUNT
                   "  Skipped: " WS-SKIPPED-COUNT.
           IF WS-OWN-COUNT > 0
              DISPLAY WS-OWN-COUNT " sample(s) of your own keying "
                      "left for another supervisor."
           END-IF.
           IF WS-CORRECT-COUNT > 0 OR WS-ERROR-COUNT > 0
              IF WS-OP-RESULT NOT = 16
                 MOVE 0 TO WS-OP-RESULT
              END-IF
           END-IF.

       1100-REVIEW-SAMPLE.
           PERFORM 1200-LOAD-IMAGES.
           PERFORM 1300-ENTER-VERDICT.
           EVALUATE WS-DECISION
              WHEN "C"
                 MOVE "C"    TO QA-RESULT
                 MOVE SPACE  TO QA-FIX-STATUS
                 PERFORM 1400-REWRITE-VERDICT
                 IF WS-OP-RESULT NOT = 16
                    ADD 1 TO WS-CORRECT-COUNT
                 END-IF
              WHEN "E"
                 MOVE "E"    TO QA-RESULT
                 MOVE "O"    TO QA-FIX-STATUS
                 PERFORM 1400-REWRITE-VERDICT
                 IF WS-OP-RESULT NOT = 16
                    ADD 1 TO WS-ERROR-COUNT
                    DISPLAY "Sample " QA-KEY " put on the worklist "
                            "of " QA-OPERATOR "."
                 END-IF
              WHEN "X"
                 MOVE "Y" TO WS-STOP-REVIEW
              WHEN OTHER
                 ADD 1 TO WS-SKIPPED-COUNT
           END-EVALUATE.

      *> Lays the before and after images out field by field for the
      *> journal the entry came from.
       1200-LOAD-IMAGES.
           MOVE QA-BEFORE-IMAGE TO WS-BEFORE-IMAGE.
           MOVE QA-AFTER-IMAGE  TO WS-AFTER-IMAGE.
           MOVE SPACES TO WS-ROW-TABLE.
           EVALUATE QA-ACTION
              WHEN "A"
                 MOVE "Added"   TO WS-SHOW-ACTION
              WHEN "U"
                 MOVE "Update"  TO WS-SHOW-ACTION
              WHEN OTHER
                 MOVE QA-ACTION TO WS-SHOW-ACTION
           END-EVALUATE.
           IF QA-FROM-CUSTJRNL
              MOVE "Customer" TO WS-SHOW-JOURNAL
              MOVE AC-CUST-ID TO WS-SHOW-CUST-ID
              MOVE "First name:" TO WS-ROW-LABEL(1)
              MOVE "Last name:"  TO WS-ROW-LABEL(2)
              MOVE "Birth date:" TO WS-ROW-LABEL(3)
              MOVE "Age:"        TO WS-ROW-LABEL(4)
              IF QA-ACTION NOT = "A"
                 MOVE BC-FIRST-NAME TO WS-ROW-BEFORE(1)
                 MOVE BC-LAST-NAME  TO WS-ROW-BEFORE(2)
                 MOVE BC-BIRTH-DATE TO WS-ROW-BEFORE(3)
                 MOVE BC-AGE        TO WS-ROW-BEFORE(4)
              END-IF
              MOVE AC-FIRST-NAME TO WS-ROW-AFTER(1)
              MOVE AC-LAST-NAME  TO WS-ROW-AFTER(2)
              MOVE AC-BIRTH-DATE TO WS-ROW-AFTER(3)
              MOVE AC-AGE        TO WS-ROW-AFTER(4)
           ELSE
              MOVE "Address"  TO WS-SHOW-JOURNAL
              MOVE AA-CUST-ID TO WS-SHOW-CUST-ID
              MOVE "Street:"      TO WS-ROW-LABEL(1)
              MOVE "City:"        TO WS-ROW-LABEL(2)
              MOVE "Postal code:" TO WS-ROW-LABEL(3)
              MOVE "Phone:"       TO WS-ROW-LABEL(4)
              IF QA-ACTION NOT = "A"
                 MOVE BA-STREET      TO WS-ROW-BEFORE(1)
                 MOVE BA-CITY        TO WS-ROW-BEFORE(2)
                 MOVE BA-POSTAL-CODE TO WS-ROW-BEFORE(3)
                 MOVE BA-PHONE       TO WS-ROW-BEFORE(4)
              END-IF
              MOVE AA-STREET      TO WS-ROW-AFTER(1)
              MOVE AA-CITY        TO WS-ROW-AFTER(2)
              MOVE AA-POSTAL-CODE TO WS-ROW-AFTER(3)
              MOVE AA-PHONE       TO WS-ROW-AFTER(4)
           END-IF.
           CALL "CUSTCHK" USING WS-CHK-FUNCTION WS-PRINT-ID
                                WS-SHOW-CUST-ID WS-CHK-RESULT.
           PERFORM VARYING WS-ROW-SUB FROM 1 BY 1
                   UNTIL WS-ROW-SUB > 4
              IF WS-ROW-BEFORE(WS-ROW-SUB)
                 NOT = WS-ROW-AFTER(WS-ROW-SUB)
                 MOVE "*" TO WS-ROW-MARK(WS-ROW-SUB)
              END-IF
           END-PERFORM.

      *> An error goes back to the operator who keyed it, so it
      *> needs a note saying what is wrong.
       1300-ENTER-VERDICT.
           MOVE SPACE TO WS-DECISION.
           MOVE SPACES TO WS-EDIT-NOTE.
           MOVE "N" TO WS-EDITS-OK.
           PERFORM UNTIL WS-EDITS-ACCEPTED
              DISPLAY WS-REVIEW-SCREEN
              ACCEPT WS-REVIEW-SCREEN
              INSPECT WS-DECISION CONVERTING "cesx" TO "CESX"

              EVALUATE TRUE
                 WHEN WS-DECISION NOT = "C" AND NOT = "E"
                      AND NOT = "S" AND NOT = "X"
                    DISPLAY "Enter C, E, S or X. "
                            "Please re-enter." LINE 16 COL 5
                 WHEN WS-DECISION = "E" AND WS-EDIT-NOTE = SPACES
                    DISPLAY "An error needs a note for the "
                            "operator. Please re-enter."
                            LINE 16 COL 5
                 WHEN OTHER
                    MOVE "Y" TO WS-EDITS-OK
              END-EVALUATE
           END-PERFORM.

       1400-REWRITE-VERDICT.
           MOVE WS-EDIT-NOTE   TO QA-NOTE.
           MOVE WS-OPERATOR-ID TO QA-REVIEWED-BY.
           MOVE WS-CURR-DATE   TO QA-REVIEWED-DATE.
           MOVE ZERO           TO QA-FIXED-DATE.
           REWRITE QA-SAMPLE-RECORD
              INVALID KEY
                 DISPLAY "Rewrite failed for sample "
                         QA-KEY ", status=" WS-QAWORK-STATUS
                 MOVE 16 TO WS-OP-RESULT
           END-REWRITE.

      *> The signed-on operator's worklist - every error found in
      *> their keying that they have not yet put right.
       2000-LIST-MY-ERRORS.
           MOVE ZERO TO WS-OPEN-COUNT.
           PERFORM 4000-START-SAMPLES.
           DISPLAY " ".
           DISPLAY "Sample         Keyed    Program    Cust   "
                   "What is wrong".
           DISPLAY "======== ===== ======== ========== ====== "
                   "========================================".
           PERFORM UNTIL WS-QA-EOF = "Y"
              READ QA-WORK NEXT RECORD
                 AT END
                    MOVE "Y" TO WS-QA-EOF
                 NOT AT END
                    IF QA-OPERATOR = WS-OPERATOR-ID
                       AND QA-IN-ERROR AND QA-FIX-OPEN
                       ADD 1 TO WS-OPEN-COUNT
                       MOVE QA-AFTER-IMAGE TO WS-AFTER-IMAGE
                       MOVE AC-CUST-ID TO WS-SHOW-CUST-ID
                       CALL "CUSTCHK" USING WS-CHK-FUNCTION WS-PRINT-ID
                                      WS-SHOW-CUST-ID WS-CHK-RESULT
                       DISPLAY QA-SAMPLE-DATE " " QA-SAMPLE-SEQ " "
                               QA-TS-DATE " " QA-PROGRAM(1:10) " "
                               WS-PRINT-ID(1:7) " " QA-NOTE
                    END-IF
              END-READ
           END-PERFORM.
           DISPLAY " ".
           DISPLAY WS-OPEN-COUNT " keying error(s) to correct.".
           IF WS-OPEN-COUNT = 0
              MOVE 4 TO WS-OP-RESULT
           ELSE
              MOVE 0 TO WS-OP-RESULT
           END-IF.

      *> Closes one worklist entry once the record has been put
      *> right. Only the operator who keyed it, or a supervisor.
       3000-MARK-FIXED.
           DISPLAY "Sample date (YYYYMMDD): " WITH NO ADVANCING.
           ACCEPT WS-FIX-DATE.
           DISPLAY "Sample number: " WITH NO ADVANCING.
           ACCEPT WS-FIX-SEQ.
           MOVE WS-FIX-DATE TO QA-SAMPLE-DATE.
           MOVE WS-FIX-SEQ  TO QA-SAMPLE-SEQ.
           READ QA-WORK
              INVALID KEY
                 DISPLAY "No sample " WS-FIX-DATE " " WS-FIX-SEQ "."
                 MOVE 4 TO WS-OP-RESULT
              NOT INVALID KEY
                 EVALUATE TRUE
                    WHEN NOT QA-IN-ERROR OR NOT QA-FIX-OPEN
                       DISPLAY "Sample " QA-KEY " is not an open "
                               "keying error."
                       MOVE 4 TO WS-OP-RESULT
                    WHEN QA-OPERATOR NOT = WS-OPERATOR-ID
                         AND WS-OPERATOR-ROLE NOT = "SUPERVISOR"
                         AND WS-OPERATOR-ROLE NOT = "ADMIN"
                       DISPLAY "Sample " QA-KEY " is on the "
                               "worklist of " QA-OPERATOR "."
                       MOVE 8 TO WS-OP-RESULT
                    WHEN OTHER
                       MOVE "F"          TO QA-FIX-STATUS
                       MOVE WS-CURR-DATE TO QA-FIXED-DATE
                       REWRITE QA-SAMPLE-RECORD
                          INVALID KEY
                             DISPLAY "Rewrite failed for sample "
                                     QA-KEY ", status="
                                     WS-QAWORK-STATUS
                             MOVE 16 TO WS-OP-RESULT
                          NOT INVALID KEY
                             DISPLAY "Sample " QA-KEY
                                     " marked corrected."
                             MOVE 0 TO WS-OP-RESULT
                       END-REWRITE
                 END-EVALUATE
           END-READ.

       4000-START-SAMPLES.
           MOVE "N" TO WS-QA-EOF.
           MOVE LOW-VALUES TO QA-KEY.
           START QA-WORK
              KEY IS NOT LESS THAN QA-KEY
              INVALID KEY
                 MOVE "Y" TO WS-QA-EOF
           END-START.
