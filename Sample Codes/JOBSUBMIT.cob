      *    Author      : Renato D. Mejilla
      *    Date        : October 15, 2026
      *    Description : Asks for an approved batch program to be run
      *                  in the day, from the ex002 menu. A daytime
      *                  extract or report used to tie up the
      *                  operator's terminal for the length of the run
      *                  or wait for NIGHTLYRUN. The operator picks a
      *                  program from JOBAPPR.DAT - only those their
      *                  role may ask for are shown - and gives its
      *                  parameters, each named for the program the
      *                  way the program already reads them from the
      *                  environment (CUSTPROF-ID, BDAYRPT-MONTH). The
      *                  request is queued on JOBREQ for the daytime
      *                  JOBRUN runner; a program the approval list
      *                  says cannot run without a parameter is not
      *                  queued without it. Where the program's batch
      *                  lock is held the operator is told, and the
      *                  request waits on the queue until the lock is
      *                  released. JOBSTAT shows how it went.
      *    Compiler    : Micro Focus Visual COBOL
      *    ============================================================

       IDENTIFICATION DIVISION.
       PROGRAM-ID.     JOBSUBMIT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT APPROVED-JOBS ASSIGN TO WS-JOBAPPR-FILE
                               ORGANIZATION LINE SEQUENTIAL
                               FILE STATUS IS WS-APPROVED-STATUS.

           SELECT JOB-QUEUE    ASSIGN TO WS-JOBREQ-FILE
                               ORGANIZATION INDEXED
                               ACCESS MODE IS DYNAMIC
                               RECORD KEY IS JQ-REQUEST-ID
                               ALTERNATE RECORD KEY IS
                                  JQ-REQUESTED-BY WITH DUPLICATES
                               FILE STATUS IS WS-QUEUE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  APPROVED-JOBS.
       COPY JOBAPPR.

       FD  JOB-QUEUE.
       COPY JOBREQ.

       WORKING-STORAGE SECTION.
      *> Batch-window lock check - see BATCHLOCK.
       01  WS-LOCK-ACTION      PIC X(1) VALUE "Q".
       01  WS-LOCK-STATE       PIC X(1) VALUE "N".
       01  WS-LOCK-RESOURCE    PIC X(4) VALUE SPACES.

       01  WS-JOBAPPR-FILE     PIC X(26) VALUE "JOBAPPR.DAT".
       01  WS-JOBREQ-FILE      PIC X(26) VALUE "JOBREQ".

       01  WS-APPROVED-STATUS  PIC XX VALUE "00".
       01  WS-QUEUE-STATUS     PIC XX VALUE "00".
       01  WS-APPROVED-EOF     PIC X(1) VALUE "N".

      *> The approved programs the caller's role may ask for.
       01  WS-JOB-TABLE.
           05 WS-JOB-COUNT     PIC 9(2) VALUE ZERO.
           05 WS-JOB-LIMIT     PIC 9(2) VALUE 20.
           05 WS-JOB-ENTRY OCCURS 20 TIMES.
              10 WS-JOB-PROGRAM    PIC X(12).
              10 WS-JOB-LOCK       PIC X(4).
              10 WS-JOB-REQUIRED   PIC X(24).
              10 WS-JOB-SWITCH     PIC X(24).
              10 WS-JOB-DESC       PIC X(30).
       01  WS-JOB-SUB          PIC 9(2) VALUE ZERO.
       01  WS-JOB-CHOICE       PIC 9(2) VALUE ZERO.

      *> Role ranking for the minimum-role filter, as ex002 does.
       01  WS-NEEDED-RANK      PIC 9 VALUE 1.
       01  WS-CALLER-RANK      PIC 9 VALUE 1.

      *> Parameters as keyed - a name must begin with the program's
      *> own name and a hyphen, so a request can only set what that
      *> program reads.
       01  WS-REQUEST-PARMS.
           05 WS-REQ-PARM OCCURS 4 TIMES.
              10 WS-REQ-PARM-NAME  PIC X(24).
              10 WS-REQ-PARM-VALUE PIC X(20).
       01  WS-PARM-COUNT       PIC 9 VALUE ZERO.
       01  WS-PARM-SUB         PIC 9 VALUE ZERO.
       01  WS-PARM-DONE        PIC X(1) VALUE "N".
       01  WS-EDIT-PARM-NAME   PIC X(24) VALUE SPACES.
       01  WS-EDIT-PARM-VALUE  PIC X(20) VALUE SPACES.
       01  WS-PARM-PREFIX      PIC X(13) VALUE SPACES.
       01  WS-PREFIX-LEN       PIC 9(2) VALUE ZERO.
       01  WS-PARM-OK          PIC X(1) VALUE "N".
           88 WS-PARM-ACCEPTED   VALUE "Y".
       01  WS-REQUIRED-FOUND   PIC X(1) VALUE "N".
       01  WS-CONFIRM          PIC X(1) VALUE "N".

       01  WS-NEXT-REQUEST-ID  PIC 9(6) VALUE ZERO.
       01  WS-WRITE-TRIES      PIC 9 VALUE ZERO.
       01  WS-REQUEST-WRITTEN  PIC X(1) VALUE "N".

       01  WS-CURR-DATE        PIC 9(8) VALUE ZERO.
       01  WS-CURR-TIME        PIC 9(8) VALUE ZERO.

       01  WS-OPERATOR-ID      PIC X(8) VALUE SPACES.
       01  WS-PROGRAM-NAME     PIC X(20) VALUE "JOBSUBMIT".
       01  WS-AUDIT-OUTCOME    PIC X(8) VALUE SPACES.
       01  WS-AUTHORIZED       PIC X(1) VALUE "N".
       01  WS-OPERATOR-ROLE    PIC X(10) VALUE SPACES.
       01  WS-OP-RESULT        PIC 9(2) VALUE ZERO.

       PROCEDURE DIVISION.
           ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT "OPERATOR-ID".
           MOVE "START" TO WS-AUDIT-OUTCOME.
           CALL "AUDITLOG" USING WS-PROGRAM-NAME WS-OPERATOR-ID
                                  WS-AUDIT-OUTCOME.

           CALL "FILERES" USING WS-JOBAPPR-FILE.
           CALL "FILERES" USING WS-JOBREQ-FILE.

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

           EVALUATE WS-OPERATOR-ROLE
              WHEN "ADMIN"
                 MOVE 3 TO WS-CALLER-RANK
              WHEN "SUPERVISOR"
                 MOVE 2 TO WS-CALLER-RANK
              WHEN OTHER
                 MOVE 1 TO WS-CALLER-RANK
           END-EVALUATE.

           ACCEPT WS-CURR-DATE FROM DATE YYYYMMDD.

           PERFORM 1000-LOAD-APPROVED-JOBS.
           IF WS-JOB-COUNT = 0
              DISPLAY "No batch programs may be requested "
                      "for your role."
              MOVE "NOMATCH" TO WS-AUDIT-OUTCOME
              CALL "AUDITLOG" USING WS-PROGRAM-NAME WS-OPERATOR-ID
                                     WS-AUDIT-OUTCOME
              MOVE 4 TO RETURN-CODE
              GOBACK
           END-IF.

           PERFORM 2000-CHOOSE-JOB.
           IF WS-JOB-CHOICE = 0
              DISPLAY "No batch job requested."
              MOVE 4 TO WS-OP-RESULT
           ELSE
              PERFORM 3000-CHECK-LOCK
              PERFORM 4000-ENTER-PARAMETERS
              IF WS-REQUIRED-FOUND NOT = "Y"
                 DISPLAY FUNCTION TRIM(WS-JOB-REQUIRED(WS-JOB-CHOICE))
                         " is needed - no request queued."
                 MOVE 4 TO WS-OP-RESULT
              ELSE
                 DISPLAY "Queue the request? (Y/N): "
                         WITH NO ADVANCING
                 ACCEPT WS-CONFIRM
                 IF WS-CONFIRM = "Y" OR WS-CONFIRM = "y"
                    PERFORM 5000-QUEUE-REQUEST
                 ELSE
                    DISPLAY "No batch job requested."
                    MOVE 4 TO WS-OP-RESULT
                 END-IF
              END-IF
           END-IF.

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

      *> Only the programs at or below the caller's rank are listed -
      *> the rest are not offered, not just refused.
       1000-LOAD-APPROVED-JOBS.
           MOVE ZERO TO WS-JOB-COUNT.
           OPEN INPUT APPROVED-JOBS.
           IF WS-APPROVED-STATUS NOT = "00"
              DISPLAY "No JOBAPPR.DAT on disk - no batch programs "
                      "are approved for request."
           ELSE
              MOVE "N" TO WS-APPROVED-EOF
              PERFORM UNTIL WS-APPROVED-EOF = "Y"
                 READ APPROVED-JOBS
                    AT END
                       MOVE "Y" TO WS-APPROVED-EOF
                    NOT AT END
                       PERFORM 1100-FILTER-APPROVED-JOB
                 END-READ
              END-PERFORM
              CLOSE APPROVED-JOBS
           END-IF.

       1100-FILTER-APPROVED-JOB.
           EVALUATE AP-MIN-ROLE
              WHEN "ADMIN"
                 MOVE 3 TO WS-NEEDED-RANK
              WHEN "SUPERVISOR"
                 MOVE 2 TO WS-NEEDED-RANK
              WHEN OTHER
                 MOVE 1 TO WS-NEEDED-RANK
           END-EVALUATE.
           IF WS-CALLER-RANK >= WS-NEEDED-RANK
              AND AP-PROGRAM-ID NOT = SPACES
              IF WS-JOB-COUNT < WS-JOB-LIMIT
                 ADD 1 TO WS-JOB-COUNT
                 MOVE AP-PROGRAM-ID
                   TO WS-JOB-PROGRAM(WS-JOB-COUNT)
                 MOVE AP-LOCK-RESOURCE
                   TO WS-JOB-LOCK(WS-JOB-COUNT)
                 MOVE AP-REQUIRED-PARM
                   TO WS-JOB-REQUIRED(WS-JOB-COUNT)
                 MOVE AP-BATCH-SWITCH
                   TO WS-JOB-SWITCH(WS-JOB-COUNT)
                 MOVE AP-DESCRIPTION
                   TO WS-JOB-DESC(WS-JOB-COUNT)
              ELSE
                 DISPLAY "JOBAPPR.DAT has more programs than can "
                         "be listed - later ones dropped."
              END-IF
           END-IF.

       2000-CHOOSE-JOB.
           DISPLAY " ".
           DISPLAY "Batch programs you may request:".
           MOVE 1 TO WS-JOB-SUB.
           PERFORM UNTIL WS-JOB-SUB > WS-JOB-COUNT
              DISPLAY "  " WS-JOB-SUB ". "
                      WS-JOB-PROGRAM(WS-JOB-SUB) " "
                      WS-JOB-DESC(WS-JOB-SUB)
              ADD 1 TO WS-JOB-SUB
           END-PERFORM.
           DISPLAY "   0. Exit without requesting".
           DISPLAY "Select a program: " WITH NO ADVANCING.
           ACCEPT WS-JOB-CHOICE.
           IF WS-JOB-CHOICE > WS-JOB-COUNT
              DISPLAY "Invalid selection."
              MOVE 0 TO WS-JOB-CHOICE
           END-IF.

      *> A held lock does not turn the request away - JOBRUN leaves
      *> it queued until the lock is released.
       3000-CHECK-LOCK.
           MOVE WS-JOB-LOCK(WS-JOB-CHOICE) TO WS-LOCK-RESOURCE.
           IF WS-LOCK-RESOURCE NOT = SPACES
              AND WS-LOCK-RESOURCE NOT = "NONE"
              MOVE "Q" TO WS-LOCK-ACTION
              CALL "BATCHLOCK" USING WS-LOCK-ACTION
                   WS-LOCK-STATE WS-LOCK-RESOURCE
              IF WS-LOCK-STATE = "Y"
                 DISPLAY "The nightly batch window holds the "
                         WS-LOCK-RESOURCE " lock - the request "
                         "will wait until it is released."
              END-IF
           END-IF.

      *> The required parameter, if the approval list names one, is
      *> asked for first; the rest are free until a blank name.
       4000-ENTER-PARAMETERS.
           MOVE SPACES TO WS-REQUEST-PARMS.
           MOVE ZERO TO WS-PARM-COUNT.
           MOVE SPACES TO WS-PARM-PREFIX.
           STRING FUNCTION TRIM(WS-JOB-PROGRAM(WS-JOB-CHOICE))
                  DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  INTO WS-PARM-PREFIX
           END-STRING.
           COMPUTE WS-PREFIX-LEN =
                   FUNCTION LENGTH(FUNCTION TRIM(WS-PARM-PREFIX)).

           IF WS-JOB-REQUIRED(WS-JOB-CHOICE) = SPACES
              MOVE "Y" TO WS-REQUIRED-FOUND
           ELSE
              MOVE "N" TO WS-REQUIRED-FOUND
              MOVE SPACES TO WS-EDIT-PARM-VALUE
              DISPLAY FUNCTION TRIM(WS-JOB-REQUIRED(WS-JOB-CHOICE))
                      ": " WITH NO ADVANCING
              ACCEPT WS-EDIT-PARM-VALUE
              IF WS-EDIT-PARM-VALUE NOT = SPACES
                 MOVE WS-JOB-REQUIRED(WS-JOB-CHOICE)
                   TO WS-EDIT-PARM-NAME
                 PERFORM 4200-STORE-PARAMETER
                 MOVE "Y" TO WS-REQUIRED-FOUND
              END-IF
           END-IF.

           IF WS-REQUIRED-FOUND = "Y"
              DISPLAY "Other parameters, named "
                      FUNCTION TRIM(WS-PARM-PREFIX)
                      "... (blank name to finish)."
              MOVE "N" TO WS-PARM-DONE
              PERFORM UNTIL WS-PARM-DONE = "Y" OR WS-PARM-COUNT = 4
                 MOVE SPACES TO WS-EDIT-PARM-NAME
                 DISPLAY "Parameter name: " WITH NO ADVANCING
                 ACCEPT WS-EDIT-PARM-NAME
                 IF WS-EDIT-PARM-NAME = SPACES
                    MOVE "Y" TO WS-PARM-DONE
                 ELSE
                    MOVE FUNCTION UPPER-CASE(WS-EDIT-PARM-NAME)
                      TO WS-EDIT-PARM-NAME
                    PERFORM 4100-EDIT-PARAMETER-NAME
                    IF WS-PARM-ACCEPTED
                       MOVE SPACES TO WS-EDIT-PARM-VALUE
                       DISPLAY "Value: " WITH NO ADVANCING
                       ACCEPT WS-EDIT-PARM-VALUE
                       PERFORM 4200-STORE-PARAMETER
                    END-IF
                 END-IF
              END-PERFORM
           END-IF.

       4100-EDIT-PARAMETER-NAME.
           MOVE "Y" TO WS-PARM-OK.
           EVALUATE TRUE
              WHEN WS-EDIT-PARM-NAME(1:WS-PREFIX-LEN)
                   NOT = WS-PARM-PREFIX(1:WS-PREFIX-LEN)
                 DISPLAY "A parameter name must begin "
                         FUNCTION TRIM(WS-PARM-PREFIX) "."
                 MOVE "N" TO WS-PARM-OK
              WHEN WS-EDIT-PARM-NAME = WS-JOB-SWITCH(WS-JOB-CHOICE)
                 DISPLAY "The runner sets "
                         FUNCTION TRIM(WS-EDIT-PARM-NAME)
                         " itself."
                 MOVE "N" TO WS-PARM-OK
              WHEN OTHER
                 MOVE 1 TO WS-PARM-SUB
                 PERFORM UNTIL WS-PARM-SUB > WS-PARM-COUNT
                    IF WS-REQ-PARM-NAME(WS-PARM-SUB)
                       = WS-EDIT-PARM-NAME
                       DISPLAY FUNCTION TRIM(WS-EDIT-PARM-NAME)
                               " is already given."
                       MOVE "N" TO WS-PARM-OK
                    END-IF
                    ADD 1 TO WS-PARM-SUB
                 END-PERFORM
           END-EVALUATE.

       4200-STORE-PARAMETER.
           ADD 1 TO WS-PARM-COUNT.
           MOVE WS-EDIT-PARM-NAME
             TO WS-REQ-PARM-NAME(WS-PARM-COUNT).
           MOVE WS-EDIT-PARM-VALUE
             TO WS-REQ-PARM-VALUE(WS-PARM-COUNT).

      *> Request numbering continues from the highest key on file,
      *> the way CASEMAINT numbers cases. Two operators queueing at
      *> the same moment can reach for the same number - the loser
      *> looks again.
       5000-QUEUE-REQUEST.
           OPEN I-O JOB-QUEUE.
           IF WS-QUEUE-STATUS = "35"
              OPEN OUTPUT JOB-QUEUE
              CLOSE JOB-QUEUE
              OPEN I-O JOB-QUEUE
           END-IF.
           IF WS-QUEUE-STATUS NOT = "00"
              DISPLAY "Cannot open JOBREQ, status=" WS-QUEUE-STATUS
              MOVE 16 TO WS-OP-RESULT
           ELSE
              MOVE "N" TO WS-REQUEST-WRITTEN
              MOVE ZERO TO WS-WRITE-TRIES
              PERFORM UNTIL WS-REQUEST-WRITTEN = "Y"
                         OR WS-WRITE-TRIES = 3
                 ADD 1 TO WS-WRITE-TRIES
                 PERFORM 5100-WRITE-REQUEST
              END-PERFORM
              CLOSE JOB-QUEUE
           END-IF.

       5100-WRITE-REQUEST.
           MOVE ZERO TO WS-NEXT-REQUEST-ID.
           MOVE ZERO TO JQ-REQUEST-ID.
           START JOB-QUEUE
              KEY IS NOT LESS THAN JQ-REQUEST-ID
              INVALID KEY
                 CONTINUE
           END-START.
           PERFORM UNTIL WS-QUEUE-STATUS NOT = "00"
              READ JOB-QUEUE NEXT RECORD
                 AT END
                    CONTINUE
                 NOT AT END
                    IF JQ-REQUEST-ID > WS-NEXT-REQUEST-ID
                       MOVE JQ-REQUEST-ID TO WS-NEXT-REQUEST-ID
                    END-IF
              END-READ
           END-PERFORM.
           MOVE "00" TO WS-QUEUE-STATUS.
           ADD 1 TO WS-NEXT-REQUEST-ID.

           ACCEPT WS-CURR-TIME FROM TIME.
           MOVE WS-NEXT-REQUEST-ID TO JQ-REQUEST-ID.
           MOVE WS-OPERATOR-ID     TO JQ-REQUESTED-BY.
           MOVE WS-OPERATOR-ROLE   TO JQ-REQUESTER-ROLE.
           MOVE WS-CURR-DATE       TO JQ-SUBMIT-DATE.
           MOVE WS-CURR-TIME       TO JQ-SUBMIT-TIME.
           MOVE WS-JOB-PROGRAM(WS-JOB-CHOICE) TO JQ-PROGRAM-ID.
           MOVE WS-REQUEST-PARMS   TO JQ-PARAMETERS.
           MOVE "Q"                TO JQ-STATUS.
           MOVE ZERO TO JQ-START-DATE JQ-START-TIME
                        JQ-END-DATE JQ-END-TIME JQ-RETURN-CODE.
           MOVE SPACES TO JQ-OUTPUT-FILE JQ-NOTE.
           WRITE JOB-REQUEST-RECORD
              INVALID KEY
                 IF WS-QUEUE-STATUS NOT = "22"
                    OR WS-WRITE-TRIES = 3
                    DISPLAY "Write failed for request "
                            WS-NEXT-REQUEST-ID ", status="
                            WS-QUEUE-STATUS
                    MOVE 16 TO WS-OP-RESULT
                    MOVE 3 TO WS-WRITE-TRIES
                 END-IF
              NOT INVALID KEY
                 MOVE "Y" TO WS-REQUEST-WRITTEN
                 DISPLAY "Request " WS-NEXT-REQUEST-ID " queued for "
                         FUNCTION TRIM(JQ-PROGRAM-ID)
                         " - see My batch job requests for how it "
                         "went."
                 MOVE 0 TO WS-OP-RESULT
           END-WRITE.
