      *    Author      : Renato D. Mejilla
      *    Date        : October 15, 2026
      *    Description : Daytime batch job runner. Scheduled through the
      *                  working day under its own operator ID, the way
      *                  NIGHTLYRUN is overnight, it works the JOBREQ
      *                  queue oldest first. Each queued request is
      *                  checked again against JOBAPPR.DAT - a program
      *                  since taken off the list, or now needing a
      *                  higher role than the requester's, is refused -
      *                  and against the BATCHLOCK lock on the data the
      *                  program reads; a request whose lock is held
      *                  stays queued for the next pass. The request is
      *                  marked running with its start date and time,
      *                  its parameters and the program's batch switch
      *                  are set into the environment, and the program
      *                  is called and cancelled again so the next
      *                  request for it starts clean. The end date and
      *                  time and the RETURN-CODE are recorded; a run
      *                  ending 4 or less is done and its output is
      *                  registered with SPOOLREG under the program's
      *                  name, anything higher is failed and raises an
      *                  operator alert. A request found still marked
      *                  running when a pass starts was under a runner
      *                  that never came back from the program, and is
      *                  failed with an alert rather than run twice.
      *                  Only one runner works the queue at a time: a
      *                  pass takes the BATCHLOCK JOBS lock first and
      *                  ends with RETURN-CODE 4 if another pass holds
      *                  it. A runner lock from an earlier day is
      *                  stale; one left today by a runner that died
      *                  is released by a pass run with JOBRUN-RELEASE
      *                  set to Y.
      *    Compiler    : Micro Focus Visual COBOL
      *    ============================================================

       IDENTIFICATION DIVISION.
       PROGRAM-ID.     JOBRUN.

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
       01  WS-RELEASE-SWITCH   PIC X(1) VALUE "N".

       01  WS-JOBAPPR-FILE     PIC X(26) VALUE "JOBAPPR.DAT".
       01  WS-JOBREQ-FILE      PIC X(26) VALUE "JOBREQ".

       01  WS-APPROVED-STATUS  PIC XX VALUE "00".
       01  WS-QUEUE-STATUS     PIC XX VALUE "00".
       01  WS-APPROVED-EOF     PIC X(1) VALUE "N".
       01  WS-QUEUE-EOF        PIC X(1) VALUE "N".

      *> The whole approval list - a request is held to it as it
      *> stands when the request runs, not when it was queued.
       01  WS-JOB-TABLE.
           05 WS-JOB-COUNT     PIC 9(2) VALUE ZERO.
           05 WS-JOB-LIMIT     PIC 9(2) VALUE 20.
           05 WS-JOB-ENTRY OCCURS 20 TIMES.
              10 WS-JOB-PROGRAM    PIC X(12).
              10 WS-JOB-MIN-ROLE   PIC X(10).
              10 WS-JOB-LOCK       PIC X(4).
              10 WS-JOB-OUTPUT     PIC X(26).
              10 WS-JOB-SWITCH     PIC X(24).
              10 WS-JOB-REQUIRED   PIC X(24).
       01  WS-JOB-SUB          PIC 9(2) VALUE ZERO.
       01  WS-JOB-HIT          PIC 9(2) VALUE ZERO.

      *> Role ranking, as ex002 and JOBSUBMIT rank them.
       01  WS-NEEDED-RANK      PIC 9 VALUE 1.
       01  WS-REQUESTER-RANK   PIC 9 VALUE 1.

       01  WS-PARM-SUB         PIC 9 VALUE ZERO.
       01  WS-REQUIRED-FOUND   PIC X(1) VALUE "N".
       01  WS-ENV-NAME         PIC X(24) VALUE SPACES.
       01  WS-ENV-VALUE        PIC X(20) VALUE SPACES.

      *> The program called for the request in hand.
       01  WS-CALL-PROGRAM     PIC X(12) VALUE SPACES.
       01  WS-CALL-FOUND       PIC X(1) VALUE "N".
       01  WS-JOB-RETURN-CODE  PIC S9(9) COMP-5 VALUE ZERO.

      *> Shared report-spool registration - see SPOOLREG.
       01  WS-SPOOL-PROGRAM    PIC X(20) VALUE SPACES.
       01  WS-SPOOL-REPORT     PIC X(26) VALUE SPACES.

      *> Operator alert on a failed request - see OPERALERT.
       01  WS-ALERT-SEVERITY   PIC X(1) VALUE "W".
       01  WS-ALERT-PROGRAM    PIC X(20) VALUE SPACES.
       01  WS-ALERT-MESSAGE    PIC X(60) VALUE SPACES.

       01  WS-QUEUED-COUNT     PIC 9(5) VALUE ZERO.
       01  WS-RUN-COUNT        PIC 9(5) VALUE ZERO.
       01  WS-DONE-COUNT       PIC 9(5) VALUE ZERO.
       01  WS-FAILED-COUNT     PIC 9(5) VALUE ZERO.
       01  WS-REFUSED-COUNT    PIC 9(5) VALUE ZERO.
       01  WS-HELD-COUNT       PIC 9(5) VALUE ZERO.
       01  WS-ABANDONED-COUNT  PIC 9(5) VALUE ZERO.

      *> End-of-run counts handed to the shared RUNSTATS routine.
       01  WS-STAT-READ        PIC 9(6) VALUE ZERO.
       01  WS-STAT-WRITTEN     PIC 9(6) VALUE ZERO.
       01  WS-STAT-UPDATED     PIC 9(6) VALUE ZERO.
       01  WS-STAT-REJECTED    PIC 9(6) VALUE ZERO.

       01  WS-CURR-DATE        PIC 9(8) VALUE ZERO.
       01  WS-CURR-TIME        PIC 9(8) VALUE ZERO.

       01  WS-OPERATOR-ID      PIC X(8) VALUE SPACES.
       01  WS-PROGRAM-NAME     PIC X(20) VALUE "JOBRUN".
       01  WS-AUDIT-OUTCOME    PIC X(8) VALUE SPACES.
       01  WS-RUN-RC           PIC 9(2) VALUE ZERO.

       PROCEDURE DIVISION.
           DISPLAY "<<< DAYTIME BATCH JOB RUNNER >>>".
           DISPLAY "--------------------------------".

           ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT "OPERATOR-ID".
           MOVE "START" TO WS-AUDIT-OUTCOME.
           CALL "AUDITLOG" USING WS-PROGRAM-NAME WS-OPERATOR-ID
                                  WS-AUDIT-OUTCOME.

           CALL "FILERES" USING WS-JOBAPPR-FILE.
           CALL "FILERES" USING WS-JOBREQ-FILE.

           *> Nothing has been asked for until JOBSUBMIT first
           *> queues a request - an idle pass, not a failure.
           OPEN I-O JOB-QUEUE.
           IF WS-QUEUE-STATUS = "35"
              DISPLAY "No batch job requests queued."
              MOVE "NOMATCH" TO WS-AUDIT-OUTCOME
              CALL "AUDITLOG" USING WS-PROGRAM-NAME WS-OPERATOR-ID
                                     WS-AUDIT-OUTCOME
              MOVE 0 TO RETURN-CODE
              GOBACK
           END-IF.
           IF WS-QUEUE-STATUS NOT = "00"
              DISPLAY "Cannot open JOBREQ, status=" WS-QUEUE-STATUS
              MOVE "FAIL" TO WS-AUDIT-OUTCOME
              CALL "AUDITLOG" USING WS-PROGRAM-NAME WS-OPERATOR-ID
                                     WS-AUDIT-OUTCOME
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.

           *> Two passes at once would both see a request queued and
           *> both run it - and each would take the other's running
           *> request for an abandoned one.
           ACCEPT WS-RELEASE-SWITCH FROM ENVIRONMENT "JOBRUN-RELEASE".
           MOVE "JOBS" TO WS-LOCK-RESOURCE.
           IF WS-RELEASE-SWITCH = "Y"
              MOVE "C" TO WS-LOCK-ACTION
              CALL "BATCHLOCK" USING WS-LOCK-ACTION
                   WS-LOCK-STATE WS-LOCK-RESOURCE
              DISPLAY "Runner lock released by request."
           END-IF.
           MOVE "Q" TO WS-LOCK-ACTION.
           CALL "BATCHLOCK" USING WS-LOCK-ACTION
                WS-LOCK-STATE WS-LOCK-RESOURCE.
           IF WS-LOCK-STATE = "Y"
              DISPLAY "Another JOBRUN pass is working the queue - "
                      "nothing done."
              CLOSE JOB-QUEUE
              MOVE "LOCKED" TO WS-AUDIT-OUTCOME
              CALL "AUDITLOG" USING WS-PROGRAM-NAME WS-OPERATOR-ID
                                     WS-AUDIT-OUTCOME
              MOVE 4 TO RETURN-CODE
              GOBACK
           END-IF.
           MOVE "S" TO WS-LOCK-ACTION.
           CALL "BATCHLOCK" USING WS-LOCK-ACTION
                WS-LOCK-STATE WS-LOCK-RESOURCE.

           PERFORM 1000-LOAD-APPROVED-JOBS.

           PERFORM 2000-FAIL-ABANDONED.
           PERFORM 3000-WORK-QUEUE.

           CLOSE JOB-QUEUE.

           MOVE "C" TO WS-LOCK-ACTION.
           MOVE "JOBS" TO WS-LOCK-RESOURCE.
           CALL "BATCHLOCK" USING WS-LOCK-ACTION
                WS-LOCK-STATE WS-LOCK-RESOURCE.

           DISPLAY " ".
           DISPLAY "Requests queued:   " WS-QUEUED-COUNT.
           DISPLAY "  Run:             " WS-RUN-COUNT.
           DISPLAY "    Done:          " WS-DONE-COUNT.
           DISPLAY "    Failed:        " WS-FAILED-COUNT.
           DISPLAY "  Refused:         " WS-REFUSED-COUNT.
           DISPLAY "  Held by a lock:  " WS-HELD-COUNT.
           DISPLAY "Abandoned runs:    " WS-ABANDONED-COUNT.

           MOVE WS-QUEUED-COUNT TO WS-STAT-READ.
           COMPUTE WS-STAT-UPDATED = WS-RUN-COUNT + WS-ABANDONED-COUNT.
           COMPUTE WS-STAT-REJECTED =
                   WS-FAILED-COUNT + WS-REFUSED-COUNT
                 + WS-ABANDONED-COUNT.
           CALL "RUNSTATS" USING WS-PROGRAM-NAME WS-STAT-READ
                                  WS-STAT-WRITTEN WS-STAT-UPDATED
                                  WS-STAT-REJECTED.

           EVALUATE TRUE
              WHEN WS-STAT-REJECTED > 0
                 MOVE "PARTIAL" TO WS-AUDIT-OUTCOME
                 MOVE 4 TO WS-RUN-RC
              WHEN WS-QUEUED-COUNT = 0
                 MOVE "NOMATCH" TO WS-AUDIT-OUTCOME
                 MOVE 0 TO WS-RUN-RC
              WHEN OTHER
                 MOVE "SUCCESS" TO WS-AUDIT-OUTCOME
                 MOVE 0 TO WS-RUN-RC
           END-EVALUATE.
           CALL "AUDITLOG" USING WS-PROGRAM-NAME WS-OPERATOR-ID
                                  WS-AUDIT-OUTCOME.

           MOVE WS-RUN-RC TO RETURN-CODE.

           GOBACK.

       1000-LOAD-APPROVED-JOBS.
           MOVE ZERO TO WS-JOB-COUNT.
           OPEN INPUT APPROVED-JOBS.
           IF WS-APPROVED-STATUS NOT = "00"
              DISPLAY "No JOBAPPR.DAT on disk - every queued request "
                      "will be refused."
           ELSE
              MOVE "N" TO WS-APPROVED-EOF
              PERFORM UNTIL WS-APPROVED-EOF = "Y"
                 READ APPROVED-JOBS
                    AT END
                       MOVE "Y" TO WS-APPROVED-EOF
                    NOT AT END
                       PERFORM 1100-KEEP-APPROVED-JOB
                 END-READ
              END-PERFORM
              CLOSE APPROVED-JOBS
           END-IF.

       1100-KEEP-APPROVED-JOB.
           IF AP-PROGRAM-ID NOT = SPACES
              IF WS-JOB-COUNT < WS-JOB-LIMIT
                 ADD 1 TO WS-JOB-COUNT
                 MOVE AP-PROGRAM-ID
                   TO WS-JOB-PROGRAM(WS-JOB-COUNT)
                 MOVE AP-MIN-ROLE
                   TO WS-JOB-MIN-ROLE(WS-JOB-COUNT)
                 MOVE AP-LOCK-RESOURCE
                   TO WS-JOB-LOCK(WS-JOB-COUNT)
                 MOVE AP-OUTPUT-FILE
                   TO WS-JOB-OUTPUT(WS-JOB-COUNT)
                 MOVE AP-BATCH-SWITCH
                   TO WS-JOB-SWITCH(WS-JOB-COUNT)
                 MOVE AP-REQUIRED-PARM
                   TO WS-JOB-REQUIRED(WS-JOB-COUNT)
              ELSE
                 DISPLAY "JOBAPPR.DAT has more programs than can "
                         "be held - later ones dropped."
              END-IF
           END-IF.

      *> A program that stops the run unit instead of returning takes
      *> the runner with it, and its request is left marked running.
      *> The next pass fails it - running it again could stop the
      *> runner every pass.
       2000-FAIL-ABANDONED.
           MOVE "N" TO WS-QUEUE-EOF.
           MOVE ZERO TO JQ-REQUEST-ID.
           START JOB-QUEUE
              KEY IS NOT LESS THAN JQ-REQUEST-ID
              INVALID KEY
                 MOVE "Y" TO WS-QUEUE-EOF
           END-START.
           PERFORM UNTIL WS-QUEUE-EOF = "Y"
              READ JOB-QUEUE NEXT RECORD
                 AT END
                    MOVE "Y" TO WS-QUEUE-EOF
                 NOT AT END
                    IF JQ-RUNNING
                       PERFORM 2100-MARK-ABANDONED
                    END-IF
              END-READ
           END-PERFORM.

       2100-MARK-ABANDONED.
           ADD 1 TO WS-ABANDONED-COUNT.
           ACCEPT WS-CURR-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-CURR-TIME FROM TIME.
           MOVE "F" TO JQ-STATUS.
           MOVE WS-CURR-DATE TO JQ-END-DATE.
           MOVE WS-CURR-TIME TO JQ-END-TIME.
           MOVE 16 TO JQ-RETURN-CODE.
           MOVE "RUN NEVER RETURNED TO THE RUNNER" TO JQ-NOTE.
           PERFORM 5000-REWRITE-REQUEST.
           DISPLAY "Request " JQ-REQUEST-ID " "
                   FUNCTION TRIM(JQ-PROGRAM-ID)
                   " never returned - marked failed.".
           MOVE SPACES TO WS-ALERT-MESSAGE.
           STRING "JOB REQUEST " DELIMITED BY SIZE
                  JQ-REQUEST-ID DELIMITED BY SIZE
                  " NEVER RETURNED - MARKED FAILED" DELIMITED BY SIZE
                  INTO WS-ALERT-MESSAGE
           END-STRING.
           PERFORM 4900-RAISE-ALERT.

       3000-WORK-QUEUE.
           MOVE "N" TO WS-QUEUE-EOF.
           MOVE ZERO TO JQ-REQUEST-ID.
           START JOB-QUEUE
              KEY IS NOT LESS THAN JQ-REQUEST-ID
              INVALID KEY
                 MOVE "Y" TO WS-QUEUE-EOF
           END-START.
           PERFORM UNTIL WS-QUEUE-EOF = "Y"
              READ JOB-QUEUE NEXT RECORD
                 AT END
                    MOVE "Y" TO WS-QUEUE-EOF
                 NOT AT END
                    IF JQ-QUEUED
                       ADD 1 TO WS-QUEUED-COUNT
                       PERFORM 3100-CHECK-REQUEST
                    END-IF
              END-READ
           END-PERFORM.

       3100-CHECK-REQUEST.
           MOVE ZERO TO WS-JOB-HIT.
           MOVE 1 TO WS-JOB-SUB.
           PERFORM UNTIL WS-JOB-SUB > WS-JOB-COUNT OR WS-JOB-HIT > 0
              IF WS-JOB-PROGRAM(WS-JOB-SUB) = JQ-PROGRAM-ID
                 MOVE WS-JOB-SUB TO WS-JOB-HIT
              END-IF
              ADD 1 TO WS-JOB-SUB
           END-PERFORM.

           IF WS-JOB-HIT = 0
              MOVE "PROGRAM NO LONGER APPROVED" TO JQ-NOTE
              PERFORM 3800-REFUSE-REQUEST
           ELSE
              PERFORM 3200-RANK-REQUESTER
              PERFORM 3300-FIND-REQUIRED-PARM
              EVALUATE TRUE
                 WHEN WS-REQUESTER-RANK < WS-NEEDED-RANK
                    MOVE "REQUESTER ROLE NO LONGER ENOUGH" TO JQ-NOTE
                    PERFORM 3800-REFUSE-REQUEST
                 WHEN WS-REQUIRED-FOUND NOT = "Y"
                    MOVE SPACES TO JQ-NOTE
                    STRING FUNCTION TRIM(WS-JOB-REQUIRED(WS-JOB-HIT))
                           DELIMITED BY SIZE
                           " NOT GIVEN" DELIMITED BY SIZE
                           INTO JQ-NOTE
                    END-STRING
                    PERFORM 3800-REFUSE-REQUEST
                 WHEN OTHER
                    PERFORM 3400-CHECK-LOCK
                    IF WS-LOCK-STATE = "Y"
                       ADD 1 TO WS-HELD-COUNT
                       DISPLAY "Request " JQ-REQUEST-ID " "
                               FUNCTION TRIM(JQ-PROGRAM-ID)
                               " waits - the " WS-LOCK-RESOURCE
                               " lock is held."
                    ELSE
                       PERFORM 4000-RUN-REQUEST
                    END-IF
              END-EVALUATE
           END-IF.

       3200-RANK-REQUESTER.
           EVALUATE WS-JOB-MIN-ROLE(WS-JOB-HIT)
              WHEN "ADMIN"
                 MOVE 3 TO WS-NEEDED-RANK
              WHEN "SUPERVISOR"
                 MOVE 2 TO WS-NEEDED-RANK
              WHEN OTHER
                 MOVE 1 TO WS-NEEDED-RANK
           END-EVALUATE.
           EVALUATE JQ-REQUESTER-ROLE
              WHEN "ADMIN"
                 MOVE 3 TO WS-REQUESTER-RANK
              WHEN "SUPERVISOR"
                 MOVE 2 TO WS-REQUESTER-RANK
              WHEN OTHER
                 MOVE 1 TO WS-REQUESTER-RANK
           END-EVALUATE.

       3300-FIND-REQUIRED-PARM.
           IF WS-JOB-REQUIRED(WS-JOB-HIT) = SPACES
              MOVE "Y" TO WS-REQUIRED-FOUND
           ELSE
              MOVE "N" TO WS-REQUIRED-FOUND
              MOVE 1 TO WS-PARM-SUB
              PERFORM UNTIL WS-PARM-SUB > 4
                 IF JQ-PARM-NAME(WS-PARM-SUB)
                    = WS-JOB-REQUIRED(WS-JOB-HIT)
                    AND JQ-PARM-VALUE(WS-PARM-SUB) NOT = SPACES
                    MOVE "Y" TO WS-REQUIRED-FOUND
                 END-IF
                 ADD 1 TO WS-PARM-SUB
              END-PERFORM
           END-IF.

       3400-CHECK-LOCK.
           MOVE "N" TO WS-LOCK-STATE.
           MOVE WS-JOB-LOCK(WS-JOB-HIT) TO WS-LOCK-RESOURCE.
           IF WS-LOCK-RESOURCE NOT = SPACES
              AND WS-LOCK-RESOURCE NOT = "NONE"
              MOVE "Q" TO WS-LOCK-ACTION
              CALL "BATCHLOCK" USING WS-LOCK-ACTION
                   WS-LOCK-STATE WS-LOCK-RESOURCE
           END-IF.

       3800-REFUSE-REQUEST.
           ADD 1 TO WS-REFUSED-COUNT.
           MOVE "X" TO JQ-STATUS.
           PERFORM 5000-REWRITE-REQUEST.
           DISPLAY "Request " JQ-REQUEST-ID " "
                   FUNCTION TRIM(JQ-PROGRAM-ID) " refused - "
                   FUNCTION TRIM(JQ-NOTE) ".".

      *> The request is marked running before the call, so a program
      *> that never comes back leaves the request to show for it.
       4000-RUN-REQUEST.
           ADD 1 TO WS-RUN-COUNT.
           ACCEPT WS-CURR-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-CURR-TIME FROM TIME.
           MOVE "R" TO JQ-STATUS.
           MOVE WS-CURR-DATE TO JQ-START-DATE.
           MOVE WS-CURR-TIME TO JQ-START-TIME.
           PERFORM 5000-REWRITE-REQUEST.
           DISPLAY "Request " JQ-REQUEST-ID " "
                   FUNCTION TRIM(JQ-PROGRAM-ID) " for "
                   FUNCTION TRIM(JQ-REQUESTED-BY) " starting.".

           PERFORM 4100-SET-ENVIRONMENT.

           MOVE JQ-PROGRAM-ID TO WS-CALL-PROGRAM.
           MOVE 0 TO RETURN-CODE.
           MOVE ZERO TO WS-JOB-RETURN-CODE.
           CALL WS-CALL-PROGRAM
              ON EXCEPTION
                 MOVE "N" TO WS-CALL-FOUND
              NOT ON EXCEPTION
                 MOVE "Y" TO WS-CALL-FOUND
                 MOVE RETURN-CODE TO WS-JOB-RETURN-CODE
           END-CALL.
           IF WS-CALL-FOUND = "Y"
              CANCEL WS-CALL-PROGRAM
           END-IF.
           MOVE 0 TO RETURN-CODE.

           PERFORM 4200-CLEAR-ENVIRONMENT.

           ACCEPT WS-CURR-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-CURR-TIME FROM TIME.
           MOVE WS-CURR-DATE TO JQ-END-DATE.
           MOVE WS-CURR-TIME TO JQ-END-TIME.
           EVALUATE TRUE
              WHEN WS-CALL-FOUND NOT = "Y"
                 MOVE 16 TO JQ-RETURN-CODE
                 MOVE "PROGRAM COULD NOT BE LOADED" TO JQ-NOTE
              WHEN WS-JOB-RETURN-CODE < 0
                 MOVE 9999 TO JQ-RETURN-CODE
              WHEN WS-JOB-RETURN-CODE > 9999
                 MOVE 9999 TO JQ-RETURN-CODE
              WHEN OTHER
                 MOVE WS-JOB-RETURN-CODE TO JQ-RETURN-CODE
           END-EVALUATE.

           IF WS-CALL-FOUND = "Y" AND JQ-RETURN-CODE <= 4
              ADD 1 TO WS-DONE-COUNT
              MOVE "D" TO JQ-STATUS
              PERFORM 4300-SPOOL-OUTPUT
           ELSE
              ADD 1 TO WS-FAILED-COUNT
              MOVE "F" TO JQ-STATUS
              MOVE SPACES TO WS-ALERT-MESSAGE
              STRING "JOB REQUEST " DELIMITED BY SIZE
                     JQ-REQUEST-ID DELIMITED BY SIZE
                     " ENDED WITH RETURN-CODE " DELIMITED BY SIZE
                     JQ-RETURN-CODE DELIMITED BY SIZE
                     INTO WS-ALERT-MESSAGE
              END-STRING
              PERFORM 4900-RAISE-ALERT
           END-IF.
           PERFORM 5000-REWRITE-REQUEST.
           DISPLAY "Request " JQ-REQUEST-ID " "
                   FUNCTION TRIM(JQ-PROGRAM-ID)
                   " ended with RETURN-CODE " JQ-RETURN-CODE ".".

      *> The batch switch, then the request's own parameters - the
      *> same environment variables the program reads when run by
      *> hand or from NIGHTLYRUN.
       4100-SET-ENVIRONMENT.
           IF WS-JOB-SWITCH(WS-JOB-HIT) NOT = SPACES
              MOVE WS-JOB-SWITCH(WS-JOB-HIT) TO WS-ENV-NAME
              MOVE "Y" TO WS-ENV-VALUE
              DISPLAY WS-ENV-NAME  UPON ENVIRONMENT-NAME
              DISPLAY WS-ENV-VALUE UPON ENVIRONMENT-VALUE
           END-IF.
           MOVE 1 TO WS-PARM-SUB.
           PERFORM UNTIL WS-PARM-SUB > 4
              IF JQ-PARM-NAME(WS-PARM-SUB) NOT = SPACES
                 MOVE JQ-PARM-NAME(WS-PARM-SUB)  TO WS-ENV-NAME
                 MOVE JQ-PARM-VALUE(WS-PARM-SUB) TO WS-ENV-VALUE
                 DISPLAY WS-ENV-NAME  UPON ENVIRONMENT-NAME
                 DISPLAY WS-ENV-VALUE UPON ENVIRONMENT-VALUE
              END-IF
              ADD 1 TO WS-PARM-SUB
           END-PERFORM.

      *> Blanked again afterwards, so the next request for the same
      *> program does not inherit this one's selection.
       4200-CLEAR-ENVIRONMENT.
           MOVE SPACES TO WS-ENV-VALUE.
           IF WS-JOB-SWITCH(WS-JOB-HIT) NOT = SPACES
              MOVE WS-JOB-SWITCH(WS-JOB-HIT) TO WS-ENV-NAME
              DISPLAY WS-ENV-NAME  UPON ENVIRONMENT-NAME
              DISPLAY WS-ENV-VALUE UPON ENVIRONMENT-VALUE
           END-IF.
           MOVE 1 TO WS-PARM-SUB.
           PERFORM UNTIL WS-PARM-SUB > 4
              IF JQ-PARM-NAME(WS-PARM-SUB) NOT = SPACES
                 MOVE JQ-PARM-NAME(WS-PARM-SUB) TO WS-ENV-NAME
                 DISPLAY WS-ENV-NAME  UPON ENVIRONMENT-NAME
                 DISPLAY WS-ENV-VALUE UPON ENVIRONMENT-VALUE
              END-IF
              ADD 1 TO WS-PARM-SUB
           END-PERFORM.

      *> Registered under the requested program's name, so it is
      *> found in SPOOLBROWSE beside that program's other runs. A
      *> program that spools its own report has no output named on
      *> the approval list.
       4300-SPOOL-OUTPUT.
           IF WS-JOB-OUTPUT(WS-JOB-HIT) NOT = SPACES
              MOVE JQ-PROGRAM-ID TO WS-SPOOL-PROGRAM
              MOVE WS-JOB-OUTPUT(WS-JOB-HIT) TO WS-SPOOL-REPORT
              CALL "SPOOLREG" USING WS-SPOOL-PROGRAM WS-SPOOL-REPORT
              MOVE WS-JOB-OUTPUT(WS-JOB-HIT) TO JQ-OUTPUT-FILE
           END-IF.

       4900-RAISE-ALERT.
           MOVE "W" TO WS-ALERT-SEVERITY.
           MOVE JQ-PROGRAM-ID TO WS-ALERT-PROGRAM.
           CALL "OPERALERT" USING WS-ALERT-SEVERITY
                WS-ALERT-PROGRAM WS-ALERT-MESSAGE.

       5000-REWRITE-REQUEST.
           REWRITE JOB-REQUEST-RECORD
              INVALID KEY
                 DISPLAY "Rewrite failed for request "
                         JQ-REQUEST-ID ", status=" WS-QUEUE-STATUS
           END-REWRITE.
