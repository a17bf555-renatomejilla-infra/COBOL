      *    Author      : Renato D. Mejilla
      *    Date        : October 15, 2026
      *    Description : Lists the caller's batch job requests from the
      *                  JOBREQ queue, newest last - the program, when
      *                  it was asked for, where it stands (queued,
      *                  running, done, failed or refused), when JOBRUN
      *                  started and finished it, its RETURN-CODE, and
      *                  the output registered with SPOOLREG (found
      *                  afterwards through SPOOLBROWSE) or the reason
      *                  it did not run. A supervisor or administrator
      *                  may list every operator's requests instead.
      *    Compiler    : Micro Focus Visual COBOL
      *    ============================================================

       IDENTIFICATION DIVISION.
       PROGRAM-ID.     JOBSTAT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JOB-QUEUE    ASSIGN TO WS-JOBREQ-FILE
                               ORGANIZATION INDEXED
                               ACCESS MODE IS DYNAMIC
                               RECORD KEY IS JQ-REQUEST-ID
                               ALTERNATE RECORD KEY IS
                                  JQ-REQUESTED-BY WITH DUPLICATES
                               FILE STATUS IS WS-QUEUE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  JOB-QUEUE.
       COPY JOBREQ.

       WORKING-STORAGE SECTION.
       01  WS-JOBREQ-FILE      PIC X(26) VALUE "JOBREQ".

       01  WS-QUEUE-STATUS     PIC XX VALUE "00".
       01  WS-QUEUE-EOF        PIC X(1) VALUE "N".

       01  WS-ALL-OPERATORS    PIC X(1) VALUE "N".
           88 WS-LIST-EVERYONE   VALUE "Y", "y".
       01  WS-LISTED-COUNT     PIC 9(5) VALUE ZERO.
       01  WS-WAITING-COUNT    PIC 9(5) VALUE ZERO.
       01  WS-STATUS-TEXT      PIC X(8) VALUE SPACES.
       01  WS-START-HHMM       PIC X(5) VALUE SPACES.
       01  WS-END-HHMM         PIC X(5) VALUE SPACES.
       01  WS-SHOW-RC          PIC X(4) VALUE SPACES.
       01  WS-PARM-SUB         PIC 9 VALUE ZERO.

       01  WS-OPERATOR-ID      PIC X(8) VALUE SPACES.
       01  WS-PROGRAM-NAME     PIC X(20) VALUE "JOBSTAT".
       01  WS-AUDIT-OUTCOME    PIC X(8) VALUE SPACES.
       01  WS-AUTHORIZED       PIC X(1) VALUE "N".
       01  WS-OPERATOR-ROLE    PIC X(10) VALUE SPACES.
       01  WS-OP-RESULT        PIC 9(2) VALUE ZERO.

       PROCEDURE DIVISION.
           ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT "OPERATOR-ID".
           MOVE "START" TO WS-AUDIT-OUTCOME.
           CALL "AUDITLOG" USING WS-PROGRAM-NAME WS-OPERATOR-ID
                                  WS-AUDIT-OUTCOME.

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

           *> Nothing has been asked for until JOBSUBMIT first
           *> queues a request - no JOBREQ file means nothing to show.
           OPEN INPUT JOB-QUEUE.
           IF WS-QUEUE-STATUS = "35"
              DISPLAY "No batch job requests have been made."
              MOVE "NOMATCH" TO WS-AUDIT-OUTCOME
              CALL "AUDITLOG" USING WS-PROGRAM-NAME WS-OPERATOR-ID
                                     WS-AUDIT-OUTCOME
              MOVE 4 TO RETURN-CODE
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

           IF WS-OPERATOR-ROLE = "SUPERVISOR"
              OR WS-OPERATOR-ROLE = "ADMIN"
              DISPLAY "List every operator's requests? (Y/N): "
                      WITH NO ADVANCING
              ACCEPT WS-ALL-OPERATORS
           END-IF.

           DISPLAY " ".
           DISPLAY "Request Operator Program      Submitted Status   "
                   "Start End   RC   Output / note".
           DISPLAY "======= ======== ============ ========= ======== "
                   "===== ===== ==== ==========================".

           IF WS-LIST-EVERYONE
              PERFORM 1000-LIST-ALL-REQUESTS
           ELSE
              PERFORM 2000-LIST-OWN-REQUESTS
           END-IF.

           CLOSE JOB-QUEUE.

           DISPLAY " ".
           DISPLAY WS-LISTED-COUNT " request(s) listed, "
                   WS-WAITING-COUNT " still queued or running.".

           IF WS-LISTED-COUNT = 0
              MOVE 4 TO WS-OP-RESULT
              MOVE "NOMATCH" TO WS-AUDIT-OUTCOME
           ELSE
              MOVE 0 TO WS-OP-RESULT
              MOVE "SUCCESS" TO WS-AUDIT-OUTCOME
           END-IF.
           CALL "AUDITLOG" USING WS-PROGRAM-NAME WS-OPERATOR-ID
                                  WS-AUDIT-OUTCOME.

           MOVE WS-OP-RESULT TO RETURN-CODE.

           GOBACK.

       1000-LIST-ALL-REQUESTS.
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
                    PERFORM 3000-SHOW-REQUEST
              END-READ
           END-PERFORM.

      *> The caller's own requests through the alternate key - they
      *> come back in the order they were queued.
       2000-LIST-OWN-REQUESTS.
           MOVE WS-OPERATOR-ID TO JQ-REQUESTED-BY.
           START JOB-QUEUE
              KEY IS EQUAL TO JQ-REQUESTED-BY
              INVALID KEY
                 MOVE "Y" TO WS-QUEUE-EOF
           END-START.
           PERFORM UNTIL WS-QUEUE-EOF = "Y"
              READ JOB-QUEUE NEXT RECORD
                 AT END
                    MOVE "Y" TO WS-QUEUE-EOF
                 NOT AT END
                    IF JQ-REQUESTED-BY NOT = WS-OPERATOR-ID
                       MOVE "Y" TO WS-QUEUE-EOF
                    ELSE
                       PERFORM 3000-SHOW-REQUEST
                    END-IF
              END-READ
           END-PERFORM.

       3000-SHOW-REQUEST.
           ADD 1 TO WS-LISTED-COUNT.
           MOVE SPACES TO WS-START-HHMM WS-END-HHMM WS-SHOW-RC.
           EVALUATE TRUE
              WHEN JQ-QUEUED
                 MOVE "QUEUED"  TO WS-STATUS-TEXT
                 ADD 1 TO WS-WAITING-COUNT
              WHEN JQ-RUNNING
                 MOVE "RUNNING" TO WS-STATUS-TEXT
                 ADD 1 TO WS-WAITING-COUNT
              WHEN JQ-DONE
                 MOVE "DONE"    TO WS-STATUS-TEXT
              WHEN JQ-FAILED
                 MOVE "FAILED"  TO WS-STATUS-TEXT
              WHEN JQ-REFUSED
                 MOVE "REFUSED" TO WS-STATUS-TEXT
              WHEN OTHER
                 MOVE JQ-STATUS TO WS-STATUS-TEXT
           END-EVALUATE.
           IF JQ-START-DATE NOT = ZERO
              STRING JQ-START-TIME(1:2) DELIMITED BY SIZE
                     ":" DELIMITED BY SIZE
                     JQ-START-TIME(3:2) DELIMITED BY SIZE
                     INTO WS-START-HHMM
              END-STRING
           END-IF.
           IF JQ-END-DATE NOT = ZERO
              STRING JQ-END-TIME(1:2) DELIMITED BY SIZE
                     ":" DELIMITED BY SIZE
                     JQ-END-TIME(3:2) DELIMITED BY SIZE
                     INTO WS-END-HHMM
              END-STRING
              MOVE JQ-RETURN-CODE TO WS-SHOW-RC
           END-IF.
           IF JQ-NOTE NOT = SPACES
              DISPLAY JQ-REQUEST-ID "  " JQ-REQUESTED-BY " "
                      JQ-PROGRAM-ID " " JQ-SUBMIT-DATE " "
                      WS-STATUS-TEXT " " WS-START-HHMM " "
                      WS-END-HHMM " " WS-SHOW-RC " "
                      FUNCTION TRIM(JQ-NOTE)
           ELSE
              DISPLAY JQ-REQUEST-ID "  " JQ-REQUESTED-BY " "
                      JQ-PROGRAM-ID " " JQ-SUBMIT-DATE " "
                      WS-STATUS-TEXT " " WS-START-HHMM " "
                      WS-END-HHMM " " WS-SHOW-RC " "
                      FUNCTION TRIM(JQ-OUTPUT-FILE)
           END-IF.
           MOVE 1 TO WS-PARM-SUB.
           PERFORM UNTIL WS-PARM-SUB > 4
              IF JQ-PARM-NAME(WS-PARM-SUB) NOT = SPACES
                 DISPLAY "          "
                         FUNCTION TRIM(JQ-PARM-NAME(WS-PARM-SUB))
                         "=" FUNCTION TRIM(JQ-PARM-VALUE(WS-PARM-SUB))
              END-IF
              ADD 1 TO WS-PARM-SUB
           END-PERFORM.
