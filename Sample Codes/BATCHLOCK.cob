      *                     across the steps that use that resource.
      *                     The lock record carries both flags with
      *                     the date and time last touched.
      *    2026-10-15  RDM  New JOBS resource: the daytime JOBRUN
      *                     runner's own lock, with its own date and
      *                     time. ALL leaves it alone, and a JOBS
      *                     flag from an earlier day counts as stale.
      *                     The window date is kept as it was set.
      *    ============================================================

       IDENTIFICATION DIVISION.
           05 LOCK-SET-DATE    PIC 9(8).
           05 FILLER           PIC X.
           05 LOCK-SET-TIME    PIC 9(8).
           05 FILLER           PIC X.
           05 LOCK-JOBS-FLAG   PIC X(1).
           05 FILLER           PIC X.
           05 LOCK-JOBS-DATE   PIC 9(8).
           05 FILLER           PIC X.
           05 LOCK-JOBS-TIME   PIC 9(8).

       WORKING-STORAGE SECTION.
       01  WS-LOCK-FILE-NAME   PIC X(26) VALUE "BATCHLCK.DAT".
      *> leaves the other's state alone.
       01  WS-CUST-FLAG        PIC X(1) VALUE "N".
       01  WS-USER-FLAG        PIC X(1) VALUE "N".
       01  WS-SET-DATE         PIC 9(8) VALUE ZERO.
       01  WS-SET-TIME         PIC 9(8) VALUE ZERO.

      *> The daytime runner's own flag, with its own date and time so
      *> the window lock's age stays what READINESS reports.
       01  WS-JOBS-FLAG        PIC X(1) VALUE "N".
       01  WS-JOBS-DATE        PIC 9(8) VALUE ZERO.
       01  WS-JOBS-TIME        PIC 9(8) VALUE ZERO.
       01  WS-TODAY            PIC 9(8) VALUE ZERO.

       LINKAGE SECTION.
       01  LK-ACTION           PIC X(1).
                                 LK-RESOURCE.
           CALL "FILERES" USING WS-LOCK-FILE-NAME.
           MOVE "N" TO LK-LOCK-STATE.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.

           PERFORM 1000-READ-STANDING-FLAGS.

           IF LK-RESOURCE = "JOBS"
              PERFORM 3000-RUNNER-LOCK
              GOBACK
           END-IF.

           EVALUATE LK-ACTION
              WHEN "S"
                 IF LK-RESOURCE = "CUST" OR LK-RESOURCE = "ALL "
                 IF LK-RESOURCE = "USER" OR LK-RESOURCE = "ALL "
                    MOVE "Y" TO WS-USER-FLAG
                 END-IF
                 MOVE WS-TODAY TO WS-SET-DATE
                 ACCEPT WS-SET-TIME FROM TIME
                 PERFORM 2000-WRITE-FLAGS
                 MOVE "Y" TO LK-LOCK-STATE
              WHEN "C"
                 IF LK-RESOURCE = "USER" OR LK-RESOURCE = "ALL "
                    MOVE "N" TO WS-USER-FLAG
                 END-IF
                 MOVE WS-TODAY TO WS-SET-DATE
                 ACCEPT WS-SET-TIME FROM TIME
                 PERFORM 2000-WRITE-FLAGS
                 MOVE "N" TO LK-LOCK-STATE
              WHEN OTHER
       1000-READ-STANDING-FLAGS.
           MOVE "N" TO WS-CUST-FLAG.
           MOVE "N" TO WS-USER-FLAG.
           MOVE "N" TO WS-JOBS-FLAG.
           MOVE ZERO TO WS-SET-DATE WS-SET-TIME.
           MOVE ZERO TO WS-JOBS-DATE WS-JOBS-TIME.
           OPEN INPUT LOCK-FILE.
           IF WS-LOCK-STATUS = "00"
              READ LOCK-FILE
                    IF LOCK-USER-FLAG = "Y"
                       MOVE "Y" TO WS-USER-FLAG
                    END-IF
                    IF LOCK-SET-DATE IS NUMERIC
                       MOVE LOCK-SET-DATE TO WS-SET-DATE
                       MOVE LOCK-SET-TIME TO WS-SET-TIME
                    END-IF
                    IF LOCK-JOBS-FLAG = "Y"
                       AND LOCK-JOBS-DATE IS NUMERIC
                       MOVE "Y" TO WS-JOBS-FLAG
                       MOVE LOCK-JOBS-DATE TO WS-JOBS-DATE
                       MOVE LOCK-JOBS-TIME TO WS-JOBS-TIME
                    END-IF
              END-READ
              CLOSE LOCK-FILE
           END-IF.
           MOVE SPACES TO LOCK-RECORD.
           MOVE WS-CUST-FLAG TO LOCK-CUST-FLAG.
           MOVE WS-USER-FLAG TO LOCK-USER-FLAG.
           MOVE WS-SET-DATE TO LOCK-SET-DATE.
           MOVE WS-SET-TIME TO LOCK-SET-TIME.
           MOVE WS-JOBS-FLAG TO LOCK-JOBS-FLAG.
           MOVE WS-JOBS-DATE TO LOCK-JOBS-DATE.
           MOVE WS-JOBS-TIME TO LOCK-JOBS-TIME.
           WRITE LOCK-RECORD.
           CLOSE LOCK-FILE.

      *> JOBS is the daytime runner's own lock, apart from the batch
      *> window - ALL leaves it alone. A runner flag left from an
      *> earlier day belongs to a runner that died, and no longer
      *> holds the queue.
       3000-RUNNER-LOCK.
           EVALUATE LK-ACTION
              WHEN "S"
                 MOVE "Y" TO WS-JOBS-FLAG
                 MOVE WS-TODAY TO WS-JOBS-DATE
                 ACCEPT WS-JOBS-TIME FROM TIME
                 PERFORM 2000-WRITE-FLAGS
                 MOVE "Y" TO LK-LOCK-STATE
              WHEN "C"
                 MOVE "N" TO WS-JOBS-FLAG
                 MOVE WS-TODAY TO WS-JOBS-DATE
                 ACCEPT WS-JOBS-TIME FROM TIME
                 PERFORM 2000-WRITE-FLAGS
                 MOVE "N" TO LK-LOCK-STATE
              WHEN OTHER
                 IF WS-JOBS-FLAG = "Y"
                    AND WS-JOBS-DATE = WS-TODAY
                    MOVE "Y" TO LK-LOCK-STATE
                 END-IF
           END-EVALUATE.
