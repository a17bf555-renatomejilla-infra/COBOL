      *                     all. The session token already pins the
      *                     environment; it now pins the company
      *                     too.
      *    2026-10-15  RDM  An interactive sign-on that is granted -
      *                     full check or session token - now shows
      *                     the operator's unread, unexpired
      *                     BROADCAST.DAT messages for their role
      *                     through the shared BCASTSHOW before control
      *                     goes back to the caller, recording each
      *                     acknowledgement. Unattended runs
      *                     (OPERATOR-PASSWORD in the environment) are
      *                     never held up waiting for one.
      *    ============================================================

       $set sql(dbman=odbc)
              MOVE "SESSION" TO WS-DECISION
              CALL "SECLOG" USING LK-CALLER LK-OPERATOR-ID
                                   WS-DECISION
              PERFORM 1400-SHOW-BROADCASTS
              GOBACK
           END-IF.

                DISCONNECT CURRENT
           END-EXEC.

           IF LK-AUTHORIZED = "Y"
              PERFORM 1400-SHOW-BROADCASTS
           END-IF.

           GOBACK.

      *> The username alone no longer authorizes anyone - the caller
           END-IF.
           EXEC SQL COMMIT END-EXEC.

      *> Broadcasts wait for an acknowledgement at the terminal, so
      *> only a sign-on with someone at the keyboard gets them - the
      *> unattended runs supply OPERATOR-PASSWORD in the environment.
       1400-SHOW-BROADCASTS.
           ACCEPT WS-PASSWORD FROM ENVIRONMENT "OPERATOR-PASSWORD".
           IF WS-PASSWORD = SPACES
              CALL "BCASTSHOW" USING LK-OPERATOR-ID LK-ROLE LK-CALLER
           END-IF.
           MOVE SPACES TO WS-PASSWORD.

      *> An unexpired token for this same operator stands in for the
      *> full database check - no DBCONNECT, one file read.
       0500-CHECK-SESSION-TOKEN.
