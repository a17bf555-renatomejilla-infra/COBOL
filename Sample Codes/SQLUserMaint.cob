      *                     OPERATOR and routine name corrections
      *                     stay single-step so the day-to-day
      *                     doesn't slow down.
      *    2026-10-15  RDM  Added option 5, recording the supervisor
      *                     responsible for each account (a new
      *                     supervisor column on userid, an active
      *                     SUPERVISOR or ADMIN, never the account
      *                     itself) with a userid_hist row. USERRECERT
      *                     assigns each account's quarterly access
      *                     attestation to that supervisor.
      *    ============================================================

       $set sql(dbman=odbc)
       01  ws-elev-exp-text  pic x(8) value spaces.
       01  ws-elev-expiry    pic s9(9) comp-5 value zero.

      *    Responsible-supervisor entry fields - see
      *    6000-set-supervisor.
       01  ws-supervisor     pic x(30) value spaces.
       01  ws-sup-role       pic x(10) value spaces.

      *    Approval-queue fields - privileged changes go to
      *    userid_pend for a second pair of eyes (USERAPPRV).
       01  ws-target-role    pic x(10) value spaces.
           display "2. Deactivate a user".
           display "3. Set a user's sign-on window".
           display "4. Grant/clear a temporary role elevation".
           display "5. Set a user's responsible supervisor".
           display "0. Exit".
           display "Select an option: " with no advancing.
           accept ws-menu-choice.
              when 2
              when 3
              when 4
              when 5
      *    Every maintenance operation changes the table other
      *    operators authorize against - SUPERVISOR or better only.
                 if ws-operator-role = "SUPERVISOR"
                          perform 3000-set-shift-window
                       when 4
                          perform 4000-grant-elevation
                       when 5
                          perform 6000-set-supervisor
                    end-evaluate
                 else
                    display "This operation requires the SUPERVISOR "
                      "supervisor applies it through USERAPPRV."
              move 0 to ws-op-result
           end-if.

      *    The supervisor who answers for this account in the
      *    USERRECERT access recertification - an active SUPERVISOR
      *    or ADMIN, never the account itself. Blank clears it, and
      *    the account's items then fall to the ADMINs.
       6000-set-supervisor.
           display "Username to set the supervisor for: "
                   with no advancing.
           accept WS-USER-USERNAME.

           exec sql
                select count(*) into :ws-found-count
                       from userid
                       where username = :WS-USER-USERNAME
           end-exec.

           if ws-found-count = 0
              display "No user found with that username."
              move 4 to ws-op-result
           else
              exec sql
                   select firstname, lastname, active
                          into :ws-old-firstname, :ws-old-lastname,
                               :ws-old-active
                          from userid
                          where username = :WS-USER-USERNAME
              end-exec

              display "Responsible supervisor (blank to clear): "
                      with no advancing
              accept ws-supervisor

              move zero to ws-op-result
              if ws-supervisor not = spaces
                 if ws-supervisor = WS-USER-USERNAME
                    display "An account cannot supervise itself. "
                            "Nothing changed."
                    move 4 to ws-op-result
                 else
                    move spaces to ws-sup-role
                    exec sql
                         select coalesce(role, 'OPERATOR')
                                into :ws-sup-role
                                from userid
                                where username = :ws-supervisor
                                  and active in ('Y', '1')
                    end-exec
                    if ws-sup-role not = "SUPERVISOR"
                       and ws-sup-role not = "ADMIN"
                       display "The supervisor must be an active "
                               "SUPERVISOR or ADMIN. Nothing changed."
                       move 4 to ws-op-result
                    end-if
                 end-if
              end-if

              if ws-op-result = 0
                 exec sql
                      update userid
                         set supervisor = :ws-supervisor
                         where username = :WS-USER-USERNAME
                 end-exec
                 move sqlcode to ws-sqlcode
                 if ws-sqlcode not = 0
                    display "Supervisor update failed. SQLCODE="
                            ws-sqlcode
                    display sqlerrmc
                    move 16 to ws-op-result
                 else
                    move ws-old-firstname to WS-USER-FIRSTNAME
                    move ws-old-lastname  to WS-USER-LASTNAME
                    move ws-old-active    to WS-USER-ACTIVE
                    move "SUPERVISOR" to ws-hist-type
                    perform 1500-insert-history
                    exec sql commit end-exec
                    display "Responsible supervisor set."
                 end-if
              end-if
           end-if.
