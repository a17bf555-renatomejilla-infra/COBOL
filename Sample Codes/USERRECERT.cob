      *    Author      : Renato D. Mejilla
      *    Date        : October 15, 2026
      *    Description : Quarterly operator access recertification.
      *                  USERDORM closes accounts nobody uses, but
      *                  nothing asked whether an account still in use
      *                  still needs the role it holds - the security
      *                  review wants that attested every year. Four
      *                  modes, from USERRECERT-MODE or the menu:
      *                  O opens a cycle - one userid_recert item per
      *                    active userid row, assigned to the
      *                    supervisor recorded on the row (SQLUserMaint
      *                    option 5), due USERRECERT-DAYS days out
      *                    (default 30). The cycle ID comes from
      *                    USERRECERT-CYCLE or defaults to the quarter
      *                    (e.g. 2026Q4).
      *                  R walks the signed-on supervisor's open items
      *                    on screen: confirm, downgrade the role, or
      *                    revoke the account. Every decision writes a
      *                    userid_hist row. Revoking a SUPERVISOR or
      *                    ADMIN account queues the deactivation on
      *                    userid_pend for USERAPPRV like any other
      *                    privileged deactivation. Nobody attests
      *                    their own account; ADMINs also see items
      *                    with no supervisor, a self-assigned one, or
      *                    one no longer active.
      *                  E escalates every item still open past its
      *                    deadline through OPERALERT, once per item.
      *                    Runs as a NIGHTLYRUN step.
      *                  C prints RECERT.RPT for a cycle (latest by
      *                    default) - every item with its outcome and
      *                    who decided it, and a verdict line proving
      *                    the cycle complete or naming what is not.
      *                  RETURN-CODE 0 done (C: every account
      *                  reviewed), 4 C: items still open, 8 refused.
      *    Compiler    : Micro Focus Visual COBOL
      *    ============================================================

       $set sql(dbman=odbc)
       identification division.
       program-id.     USERRECERT.

       environment division.
       input-output section.
       file-control.
           select recert-report assign to ws-rpt-file-name
                                  organization line sequential
                                  file status is ws-report-status.

       data division.
       file section.
       fd  recert-report.
       01  recert-report-line   pic x(132).

       working-storage section.
       exec sql include sqlca end-exec.

       copy USERREC.

       01  ws-rpt-file-name    pic x(26) value "RECERT.RPT".
       01  ws-report-status    pic xx value "00".

       01  ws-sqlcode          pic s9(9) comp-5 value zero.
       01  ws-item-count       pic s9(9) comp-5 value zero.
       01  ws-unassigned-count pic s9(9) comp-5 value zero.

       01  ws-acmits-env       pic x(4) value "PROD".
       01  ws-env-var-name     pic x(30) value spaces.
       01  ws-dsn-name         pic x(30) value spaces.
       01  ws-db-user          pic x(20) value spaces.
       01  ws-db-pass          pic x(20) value spaces.

       01  ws-mode             pic x(1) value space.
           88 ws-mode-open     value "O".
           88 ws-mode-review   value "R".
           88 ws-mode-escalate value "E".
           88 ws-mode-close    value "C".

       01  ws-curr-date        pic 9(8) value zero.
       01  ws-curr-date-x redefines ws-curr-date.
           05  ws-curr-year    pic 9(4).
           05  ws-curr-month   pic 99.
           05  ws-curr-day     pic 99.
       01  ws-quarter          pic 9 value zero.
       01  ws-days-text        pic x(3) value spaces.
       01  ws-days-allowed     pic 9(3) value 30.
       01  ws-deadline         pic 9(8) value zero.

      *    The cycle and the item in hand.
       01  ws-cycle-id         pic x(8) value spaces.
       01  ws-role-at-open     pic x(10) value spaces.
       01  ws-assigned-to      pic x(30) value spaces.
       01  ws-item-status      pic x(1) value space.
       01  ws-item-deadline    pic 9(8) value zero.
       01  ws-decided-by       pic x(8) value spaces.
       01  ws-decided-date     pic 9(8) value zero.
       01  ws-new-role         pic x(10) value spaces.
       01  ws-escalated-date   pic 9(8) value zero.
       01  ws-now-active       pic x(1) value space.
       01  ws-fetch-done       pic x(1) value "N".
       01  ws-decision         pic x(1) value space.
       01  ws-reviewer         pic x(30) value spaces.

      *    Role ranks for the downgrade check - a downgrade must
      *    land strictly below the role held.
       01  ws-role-text        pic x(10) value spaces.
       01  ws-role-rank        pic 9 value zero.
       01  ws-held-rank        pic 9 value zero.

       01  ws-old-firstname    pic x(30) value spaces.
       01  ws-old-lastname     pic x(30) value spaces.
       01  ws-old-active       pic x(1) value space.
       01  ws-old-role         pic x(10) value spaces.
       01  ws-hist-type        pic x(10) value spaces.
       01  ws-hist-date        pic 9(8) value zero.
       01  ws-hist-time        pic 9(8) value zero.
       01  ws-pend-date        pic 9(8) value zero.
       01  ws-pend-time        pic 9(8) value zero.

      *    Operator-alert fields for an overdue item.
       01  ws-alert-severity   pic x(1) value "W".
       01  ws-alert-message    pic x(60) value spaces.

      *    Closing-report page control and line work.
       01  ws-company-code     pic x(4) value spaces.
       01  ws-lines-on-page    pic 99 value 99.
       01  ws-lines-per-page   pic 99 value 60.
       01  ws-page-number      pic 999 value zero.
       01  ws-outcome-text     pic x(20) value spaces.
       01  ws-decided-text     pic x(8) value spaces.
       01  ws-date-text        pic x(8) value spaces.

       01  ws-confirmed-count  pic 9(5) value zero.
       01  ws-downgraded-count pic 9(5) value zero.
       01  ws-revoked-count    pic 9(5) value zero.
       01  ws-queued-count     pic 9(5) value zero.
       01  ws-inactive-count   pic 9(5) value zero.
       01  ws-open-count       pic 9(5) value zero.
       01  ws-escalated-count  pic 9(5) value zero.
       01  ws-skipped-count    pic 9(5) value zero.
       01  ws-listed-count     pic 9(5) value zero.

       01  ws-operator-id      pic x(8) value spaces.
       01  ws-program-name     pic x(20) value "USERRECERT".
       01  ws-audit-outcome    pic x(8) value spaces.
       01  ws-authorized       pic x(1) value "N".
       01  ws-operator-role    pic x(10) value spaces.
       01  ws-op-result        pic 9(2) value zero.

       procedure division.
           accept ws-operator-id from environment "OPERATOR-ID".
           move "START" to ws-audit-outcome.
           call "AUDITLOG" using ws-program-name ws-operator-id
                                  ws-audit-outcome.

           call "FILERES" using ws-rpt-file-name.
           accept ws-company-code from environment "ACMITS-COMPANY".
           if ws-company-code = spaces
              move "BASE" to ws-company-code
           end-if.

           accept ws-mode from environment "USERRECERT-MODE".
           if ws-mode = space
              display "1. Open a recertification cycle"
              display "2. Review my recertification items"
              display "3. Escalate overdue items"
              display "4. Print the closing report"
              display "Select an option: " with no advancing
              accept ws-mode
              evaluate ws-mode
                 when "1"
                    move "O" to ws-mode
                 when "2"
                    move "R" to ws-mode
                 when "3"
                    move "E" to ws-mode
                 when "4"
                    move "C" to ws-mode
              end-evaluate
           end-if.
           move function upper-case(ws-mode) to ws-mode.
           if not ws-mode-open and not ws-mode-review
              and not ws-mode-escalate and not ws-mode-close
              display "Mode must be O, R, E, or C. Nothing done."
              move "FAIL" to ws-audit-outcome
              call "AUDITLOG" using ws-program-name ws-operator-id
                                     ws-audit-outcome
              move 8 to return-code
              goback
           end-if.

      *    Attesting is done by a named supervisor - the review
      *    needs the signed-on identity and its role.
           if ws-mode-review
              call "SIGNON" using ws-operator-id ws-authorized
                                   ws-operator-role ws-program-name
              if ws-authorized not = "Y"
                 display "Operator not recognized or inactive. "
                         "Access denied."
                 move "DENIED" to ws-audit-outcome
                 call "AUDITLOG" using ws-program-name
                      ws-operator-id ws-audit-outcome
                 move 8 to return-code
                 goback
              end-if
              if ws-operator-role not = "SUPERVISOR"
                 and ws-operator-role not = "ADMIN"
                 display "Recertification review requires the "
                         "SUPERVISOR role."
                 move "DENIED" to ws-audit-outcome
                 call "AUDITLOG" using ws-program-name
                      ws-operator-id ws-audit-outcome
                 move 8 to return-code
                 goback
              end-if
           end-if.

           accept ws-curr-date from date yyyymmdd.

           accept ws-acmits-env from environment "ACMITS-ENV".
           if ws-acmits-env = spaces
              move "PROD" to ws-acmits-env
           end-if.

           string "PG_ACMITS_" delimited by size
                  function trim(ws-acmits-env) delimited by size
                  "_DSN" delimited by size
                  into ws-env-var-name
           end-string.
           accept ws-dsn-name from environment ws-env-var-name.

           string "PG_ACMITS_" delimited by size
                  function trim(ws-acmits-env) delimited by size
                  "_USER" delimited by size
                  into ws-env-var-name
           end-string.
           accept ws-db-user from environment ws-env-var-name.

           string "PG_ACMITS_" delimited by size
                  function trim(ws-acmits-env) delimited by size
                  "_PASS" delimited by size
                  into ws-env-var-name
           end-string.
           accept ws-db-pass from environment ws-env-var-name.

           call "DBCONNECT" using ws-dsn-name ws-db-user ws-db-pass
                                   ws-sqlcode.

           if ws-sqlcode not = 0
              display "Connection failed. SQLCODE=" ws-sqlcode
              move "FAIL" to ws-audit-outcome
              call "AUDITLOG" using ws-program-name ws-operator-id
                                     ws-audit-outcome
              call "SQLERRLOG" using ws-program-name ws-sqlcode
                                      sqlerrmc
              move 8 to return-code
              goback
           end-if.

           exec sql whenever sqlerror perform 9999-sql-error-trap
           end-exec.
           exec sql whenever sqlwarning perform 9998-sql-warning-trap
           end-exec.

           evaluate true
              when ws-mode-open
                 perform 1000-open-cycle
              when ws-mode-review
                 perform 2000-review-items
              when ws-mode-escalate
                 perform 3000-escalate-overdue
              when ws-mode-close
                 perform 4000-closing-report
           end-evaluate.

           exec sql commit end-exec.
           exec sql disconnect current end-exec.

           evaluate ws-op-result
              when 0
                 move "SUCCESS" to ws-audit-outcome
              when 4
                 move "OPEN" to ws-audit-outcome
              when other
                 move "FAIL" to ws-audit-outcome
           end-evaluate.
           call "AUDITLOG" using ws-program-name ws-operator-id
                                  ws-audit-outcome.

           move ws-op-result to return-code.
           goback.

      *    One item per active account, in a single statement so a
      *    cycle is either opened whole or not at all. A cycle ID
      *    already on file is refused - reopening would duplicate
      *    every item.
       1000-open-cycle.
           accept ws-cycle-id from environment "USERRECERT-CYCLE".
           if ws-cycle-id = spaces
              compute ws-quarter = (ws-curr-month - 1) / 3 + 1
              string ws-curr-year delimited by size
                     "Q" delimited by size
                     ws-quarter delimited by size
                     into ws-cycle-id
              end-string
           end-if.
           move function upper-case(ws-cycle-id) to ws-cycle-id.

           accept ws-days-text from environment "USERRECERT-DAYS".
           if ws-days-text not = spaces
              and function test-numval(ws-days-text) = 0
              compute ws-days-allowed = function numval(ws-days-text)
           end-if.
           compute ws-deadline = function date-of-integer(
                   function integer-of-date(ws-curr-date)
                   + ws-days-allowed).

           exec sql
                select count(*) into :ws-item-count
                       from userid_recert
                       where cycle_id = :ws-cycle-id
           end-exec.
           if ws-item-count > 0
              display "Cycle " function trim(ws-cycle-id)
                      " is already open with " ws-item-count
                      " items. Nothing done."
              move 8 to ws-op-result
           else
              exec sql
                   insert into userid_recert
                        (cycle_id, username, role_at_open,
                         assigned_to, opened_date, deadline_date,
                         status, new_role, decided_by,
                         decided_date, decided_time, escalated_date)
                   select :ws-cycle-id, username,
                          coalesce(role, 'OPERATOR'),
                          coalesce(supervisor, ' '),
                          :ws-curr-date, :ws-deadline,
                          'P', ' ', ' ', 0, 0, 0
                          from userid
                          where active in ('Y', '1')
              end-exec
              move sqlcode to ws-sqlcode
              if ws-sqlcode not = 0
                 display "Cycle could not be opened. SQLCODE="
                         ws-sqlcode
                 exec sql rollback end-exec
                 move 16 to ws-op-result
              else
                 exec sql
                      select count(*) into :ws-item-count
                             from userid_recert
                             where cycle_id = :ws-cycle-id
                 end-exec
                 exec sql
                      select count(*) into :ws-unassigned-count
                             from userid_recert
                             where cycle_id = :ws-cycle-id
                               and assigned_to = ' '
                 end-exec
                 display "Cycle " function trim(ws-cycle-id)
                         " opened: " ws-item-count
                         " items due " ws-deadline "."
                 if ws-unassigned-count > 0
                    display ws-unassigned-count " items have no "
                            "supervisor recorded and fall to the "
                            "ADMINs."
                 end-if
                 move 0 to ws-op-result
              end-if
           end-if.

      *    The signed-on supervisor's open items, oldest cycle first.
      *    An account closed since the cycle opened needs no
      *    attestation and is left out.
       2000-review-items.
           move ws-operator-id to ws-reviewer.
           exec sql
                declare R1 cursor for
                select r.cycle_id, r.username, r.role_at_open,
                       r.assigned_to, r.deadline_date,
                       u.firstname, u.lastname, u.active,
                       coalesce(u.role, 'OPERATOR')
                       from userid_recert r, userid u
                       where r.status = 'P'
                         and u.username = r.username
                         and u.active in ('Y', '1')
                         and r.username <> :ws-reviewer
                         and (r.assigned_to = :ws-reviewer
                              or (:ws-operator-role = 'ADMIN'
                                  and (r.assigned_to = ' '
                                       or r.assigned_to = r.username
                                       or r.assigned_to not in
                                          (select s.username
                                             from userid s
                                            where s.active
                                                  in ('Y', '1')))))
                       order by r.cycle_id, r.username
           end-exec.
           exec sql open R1 end-exec.

           move "N" to ws-fetch-done.
           perform until ws-fetch-done = "Y"
              exec sql
                   fetch R1 into :ws-cycle-id, :WS-USER-USERNAME,
                                 :ws-role-at-open, :ws-assigned-to,
                                 :ws-item-deadline,
                                 :ws-old-firstname, :ws-old-lastname,
                                 :ws-old-active, :ws-old-role
              end-exec
              if sqlcode = 0
                 perform 2100-review-one-item
              else
                 move "Y" to ws-fetch-done
              end-if
           end-perform.
           exec sql close R1 end-exec.

           display " ".
           display "Confirmed     : " ws-confirmed-count.
           display "Downgraded    : " ws-downgraded-count.
           display "Revoked       : " ws-revoked-count.
           display "Revoke queued : " ws-queued-count.
           display "Left open     : " ws-skipped-count.
           move 0 to ws-op-result.

       2100-review-one-item.
           display " ".
           display "Cycle " function trim(ws-cycle-id)
                   ": " function trim(WS-USER-USERNAME)
                   " (" function trim(ws-old-firstname)
                   " " function trim(ws-old-lastname) ")".
           display "  Holds " function trim(ws-old-role)
                   ", due " ws-item-deadline.
           if ws-item-deadline < ws-curr-date
              display "  OVERDUE."
           end-if.
           display "  Confirm, Downgrade, Revoke, or Skip "
                   "(C/D/R/S): " with no advancing.
           accept ws-decision.
           evaluate ws-decision
              when "C"
              when "c"
                 perform 2200-confirm-item
              when "D"
              when "d"
                 perform 2300-downgrade-item
              when "R"
              when "r"
                 perform 2400-revoke-item
              when other
                 add 1 to ws-skipped-count
           end-evaluate.

       2200-confirm-item.
           move ws-old-firstname to WS-USER-FIRSTNAME.
           move ws-old-lastname  to WS-USER-LASTNAME.
           move ws-old-active    to WS-USER-ACTIVE.
           move ws-old-role      to WS-USER-ROLE.
           move "RECERTOK" to ws-hist-type.
           perform 2500-insert-history.
           move "C" to ws-item-status.
           move spaces to ws-new-role.
           perform 2600-mark-item.
           add 1 to ws-confirmed-count.
           display "  Confirmed.".

      *    A downgrade only ever takes privilege away, so it applies
      *    on the spot - the two-person queue guards grants.
       2300-downgrade-item.
           move ws-old-role to ws-role-text.
           perform 2900-rank-role.
           move ws-role-rank to ws-held-rank.
           display "  New role (OPERATOR/SUPERVISOR): "
                   with no advancing.
           accept ws-new-role.
           move function upper-case(ws-new-role) to ws-new-role.
           move ws-new-role to ws-role-text.
           perform 2900-rank-role.
           if ws-role-rank = 0 or ws-role-rank not < ws-held-rank
              display "  Not a lower role than "
                      function trim(ws-old-role)
                      " - item left open."
              add 1 to ws-skipped-count
           else
              exec sql
                   update userid
                      set role = :ws-new-role
                      where username = :WS-USER-USERNAME
              end-exec
              move sqlcode to ws-sqlcode
              if ws-sqlcode not = 0
                 display "  Downgrade failed. SQLCODE=" ws-sqlcode
                 add 1 to ws-skipped-count
              else
                 move ws-old-firstname to WS-USER-FIRSTNAME
                 move ws-old-lastname  to WS-USER-LASTNAME
                 move ws-old-active    to WS-USER-ACTIVE
                 move ws-new-role      to WS-USER-ROLE
                 move "RECERTDN" to ws-hist-type
                 perform 2500-insert-history
                 move "D" to ws-item-status
                 perform 2600-mark-item
                 add 1 to ws-downgraded-count
                 display "  Downgraded to "
                         function trim(ws-new-role) "."
              end-if
           end-if.

      *    An ordinary OPERATOR is closed on the spot, as in
      *    SQLUserMaint. A privileged account goes to userid_pend
      *    for a different supervisor to apply through USERAPPRV.
       2400-revoke-item.
           move ws-old-firstname to WS-USER-FIRSTNAME.
           move ws-old-lastname  to WS-USER-LASTNAME.
           move ws-old-role      to WS-USER-ROLE.
           move spaces to ws-new-role.
           if ws-old-role = "SUPERVISOR" or ws-old-role = "ADMIN"
              accept ws-pend-date from date yyyymmdd
              accept ws-pend-time from time
              exec sql
                   insert into userid_pend
                        (username, changetype, new_role, new_expiry,
                         requested_by, requested_date,
                         requested_time, status)
                   values (:WS-USER-USERNAME, 'DEACTIVATE', ' ', 0,
                           :ws-operator-id, :ws-pend-date,
                           :ws-pend-time, 'P')
              end-exec
              move sqlcode to ws-sqlcode
              if ws-sqlcode not = 0
                 display "  Could not queue the revocation. "
                         "SQLCODE=" ws-sqlcode
                 add 1 to ws-skipped-count
              else
                 move ws-old-active to WS-USER-ACTIVE
                 move "RECERTRQ" to ws-hist-type
                 perform 2500-insert-history
                 move "Q" to ws-item-status
                 perform 2600-mark-item
                 add 1 to ws-queued-count
                 display "  Revocation queued - a different "
                         "supervisor applies it through USERAPPRV."
              end-if
           else
              exec sql
                   update userid
                      set active = 'N'
                      where username = :WS-USER-USERNAME
              end-exec
              move sqlcode to ws-sqlcode
              if ws-sqlcode not = 0
                 display "  Revocation failed. SQLCODE=" ws-sqlcode
                 add 1 to ws-skipped-count
              else
                 move "N" to WS-USER-ACTIVE
                 move "RECERTRV" to ws-hist-type
                 perform 2500-insert-history
                 move "R" to ws-item-status
                 perform 2600-mark-item
                 add 1 to ws-revoked-count
                 display "  Account revoked."
              end-if
           end-if.

      *    The history row the other userid programs write, carrying
      *    the role before and after so a downgrade is provable from
      *    the history alone.
       2500-insert-history.
           accept ws-hist-date from date yyyymmdd.
           accept ws-hist-time from time.
           exec sql
                insert into userid_hist
                     (username, changetype,
                      old_firstname, old_lastname, old_active,
                      new_firstname, new_lastname, new_active,
                      old_role, new_role,
                      changed_by, changed_date, changed_time)
                values (:WS-USER-USERNAME, :ws-hist-type,
                        :ws-old-firstname, :ws-old-lastname,
                        :ws-old-active,
                        :WS-USER-FIRSTNAME, :WS-USER-LASTNAME,
                        :WS-USER-ACTIVE,
                        :ws-old-role, :WS-USER-ROLE,
                        :ws-operator-id, :ws-hist-date,
                        :ws-hist-time)
           end-exec.
           if sqlcode not = 0
              display "History insert failed. SQLCODE=" sqlcode
           end-if.

       2600-mark-item.
           exec sql
                update userid_recert
                   set status       = :ws-item-status,
                       new_role     = :ws-new-role,
                       decided_by   = :ws-operator-id,
                       decided_date = :ws-hist-date,
                       decided_time = :ws-hist-time
                   where cycle_id = :ws-cycle-id
                     and username = :WS-USER-USERNAME
                     and status = 'P'
           end-exec.

       2900-rank-role.
           evaluate ws-role-text
              when "OPERATOR"
                 move 1 to ws-role-rank
              when "SUPERVISOR"
                 move 2 to ws-role-rank
              when "ADMIN"
                 move 3 to ws-role-rank
              when other
                 move 0 to ws-role-rank
           end-evaluate.

      *    Each open item past its deadline raises one alert; the
      *    stamp afterwards keeps tomorrow's run from raising it
      *    again. The stamp is one statement after the cursor is
      *    closed, not an update under it.
       3000-escalate-overdue.
           exec sql
                declare E1 cursor for
                select r.cycle_id, r.username, r.assigned_to,
                       r.deadline_date
                       from userid_recert r, userid u
                       where r.status = 'P'
                         and r.deadline_date < :ws-curr-date
                         and r.escalated_date = 0
                         and u.username = r.username
                         and u.active in ('Y', '1')
                       order by r.cycle_id, r.assigned_to,
                                r.username
           end-exec.
           exec sql open E1 end-exec.

           move "N" to ws-fetch-done.
           perform until ws-fetch-done = "Y"
              exec sql
                   fetch E1 into :ws-cycle-id, :WS-USER-USERNAME,
                                 :ws-assigned-to, :ws-item-deadline
              end-exec
              if sqlcode = 0
                 perform 3100-alert-overdue-item
              else
                 move "Y" to ws-fetch-done
              end-if
           end-perform.
           exec sql close E1 end-exec.

           if ws-escalated-count > 0
              exec sql
                   update userid_recert
                      set escalated_date = :ws-curr-date
                      where status = 'P'
                        and deadline_date < :ws-curr-date
                        and escalated_date = 0
              end-exec
           end-if.

           display "Overdue recertification items escalated: "
                   ws-escalated-count.
           move 0 to ws-op-result.

       3100-alert-overdue-item.
           add 1 to ws-escalated-count.
           if ws-assigned-to = spaces
              move "(ADMIN)" to ws-assigned-to
           end-if.
           move spaces to ws-alert-message.
           string "RECERT " delimited by size
                  function trim(ws-cycle-id) delimited by size
                  " OVERDUE " delimited by size
                  function trim(WS-USER-USERNAME) delimited by size
                  " SUP " delimited by size
                  function trim(ws-assigned-to) delimited by size
                  " DUE " delimited by size
                  ws-item-deadline delimited by size
                  into ws-alert-message
           end-string.
           call "OPERALERT" using ws-alert-severity ws-program-name
                                   ws-alert-message.
           display "Escalated: " function trim(ws-alert-message).

      *    The evidence for the security review: every item of the
      *    cycle with its outcome, and a verdict that either proves
      *    the cycle complete or counts what is still open.
       4000-closing-report.
           accept ws-cycle-id from environment "USERRECERT-CYCLE".
           if ws-cycle-id = spaces
              exec sql
                   select coalesce(max(cycle_id), ' ')
                          into :ws-cycle-id
                          from userid_recert
              end-exec
           end-if.
           move function upper-case(ws-cycle-id) to ws-cycle-id.
           if ws-cycle-id = spaces
              display "No recertification cycle on file. "
                      "Nothing printed."
              move 8 to ws-op-result
           else
              perform 4100-print-cycle
           end-if.

       4100-print-cycle.
           open output recert-report.
           if ws-report-status not = "00"
              display "Cannot open RECERT.RPT, status="
                      ws-report-status
              move 8 to ws-op-result
           else
              exec sql
                   declare C1 cursor for
                   select r.username, r.role_at_open, r.assigned_to,
                          r.deadline_date, r.status, r.new_role,
                          r.decided_by, r.decided_date,
                          r.escalated_date,
                          coalesce(u.active, 'N')
                          from userid_recert r
                          left join userid u
                            on u.username = r.username
                          where r.cycle_id = :ws-cycle-id
                          order by r.assigned_to, r.username
              end-exec
              exec sql open C1 end-exec

              move "N" to ws-fetch-done
              perform until ws-fetch-done = "Y"
                 exec sql
                      fetch C1 into :WS-USER-USERNAME,
                                    :ws-role-at-open,
                                    :ws-assigned-to,
                                    :ws-item-deadline,
                                    :ws-item-status, :ws-new-role,
                                    :ws-decided-by, :ws-decided-date,
                                    :ws-escalated-date,
                                    :ws-now-active
                 end-exec
                 if sqlcode = 0
                    perform 4200-print-item
                 else
                    move "Y" to ws-fetch-done
                 end-if
              end-perform
              exec sql close C1 end-exec

              perform 4500-print-totals
              close recert-report
              call "SPOOLREG" using ws-program-name ws-rpt-file-name

              display "Cycle " function trim(ws-cycle-id)
                      ": " ws-listed-count " items, "
                      ws-open-count " still open."
              display "Report written to RECERT.RPT."
              if ws-open-count > 0
                 move 4 to ws-op-result
              else
                 move 0 to ws-op-result
              end-if
           end-if.

      *    An item left open on an account closed since (USERDORM,
      *    HRTERM, SQLUserMaint) needs no attestation any more and
      *    counts as settled, not outstanding.
       4200-print-item.
           add 1 to ws-listed-count.
           move spaces to ws-decided-text.
           move spaces to ws-date-text.
           evaluate ws-item-status
              when "C"
                 move "CONFIRMED" to ws-outcome-text
                 add 1 to ws-confirmed-count
              when "D"
                 move spaces to ws-outcome-text
                 string "DOWNGRADED " delimited by size
                        ws-new-role delimited by space
                        into ws-outcome-text
                 end-string
                 add 1 to ws-downgraded-count
              when "R"
                 move "REVOKED" to ws-outcome-text
                 add 1 to ws-revoked-count
              when "Q"
                 move "REVOKE QUEUED" to ws-outcome-text
                 add 1 to ws-queued-count
              when other
                 if ws-now-active = "Y" or ws-now-active = "1"
                    move "NOT REVIEWED" to ws-outcome-text
                    add 1 to ws-open-count
                    if ws-escalated-date > 0
                       add 1 to ws-escalated-count
                    end-if
                 else
                    move "CLOSED - INACTIVE" to ws-outcome-text
                    add 1 to ws-inactive-count
                 end-if
           end-evaluate.
           if ws-item-status not = "P"
              move ws-decided-by to ws-decided-text
              move ws-decided-date to ws-date-text
           end-if.
           if ws-assigned-to = spaces
              move "(ADMIN)" to ws-assigned-to
           end-if.

           if ws-lines-on-page >= ws-lines-per-page
              perform 4900-print-headers
           end-if.
           move spaces to recert-report-line.
           move WS-USER-USERNAME(1:20) to recert-report-line(1:20).
           move ws-role-at-open  to recert-report-line(22:10).
           move ws-assigned-to(1:20) to recert-report-line(34:20).
           move ws-item-deadline to recert-report-line(56:8).
           move ws-outcome-text  to recert-report-line(66:20).
           move ws-decided-text  to recert-report-line(88:8).
           move ws-date-text     to recert-report-line(98:8).
           if ws-item-status = "P" and ws-escalated-date > 0
              move "ESCALATED" to recert-report-line(108:9)
              move ws-escalated-date to recert-report-line(118:8)
           end-if.
           write recert-report-line.
           add 1 to ws-lines-on-page.

       4500-print-totals.
           if ws-lines-on-page + 11 > ws-lines-per-page
              perform 4900-print-headers
           end-if.
           move spaces to recert-report-line.
           write recert-report-line.
           move spaces to recert-report-line.
           string "Items in cycle        : " delimited by size
                  ws-listed-count delimited by size
                  into recert-report-line
           end-string.
           write recert-report-line.
           move spaces to recert-report-line.
           string "Confirmed             : " delimited by size
                  ws-confirmed-count delimited by size
                  into recert-report-line
           end-string.
           write recert-report-line.
           move spaces to recert-report-line.
           string "Downgraded            : " delimited by size
                  ws-downgraded-count delimited by size
                  into recert-report-line
           end-string.
           write recert-report-line.
           move spaces to recert-report-line.
           string "Revoked               : " delimited by size
                  ws-revoked-count delimited by size
                  into recert-report-line
           end-string.
           write recert-report-line.
           move spaces to recert-report-line.
           string "Revocation queued     : " delimited by size
                  ws-queued-count delimited by size
                  into recert-report-line
           end-string.
           write recert-report-line.
           move spaces to recert-report-line.
           string "Closed - now inactive : " delimited by size
                  ws-inactive-count delimited by size
                  into recert-report-line
           end-string.
           write recert-report-line.
           move spaces to recert-report-line.
           string "Not reviewed          : " delimited by size
                  ws-open-count delimited by size
                  "  (escalated: " delimited by size
                  ws-escalated-count delimited by size
                  ")" delimited by size
                  into recert-report-line
           end-string.
           write recert-report-line.
           move spaces to recert-report-line.
           write recert-report-line.
           move spaces to recert-report-line.
           if ws-listed-count = 0
              move "VERDICT: CYCLE HAS NO ITEMS"
                to recert-report-line
           else
              if ws-open-count = 0
                 move "VERDICT: EVERY ACCOUNT IN THE CYCLE REVIEWED"
                   to recert-report-line
              else
                 string "VERDICT: NOT COMPLETE - " delimited by size
                        ws-open-count delimited by size
                        " ACCOUNTS NOT REVIEWED" delimited by size
                        into recert-report-line
                 end-string
              end-if
           end-if.
           write recert-report-line.

       4900-print-headers.
           add 1 to ws-page-number.
           move spaces to recert-report-line.
           string "ACCESS RECERTIFICATION - CYCLE " delimited by size
                  ws-cycle-id delimited by space
                  "   COMPANY: " delimited by size
                  ws-company-code delimited by size
                  "   RUN DATE: " delimited by size
                  ws-curr-month delimited by size
                  "/" delimited by size
                  ws-curr-day delimited by size
                  "/" delimited by size
                  ws-curr-year delimited by size
                  "   PAGE: " delimited by size
                  ws-page-number delimited by size
                  into recert-report-line
           end-string.
           if ws-page-number > 1
              write recert-report-line after advancing page
           else
              write recert-report-line
           end-if.
           move spaces to recert-report-line.
           write recert-report-line.
           move spaces to recert-report-line.
           move "USERNAME"   to recert-report-line(1:8).
           move "ROLE"       to recert-report-line(22:4).
           move "SUPERVISOR" to recert-report-line(34:10).
           move "DUE"        to recert-report-line(56:3).
           move "OUTCOME"    to recert-report-line(66:7).
           move "BY"         to recert-report-line(88:2).
           move "ON"         to recert-report-line(98:2).
           write recert-report-line.
           move all "-" to recert-report-line.
           write recert-report-line.
           move 4 to ws-lines-on-page.

       9998-sql-warning-trap.
           display "SQL WARNING - SQLCODE=" sqlcode.

       9999-sql-error-trap.
           display "SQL ERROR - SQLCODE=" sqlcode.
           display "SQLERRMC=" sqlerrmc.
           move sqlcode to ws-sqlcode.
           call "SQLERRLOG" using ws-program-name ws-sqlcode
                                   sqlerrmc.
