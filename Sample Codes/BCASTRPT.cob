      *    Author      : Renato D. Mejilla
      *    Date        : October 15, 2026
      *    Description : Broadcast read report. For every BROADCAST.DAT
      *                  message (see BCASTREC) still live, not yet
      *                  started, or expired within the last
      *                  BCASTRPT-DAYS days (default 30, through
      *                  PARMGET), lists each active operator the
      *                  message is aimed at - by the role SIGNON would
      *                  hand them today, an unexpired elevation
      *                  included - who has no acknowledgement on
      *                  BCASTACK.DAT, then the count read against the
      *                  count targeted. Written to BCASTRPT.RPT and
      *                  registered with SPOOLREG, so the shift
      *                  supervisor can chase the ones who have not
      *                  signed on since a procedure change went out.
      *                  Ends RETURN-CODE 4 when anyone is still unread
      *                  on a live message.
      *    Compiler    : Micro Focus Visual COBOL
      *    ============================================================

       $set sql(dbman=odbc)
       identification division.
       program-id.     BCASTRPT.

       environment division.
       input-output section.
       file-control.
           select broadcast-file assign to ws-broadcast-file
                                  organization indexed
                                  access mode is sequential
                                  record key is bc-msg-id
                                  file status is ws-broadcast-status.

           select ack-file      assign to ws-ack-file
                                  organization indexed
                                  access mode is random
                                  record key is bk-ack-key
                                  file status is ws-ack-status.

           select bcast-report  assign to ws-rpt-file-name
                                  organization line sequential
                                  file status is ws-report-status.

       data division.
       file section.
       fd  broadcast-file.
       copy BCASTREC.

       fd  ack-file.
       copy BCASTACK.

       fd  bcast-report.
       01  bcast-report-line    pic x(132).

       working-storage section.
       exec sql include sqlca end-exec.

       01  ws-broadcast-file   pic x(26) value "BROADCAST.DAT".
       01  ws-ack-file         pic x(26) value "BCASTACK.DAT".
       01  ws-rpt-file-name    pic x(26) value "BCASTRPT.RPT".

       01  ws-broadcast-status pic xx value "00".
       01  ws-ack-status       pic xx value "00".
       01  ws-report-status    pic xx value "00".
       01  ws-eof-switch       pic x value "N".
           88 ws-eof           value "Y".
       01  ws-ack-open         pic x(1) value "N".
           88 ws-ack-is-open   value "Y".

       01  ws-sqlcode          pic s9(9) comp-5 value zero.

       01  ws-acmits-env       pic x(4) value "PROD".
       01  ws-env-var-name     pic x(30) value spaces.
       01  ws-dsn-name         pic x(30) value spaces.
       01  ws-db-user          pic x(20) value spaces.
       01  ws-db-pass          pic x(20) value spaces.

      *    How far back an expired message is still reported -
      *    BCASTRPT-DAYS through PARMGET, defaulting to 30.
       01  ws-days-text        pic x(3) value spaces.
       01  ws-report-days      pic 9(3) value 30.
       01  ws-curr-date        pic 9(8) value zero.
       01  ws-cutoff-date      pic 9(8) value zero.

      *    Host variables for the fetched row.
       01  ws-username         pic x(30) value spaces.
       01  ws-role             pic x(10) value spaces.
       01  ws-elev-role        pic x(10) value spaces.
       01  ws-elev-expiry      pic s9(9) comp-5 value zero.

      *    Active operators and the role each signs on with today,
      *    loaded once and matched against every message.
       01  ws-operator-table.
           05  ws-operator-count pic 9(3) value zero.
           05  ws-operator-limit pic 9(3) value 500.
           05  ws-operator-entry occurs 500 times.
               10  ot-username     pic x(30).
               10  ot-role         pic x(10).
       01  ws-ot-sub           pic 9(3) value zero.

       01  ws-message-count    pic 9(5) value zero.
       01  ws-targeted-count   pic 9(5) value zero.
       01  ws-read-count       pic 9(5) value zero.
       01  ws-unread-count     pic 9(5) value zero.
       01  ws-live-unread      pic 9(5) value zero.
       01  ws-message-state    pic x(10) value spaces.
       01  ws-fetch-error-switch pic x(1) value "N".
           88 ws-fetch-error   value "Y".

       01  ws-operator-id      pic x(8) value spaces.
       01  ws-program-name     pic x(20) value "BCASTRPT".
       01  ws-parm-name        pic x(24) value spaces.
       01  ws-parm-value       pic x(20) value spaces.
       01  ws-parm-source      pic x(1) value space.
       01  ws-audit-outcome    pic x(8) value spaces.

       procedure division.
           accept ws-operator-id from environment "OPERATOR-ID".
           move "START" to ws-audit-outcome.
           call "AUDITLOG" using ws-program-name ws-operator-id
                                  ws-audit-outcome.

           call "FILERES" using ws-broadcast-file.
           call "FILERES" using ws-ack-file.
           call "FILERES" using ws-rpt-file-name.

           move "BCASTRPT-DAYS" to ws-parm-name.
           move spaces to ws-parm-value.
           call "PARMGET" using ws-program-name ws-parm-name
                                 ws-parm-value ws-parm-source.
           move ws-parm-value to ws-days-text.
           if ws-days-text not = spaces
              and function test-numval(ws-days-text) = 0
              compute ws-report-days = function numval(ws-days-text)
           end-if.

           accept ws-curr-date from date yyyymmdd.
           compute ws-cutoff-date = function date-of-integer(
                   function integer-of-date(ws-curr-date)
                   - ws-report-days).

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

           perform 1000-load-operators.

           exec sql disconnect current end-exec.

           if ws-fetch-error
              move "FAIL" to ws-audit-outcome
              call "AUDITLOG" using ws-program-name ws-operator-id
                                     ws-audit-outcome
              move 16 to return-code
              goback
           end-if.

           open output bcast-report.
           move spaces to bcast-report-line.
           string "OPERATOR BROADCASTS NOT YET READ AS AT "
                  delimited by size
                  ws-curr-date delimited by size
                  " - messages expired since " delimited by size
                  ws-cutoff-date delimited by size
                  " included" delimited by size
                  into bcast-report-line
           end-string.
           write bcast-report-line.

           move "N" to ws-ack-open.
           open input ack-file.
           if ws-ack-status = "00"
              move "Y" to ws-ack-open
           end-if.

           open input broadcast-file.
           if ws-broadcast-status = "00"
              move "N" to ws-eof-switch
              perform until ws-eof
                 read broadcast-file next record
                    at end
                       move "Y" to ws-eof-switch
                    not at end
                       if bc-expiry-date >= ws-cutoff-date
                          perform 2000-report-message
                       end-if
                 end-read
              end-perform
              close broadcast-file
           end-if.

           if ws-ack-is-open
              close ack-file
           end-if.

           move spaces to bcast-report-line.
           write bcast-report-line.
           move spaces to bcast-report-line.
           string "Messages reported: " delimited by size
                  ws-message-count delimited by size
                  "  operators unread on a live message: "
                  delimited by size
                  ws-live-unread delimited by size
                  into bcast-report-line
           end-string.
           write bcast-report-line.
           close bcast-report.
           call "SPOOLREG" using ws-program-name ws-rpt-file-name.

           display "Broadcasts reported      : " ws-message-count.
           display "Unread on live messages  : " ws-live-unread.
           display "Report written to BCASTRPT.RPT.".

           if ws-live-unread > 0
              move "PARTIAL" to ws-audit-outcome
              move 4 to return-code
           else
              move "SUCCESS" to ws-audit-outcome
              move 0 to return-code
           end-if.
           call "AUDITLOG" using ws-program-name ws-operator-id
                                  ws-audit-outcome.

           goback.

      *    The role each operator would be handed by SIGNON today - an
      *    unexpired elevation wins over the standing role.
       1000-load-operators.
           exec sql
                declare B1 cursor for
                select username, coalesce(role, 'OPERATOR'),
                       coalesce(elev_role, ' '),
                       coalesce(elev_expiry, 0)
                       from userid
                       where active in ('Y', '1')
                       order by username
           end-exec.

           exec sql open B1 end-exec.
           if sqlcode not = 0
              display "Failed to open cursor. SQLCODE=" sqlcode
              move sqlcode to ws-sqlcode
              call "SQLERRLOG" using ws-program-name ws-sqlcode
                                      sqlerrmc
              move "Y" to ws-fetch-error-switch
           else
              perform until sqlcode = 100 or ws-fetch-error
                 exec sql
                      fetch B1 into :ws-username, :ws-role,
                           :ws-elev-role, :ws-elev-expiry
                 end-exec
                 evaluate sqlcode
                    when 0
                       perform 1100-keep-operator
                    when 100
                       continue
                    when other
                       display "Fetch error. SQLCODE=" sqlcode
                       move sqlcode to ws-sqlcode
                       call "SQLERRLOG" using ws-program-name
                            ws-sqlcode sqlerrmc
                       move "Y" to ws-fetch-error-switch
                 end-evaluate
              end-perform
              exec sql close B1 end-exec
           end-if.

       1100-keep-operator.
           if ws-operator-count < ws-operator-limit
              add 1 to ws-operator-count
              move ws-username to ot-username(ws-operator-count)
              if ws-elev-role not = spaces
                 and ws-elev-expiry >= ws-curr-date
                 move ws-elev-role to ot-role(ws-operator-count)
              else
                 move ws-role to ot-role(ws-operator-count)
              end-if
           else
              display "More than " ws-operator-limit
                      " active operators - the rest are not checked."
           end-if.

       2000-report-message.
           add 1 to ws-message-count.
           evaluate true
              when bc-start-date > ws-curr-date
                 move "NOT YET" to ws-message-state
              when bc-expiry-date < ws-curr-date
                 move "EXPIRED" to ws-message-state
              when other
                 move "LIVE" to ws-message-state
           end-evaluate.

           move spaces to bcast-report-line.
           write bcast-report-line.
           move spaces to bcast-report-line.
           string "MESSAGE " delimited by size
                  bc-msg-id delimited by size
                  "  " delimited by size
                  ws-message-state delimited by size
                  " " delimited by size
                  bc-start-date delimited by size
                  "-" delimited by size
                  bc-expiry-date delimited by size
                  "  for " delimited by size
                  bc-target-role delimited by size
                  " posted by " delimited by size
                  bc-posted-by delimited by size
                  "  " delimited by size
                  bc-subject delimited by size
                  into bcast-report-line
           end-string.
           write bcast-report-line.

           move zero to ws-targeted-count ws-read-count
                        ws-unread-count.
           move 1 to ws-ot-sub.
           perform until ws-ot-sub > ws-operator-count
              if bc-for-everyone
                 or bc-target-role = ot-role(ws-ot-sub)
                 add 1 to ws-targeted-count
                 perform 2100-check-operator
              end-if
              add 1 to ws-ot-sub
           end-perform.

           move spaces to bcast-report-line.
           string "        read by " delimited by size
                  ws-read-count delimited by size
                  " of " delimited by size
                  ws-targeted-count delimited by size
                  " operator(s) targeted, " delimited by size
                  ws-unread-count delimited by size
                  " unread" delimited by size
                  into bcast-report-line
           end-string.
           write bcast-report-line.
           if ws-message-state = "LIVE"
              add ws-unread-count to ws-live-unread
           end-if.

       2100-check-operator.
           move "N" to ws-ack-status.
           if ws-ack-is-open
              move bc-msg-id to bk-msg-id
              move ot-username(ws-ot-sub) to bk-operator-id
              read ack-file
                 invalid key
                    continue
              end-read
           end-if.
           if ws-ack-status = "00"
              add 1 to ws-read-count
           else
              add 1 to ws-unread-count
              move spaces to bcast-report-line
              string "        UNREAD  " delimited by size
                     ot-username(ws-ot-sub) delimited by size
                     " " delimited by size
                     ot-role(ws-ot-sub) delimited by size
                     into bcast-report-line
              end-string
              write bcast-report-line
           end-if.

       9998-sql-warning-trap.
           display "SQL WARNING - SQLCODE=" sqlcode.

       9999-sql-error-trap.
           display "SQL ERROR - SQLCODE=" sqlcode.
           display "SQLERRMC=" sqlerrmc.
           move sqlcode to ws-sqlcode.
           call "SQLERRLOG" using ws-program-name ws-sqlcode
                                   sqlerrmc.
