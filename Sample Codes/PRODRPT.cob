      *    Author      : Renato D. Mejilla
      *    Date        : October 15, 2026
      *    Description : Operator productivity and workload report.
      *                  Supervisors had no measure of who keyed what -
      *                  the work is spread across CUSTJRNL.DAT,
      *                  ADDRJRNL.DAT, REJFIXLOG.DAT and the
      *                  userid_hist rows SQLUserMaint writes. This
      *                  counts, per operator ID, the customer adds
      *                  (CUSTADD registrations among them), updates
      *                  and restores, deletes and purges, reject
      *                  corrections, address changes and user-account
      *                  changes, then breaks the same work down by
      *                  program and by hour of day, with team totals
      *                  and the average per operator. An operator
      *                  carrying more than twice the average is
      *                  flagged HIGH, one under half of it LOW, to
      *                  show workload imbalance for shift staffing.
      *                  PRODRPT-PERIOD D (default) reports one day,
      *                  W the seven days ending on it; PRODRPT-DATE
      *                  (YYYYMMDD) is that day, yesterday if not set.
      *                  The daily report goes to PRODRPT.RPT, the
      *                  weekly one to PRODWK.RPT. A source file not
      *                  yet written is no work, not an error. Any
      *                  segment JRNLCOMP has cut from either journal
      *                  (JRNLARCH.DAT) that overlaps the period is
      *                  counted with the live journal, so an older
      *                  PRODRPT-DATE still sees all its work.
      *                  RETURN-CODE 0 clean, 4 userid_hist not
      *                  reachable or an archived segment unreadable
      *                  (the rest is counted), 8 report not written.
      *    Compiler    : Micro Focus Visual COBOL
      *    ============================================================

       $set sql(dbman=odbc)
       identification division.
       program-id.     PRODRPT.

       environment division.
       input-output section.
       file-control.
           select cust-journal  assign to ws-cjrnl-read-name
                                 organization line sequential
                                 file status is ws-cjrnl-status.

           select addr-journal  assign to ws-ajrnl-read-name
                                 organization line sequential
                                 file status is ws-ajrnl-status.

           select journal-segments assign to ws-jarch-file-name
                                 organization line sequential
                                 file status is ws-jarch-status.

           select fix-log       assign to ws-fixlog-file-name
                                 organization line sequential
                                 file status is ws-fixlog-status.

           select prod-report   assign to ws-rpt-file-name
                                 organization line sequential
                                 file status is ws-report-status.

       data division.
       file section.
      *    The CUSTJRNL layout - only the stamp, program, operator and
      *    action are needed here.
       fd  cust-journal.
       01  cust-journal-record.
           05  cj-ts-date       pic 9(8).
           05  filler           pic x.
           05  cj-ts-time       pic 9(8).
           05  filler           pic x.
           05  cj-program-name  pic x(20).
           05  filler           pic x.
           05  cj-operator-id   pic x(8).
           05  filler           pic x.
           05  cj-action        pic x(1).
           05  filler           pic x(132).

      *    The ADDRJRNL layout, images X(90).
       fd  addr-journal.
       01  addr-journal-record.
           05  aj-ts-date       pic 9(8).
           05  filler           pic x.
           05  aj-ts-time       pic 9(8).
           05  filler           pic x.
           05  aj-program-name  pic x(20).
           05  filler           pic x.
           05  aj-operator-id   pic x(8).
           05  filler           pic x.
           05  aj-action        pic x(1).
           05  filler           pic x(182).

      *    The correction log REJFIX writes.
       fd  fix-log.
       01  fix-log-record.
           05  fx-ts-date       pic 9(8).
           05  filler           pic x.
           05  fx-ts-time       pic 9(8).
           05  filler           pic x.
           05  fx-program-name  pic x(20).
           05  filler           pic x.
           05  fx-operator-id   pic x(8).
           05  filler           pic x.
           05  fx-reason-code   pic x(1).
           05  filler           pic x(18).

      *    JRNLCOMP's list of the dated segments cut from the
      *    journals.
       fd  journal-segments.
       copy JARCREC.

       fd  prod-report.
       01  prod-report-line     pic x(132).

       working-storage section.
       exec sql include sqlca end-exec.

       01  ws-cjrnl-file-name  pic x(26) value "CUSTJRNL.DAT".
       01  ws-ajrnl-file-name  pic x(26) value "ADDRJRNL.DAT".
       01  ws-cjrnl-read-name  pic x(30) value spaces.
       01  ws-ajrnl-read-name  pic x(30) value spaces.
       01  ws-jarch-file-name  pic x(26) value "JRNLARCH.DAT".
       01  ws-fixlog-file-name pic x(26) value "REJFIXLOG.DAT".
       01  ws-rpt-file-name    pic x(26) value "PRODRPT.RPT".

       01  ws-cjrnl-status     pic xx value "00".
       01  ws-ajrnl-status     pic xx value "00".
       01  ws-jarch-status     pic xx value "00".
       01  ws-fixlog-status    pic xx value "00".
       01  ws-report-status    pic xx value "00".
       01  ws-eof-switch       pic x value "N".
           88 ws-eof           value "Y".

       01  ws-sqlcode          pic s9(9) comp-5 value zero.
       01  ws-acmits-env       pic x(4) value "PROD".
       01  ws-env-var-name     pic x(30) value spaces.
       01  ws-dsn-name         pic x(30) value spaces.
       01  ws-db-user          pic x(20) value spaces.
       01  ws-db-pass          pic x(20) value spaces.
       01  ws-hist-switch      pic x(1) value "N".
           88 ws-hist-scanned  value "Y".
       01  ws-fetch-done       pic x(1) value "N".

      *    Host variables for a userid_hist row.
       01  ws-hist-user        pic x(8) value spaces.
       01  ws-hist-date        pic 9(8) value zero.
       01  ws-hist-time        pic 9(8) value zero.

      *    Reporting period.
       01  ws-curr-date        pic 9(8) value zero.
       01  ws-curr-date-x redefines ws-curr-date.
           05  ws-curr-year    pic 9(4).
           05  ws-curr-month   pic 99.
           05  ws-curr-day     pic 99.
       01  ws-period-mode      pic x(1) value "D".
           88 ws-weekly        value "W".
       01  ws-date-text        pic x(8) value spaces.
       01  ws-period-from      pic 9(8) value zero.
       01  ws-period-to        pic 9(8) value zero.
       01  ws-period-days      pic 9 value 1.

      *    The work categories, in report column order.
       01  ws-cat-adds         pic 9 value 1.
       01  ws-cat-updates      pic 9 value 2.
       01  ws-cat-deletes      pic 9 value 3.
       01  ws-cat-rejfix       pic 9 value 4.
       01  ws-cat-address      pic 9 value 5.
       01  ws-cat-usermaint    pic 9 value 6.

      *    Per-operator counts by category and by hour of day.
       01  ws-oper-table.
           05  ws-oper-count   pic 9(3) value zero.
           05  ws-oper-limit   pic 9(3) value 200.
           05  ws-oper-entry occurs 200 times.
               10  op-operator     pic x(8).
               10  op-total        pic 9(6).
               10  op-cat          pic 9(6) occurs 6 times.
               10  op-hour         pic 9(6) occurs 24 times.
       01  ws-op-sub           pic 9(3) value zero.
       01  ws-op-hit           pic 9(3) value zero.

      *    Per operator and program.
       01  ws-prog-table.
           05  ws-prog-count   pic 9(4) value zero.
           05  ws-prog-limit   pic 9(4) value 2000.
           05  ws-prog-entry occurs 2000 times.
               10  pg-operator     pic x(8).
               10  pg-program      pic x(20).
               10  pg-count        pic 9(6).
       01  ws-pg-sub           pic 9(4) value zero.
       01  ws-pg-hit           pic 9(4) value zero.
       01  ws-tables-full      pic x(1) value "N".

      *    Team totals.
       01  ws-team-total       pic 9(7) value zero.
       01  ws-team-cat         pic 9(7) occurs 6 times.
       01  ws-team-hour        pic 9(7) occurs 24 times.
       01  ws-cat-sub          pic 9 value zero.
       01  ws-hour-sub         pic 99 value zero.
       01  ws-average          pic 9(7)v9 value zero.
       01  ws-day-average      pic 9(7)v9 value zero.

      *    The unit of work in hand.
       01  ws-new-operator     pic x(8) value spaces.
       01  ws-new-program      pic x(20) value spaces.
       01  ws-new-cat          pic 9 value zero.
       01  ws-new-time         pic 9(8) value zero.
       01  ws-new-time-x redefines ws-new-time.
           05  ws-new-hh       pic 99.
           05  filler          pic 9(6).

      *    Report page control and edited fields.
       01  ws-company-code     pic x(4) value spaces.
       01  ws-lines-on-page    pic 99 value 99.
       01  ws-lines-per-page   pic 99 value 60.
       01  ws-page-number      pic 999 value zero.
       01  ws-section-title    pic x(30) value spaces.
       01  ws-col              pic 999 value zero.
       01  ws-edit-count       pic zzzzz9.
       01  ws-edit-hour        pic zzz9.
       01  ws-edit-hh          pic 99.
       01  ws-edit-average     pic zzzzzz9.9.
       01  ws-balance-flag     pic x(4) value spaces.

      *    Segments cut from either journal that overlap the
      *    period, in the order they were cut.
       01  ws-seg-table.
           05  ws-seg-count    pic 9(3) value zero.
           05  ws-seg-limit    pic 9(3) value 500.
           05  ws-seg-entry occurs 500 times.
               10  sg-archive-name pic x(30).
               10  sg-journal-name pic x(14).
               10  sg-on-disk      pic x(1).
       01  ws-seg-sub          pic 9(3) value zero.
       01  ws-segs-read        pic 9(3) value zero.
       01  ws-segs-missing     pic 9(3) value zero.

       01  ws-cjrnl-read       pic 9(6) value zero.
       01  ws-ajrnl-read       pic 9(6) value zero.
       01  ws-fixlog-read      pic 9(6) value zero.
       01  ws-hist-read        pic 9(6) value zero.

      *    End-of-run counts handed to the shared RUNSTATS routine.
       01  ws-stat-read        pic 9(6) value zero.
       01  ws-stat-written     pic 9(6) value zero.
       01  ws-stat-updated     pic 9(6) value zero.
       01  ws-stat-rejected    pic 9(6) value zero.

       01  ws-operator-id      pic x(8) value spaces.
       01  ws-program-name     pic x(20) value "PRODRPT".
       01  ws-audit-outcome    pic x(8) value spaces.

       procedure division.
           accept ws-operator-id from environment "OPERATOR-ID".
           move "START" to ws-audit-outcome.
           call "AUDITLOG" using ws-program-name ws-operator-id
                                  ws-audit-outcome.

           accept ws-period-mode from environment "PRODRPT-PERIOD".
           move function upper-case(ws-period-mode) to ws-period-mode.
           if ws-weekly
              move "PRODWK.RPT" to ws-rpt-file-name
              move 7 to ws-period-days
           else
              move "D" to ws-period-mode
              move 1 to ws-period-days
           end-if.

           call "FILERES" using ws-cjrnl-file-name.
           call "FILERES" using ws-ajrnl-file-name.
           call "FILERES" using ws-jarch-file-name.
           call "FILERES" using ws-fixlog-file-name.
           call "FILERES" using ws-rpt-file-name.

           accept ws-company-code from environment "ACMITS-COMPANY".
           if ws-company-code = spaces
              move "BASE" to ws-company-code
           end-if.

           accept ws-curr-date from date yyyymmdd.
           compute ws-period-to = function date-of-integer(
                   function integer-of-date(ws-curr-date) - 1).
           accept ws-date-text from environment "PRODRPT-DATE".
           if ws-date-text not = spaces
              and function test-numval(ws-date-text) = 0
              compute ws-period-to = function numval(ws-date-text)
           end-if.
           compute ws-period-from = function date-of-integer(
                   function integer-of-date(ws-period-to)
                   - ws-period-days + 1).

           move zero to ws-team-total.
           move 1 to ws-cat-sub.
           perform until ws-cat-sub > 6
              move zero to ws-team-cat(ws-cat-sub)
              add 1 to ws-cat-sub
           end-perform.
           move 1 to ws-hour-sub.
           perform until ws-hour-sub > 24
              move zero to ws-team-hour(ws-hour-sub)
              add 1 to ws-hour-sub
           end-perform.

           perform 0900-load-segment-list.
           perform 1000-count-cust-journal.
           perform 2000-count-addr-journal.
           perform 3000-count-fix-log.
           perform 4000-count-user-history.

           open output prod-report.
           if ws-report-status not = "00"
              display "Cannot open " function trim(ws-rpt-file-name)
                      ", status=" ws-report-status
              move "FAIL" to ws-audit-outcome
              call "AUDITLOG" using ws-program-name ws-operator-id
                                     ws-audit-outcome
              move 8 to return-code
              goback
           end-if.

           if ws-oper-count > 0
              compute ws-average rounded =
                      ws-team-total / ws-oper-count
              compute ws-day-average rounded =
                      ws-team-total / (ws-oper-count * ws-period-days)
           end-if.

           perform 6000-print-summary.
           perform 7000-print-by-program.
           perform 8000-print-by-hour.
           perform 8900-print-warnings.
           close prod-report.
           call "SPOOLREG" using ws-program-name ws-rpt-file-name.

           display "Period              : " ws-period-from " - "
                   ws-period-to.
           display "Operators           : " ws-oper-count.
           display "Units of work       : " ws-team-total.
           display "Archived segments   : " ws-segs-read.
           if ws-segs-missing > 0
              display "Archived segments missing: " ws-segs-missing
                      " - their work is not counted."
           end-if.
           if not ws-hist-scanned
              display "userid_hist was not reachable - user-account "
                      "changes not counted."
           end-if.
           display "Report written to " function trim(ws-rpt-file-name)
                   ".".

           compute ws-stat-read = ws-cjrnl-read + ws-ajrnl-read
                                + ws-fixlog-read + ws-hist-read.
           move ws-oper-count to ws-stat-written.
           call "RUNSTATS" using ws-program-name ws-stat-read
                                  ws-stat-written ws-stat-updated
                                  ws-stat-rejected.

           if ws-hist-scanned and ws-segs-missing = 0
              move "SUCCESS" to ws-audit-outcome
              move 0 to return-code
           else
              move "PARTIAL" to ws-audit-outcome
              move 4 to return-code
           end-if.
           call "AUDITLOG" using ws-program-name ws-operator-id
                                  ws-audit-outcome.
           goback.

      *    Segments cut from either journal whose dates overlap the
      *    period; the rest hold nothing to count.
       0900-load-segment-list.
           move zero to ws-seg-count.
           open input journal-segments.
           if ws-jarch-status = "00"
              move "N" to ws-eof-switch
              perform until ws-eof
                 read journal-segments
                    at end
                       set ws-eof to true
                    not at end
                       if ja-last-date >= ws-period-from
                          and ja-first-date <= ws-period-to
                          and ws-seg-count < ws-seg-limit
                          add 1 to ws-seg-count
                          move ja-archive-name
                            to sg-archive-name(ws-seg-count)
                          move ja-journal-name
                            to sg-journal-name(ws-seg-count)
                          move "Y" to sg-on-disk(ws-seg-count)
                       end-if
                 end-read
              end-perform
              close journal-segments
           end-if.

      *    Adds (CUSTADD registrations among them), updates and
      *    restores, soft deletes and purges - the CUSTJRNL segments
      *    oldest first, then the live journal.
       1000-count-cust-journal.
           move 1 to ws-seg-sub.
           perform until ws-seg-sub > ws-seg-count
              if sg-journal-name(ws-seg-sub) = "CUSTJRNL.DAT"
                 move sg-archive-name(ws-seg-sub)
                   to ws-cjrnl-read-name
                 perform 1100-read-cust-journal
                 if ws-cjrnl-status = "00"
                    add 1 to ws-segs-read
                 else
                    move "N" to sg-on-disk(ws-seg-sub)
                    add 1 to ws-segs-missing
                 end-if
              end-if
              add 1 to ws-seg-sub
           end-perform.
           move ws-cjrnl-file-name to ws-cjrnl-read-name.
           perform 1100-read-cust-journal.

       1100-read-cust-journal.
           open input cust-journal.
           if ws-cjrnl-status = "00"
              move "N" to ws-eof-switch
              perform until ws-eof
                 read cust-journal
                    at end
                       set ws-eof to true
                    not at end
                       add 1 to ws-cjrnl-read
                       if cj-ts-date >= ws-period-from
                          and cj-ts-date <= ws-period-to
                          move cj-operator-id  to ws-new-operator
                          move cj-program-name to ws-new-program
                          move cj-ts-time      to ws-new-time
                          evaluate cj-action
                             when "A"
                                move ws-cat-adds to ws-new-cat
                             when "D"
                             when "P"
                                move ws-cat-deletes to ws-new-cat
                             when other
                                move ws-cat-updates to ws-new-cat
                          end-evaluate
                          perform 5000-count-work
                       end-if
                 end-read
              end-perform
              close cust-journal
              move "00" to ws-cjrnl-status
           end-if.

      *    Every address add, correction or removal - the ADDRJRNL
      *    segments oldest first, then the live journal.
       2000-count-addr-journal.
           move 1 to ws-seg-sub.
           perform until ws-seg-sub > ws-seg-count
              if sg-journal-name(ws-seg-sub) = "ADDRJRNL.DAT"
                 move sg-archive-name(ws-seg-sub)
                   to ws-ajrnl-read-name
                 perform 2100-read-addr-journal
                 if ws-ajrnl-status = "00"
                    add 1 to ws-segs-read
                 else
                    move "N" to sg-on-disk(ws-seg-sub)
                    add 1 to ws-segs-missing
                 end-if
              end-if
              add 1 to ws-seg-sub
           end-perform.
           move ws-ajrnl-file-name to ws-ajrnl-read-name.
           perform 2100-read-addr-journal.

       2100-read-addr-journal.
           open input addr-journal.
           if ws-ajrnl-status = "00"
              move "N" to ws-eof-switch
              perform until ws-eof
                 read addr-journal
                    at end
                       set ws-eof to true
                    not at end
                       add 1 to ws-ajrnl-read
                       if aj-ts-date >= ws-period-from
                          and aj-ts-date <= ws-period-to
                          move aj-operator-id  to ws-new-operator
                          move aj-program-name to ws-new-program
                          move aj-ts-time      to ws-new-time
                          move ws-cat-address  to ws-new-cat
                          perform 5000-count-work
                       end-if
                 end-read
              end-perform
              close addr-journal
              move "00" to ws-ajrnl-status
           end-if.

       3000-count-fix-log.
           open input fix-log.
           if ws-fixlog-status = "00"
              move "N" to ws-eof-switch
              perform until ws-eof
                 read fix-log
                    at end
                       set ws-eof to true
                    not at end
                       add 1 to ws-fixlog-read
                       if fx-ts-date >= ws-period-from
                          and fx-ts-date <= ws-period-to
                          move fx-operator-id  to ws-new-operator
                          move fx-program-name to ws-new-program
                          move fx-ts-time      to ws-new-time
                          move ws-cat-rejfix   to ws-new-cat
                          perform 5000-count-work
                       end-if
                 end-read
              end-perform
              close fix-log
           end-if.

      *    The account changes SQLUserMaint records. The batch and
      *    sweep change types (USERBATCH, HRTERM, ELEVSWEEP and the
      *    like) are not keyed work and are left out.
       4000-count-user-history.
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
              call "SQLERRLOG" using ws-program-name ws-sqlcode
                                      sqlerrmc
           else
              exec sql whenever sqlerror perform 9999-sql-error-trap
              end-exec
              exec sql whenever sqlwarning
                   perform 9998-sql-warning-trap
              end-exec
              exec sql
                   declare P1 cursor for
                   select changed_by, changed_date, changed_time
                          from userid_hist
                          where changed_date >= :ws-period-from
                            and changed_date <= :ws-period-to
                            and changetype in ('UPDATE', 'SHIFTWIN',
                                'DEACTIVATE', 'SUPERVISOR')
              end-exec
              exec sql open P1 end-exec
              if sqlcode = 0
                 move "Y" to ws-hist-switch
                 move "N" to ws-fetch-done
                 perform until ws-fetch-done = "Y"
                    exec sql
                         fetch P1 into :ws-hist-user, :ws-hist-date,
                                       :ws-hist-time
                    end-exec
                    if sqlcode = 0
                       add 1 to ws-hist-read
                       move ws-hist-user     to ws-new-operator
                       move "SQLUserMaint"   to ws-new-program
                       move ws-hist-time     to ws-new-time
                       move ws-cat-usermaint to ws-new-cat
                       perform 5000-count-work
                    else
                       move "Y" to ws-fetch-done
                    end-if
                 end-perform
                 exec sql close P1 end-exec
              end-if
              exec sql disconnect current end-exec
           end-if.

      *    One unit of work - credited to the operator, the program
      *    and the hour it was keyed in. Work with no operator on it
      *    is shown as (NONE) rather than dropped.
       5000-count-work.
           if ws-new-operator = spaces
              move "(NONE)" to ws-new-operator
           end-if.
           move zero to ws-op-hit.
           move 1 to ws-op-sub.
           perform until ws-op-sub > ws-oper-count
                      or ws-op-hit > 0
              if op-operator(ws-op-sub) = ws-new-operator
                 move ws-op-sub to ws-op-hit
              end-if
              add 1 to ws-op-sub
           end-perform.
           if ws-op-hit = 0
              if ws-oper-count < ws-oper-limit
                 add 1 to ws-oper-count
                 move ws-oper-count to ws-op-hit
                 perform 5100-new-operator
              else
                 move "Y" to ws-tables-full
              end-if
           end-if.
           if ws-op-hit > 0
              if ws-new-hh > 23
                 move zero to ws-new-hh
              end-if
              add 1 to op-total(ws-op-hit)
              add 1 to op-cat(ws-op-hit, ws-new-cat)
              add 1 to op-hour(ws-op-hit, ws-new-hh + 1)
              add 1 to ws-team-total
              add 1 to ws-team-cat(ws-new-cat)
              add 1 to ws-team-hour(ws-new-hh + 1)
              perform 5200-count-program
           end-if.

       5100-new-operator.
           move ws-new-operator to op-operator(ws-op-hit).
           move zero to op-total(ws-op-hit).
           move 1 to ws-cat-sub.
           perform until ws-cat-sub > 6
              move zero to op-cat(ws-op-hit, ws-cat-sub)
              add 1 to ws-cat-sub
           end-perform.
           move 1 to ws-hour-sub.
           perform until ws-hour-sub > 24
              move zero to op-hour(ws-op-hit, ws-hour-sub)
              add 1 to ws-hour-sub
           end-perform.

       5200-count-program.
           move zero to ws-pg-hit.
           move 1 to ws-pg-sub.
           perform until ws-pg-sub > ws-prog-count
                      or ws-pg-hit > 0
              if pg-operator(ws-pg-sub) = ws-new-operator
                 and pg-program(ws-pg-sub) = ws-new-program
                 move ws-pg-sub to ws-pg-hit
              end-if
              add 1 to ws-pg-sub
           end-perform.
           if ws-pg-hit = 0
              if ws-prog-count < ws-prog-limit
                 add 1 to ws-prog-count
                 move ws-prog-count to ws-pg-hit
                 move ws-new-operator to pg-operator(ws-pg-hit)
                 move ws-new-program to pg-program(ws-pg-hit)
                 move zero to pg-count(ws-pg-hit)
              else
                 move "Y" to ws-tables-full
              end-if
           end-if.
           if ws-pg-hit > 0
              add 1 to pg-count(ws-pg-hit)
           end-if.

      *    Operator by category, then the team total and average.
       6000-print-summary.
           move "WORK BY OPERATOR" to ws-section-title.
           perform 9000-print-headers.
           perform 6100-print-summary-columns.
           if ws-oper-count = 0
              move spaces to prod-report-line
              move "No keyed work in the period." to prod-report-line
              write prod-report-line
              add 1 to ws-lines-on-page
           end-if.
           move 1 to ws-op-sub.
           perform until ws-op-sub > ws-oper-count
              if ws-lines-on-page >= ws-lines-per-page
                 perform 9000-print-headers
                 perform 6100-print-summary-columns
              end-if
              move spaces to prod-report-line
              move op-operator(ws-op-sub) to prod-report-line(1:8)
              move 1 to ws-cat-sub
              perform until ws-cat-sub > 6
                 move op-cat(ws-op-sub, ws-cat-sub) to ws-edit-count
                 compute ws-col = 3 + ws-cat-sub * 10
                 move ws-edit-count to prod-report-line(ws-col:6)
                 add 1 to ws-cat-sub
              end-perform
              move op-total(ws-op-sub) to ws-edit-count
              move ws-edit-count to prod-report-line(73:6)
              move spaces to ws-balance-flag
              if op-total(ws-op-sub) > ws-average * 2
                 move "HIGH" to ws-balance-flag
              end-if
              if op-total(ws-op-sub) < ws-average / 2
                 move "LOW" to ws-balance-flag
              end-if
              move ws-balance-flag to prod-report-line(82:4)
              write prod-report-line
              add 1 to ws-lines-on-page
              add 1 to ws-op-sub
           end-perform.

           if ws-lines-on-page + 5 > ws-lines-per-page
              perform 9000-print-headers
           end-if.
           move spaces to prod-report-line.
           move all "-" to prod-report-line(1:85).
           write prod-report-line.
           move spaces to prod-report-line.
           move "TEAM" to prod-report-line(1:8).
           move 1 to ws-cat-sub.
           perform until ws-cat-sub > 6
              move ws-team-cat(ws-cat-sub) to ws-edit-count
              compute ws-col = 3 + ws-cat-sub * 10
              move ws-edit-count to prod-report-line(ws-col:6)
              add 1 to ws-cat-sub
           end-perform.
           move ws-team-total to ws-edit-count.
           move ws-edit-count to prod-report-line(73:6).
           write prod-report-line.
           move spaces to prod-report-line.
           move ws-average to ws-edit-average.
           string "AVERAGE PER OPERATOR: " delimited by size
                  ws-edit-average delimited by size
                  "   OPERATORS: " delimited by size
                  ws-oper-count delimited by size
                  into prod-report-line
           end-string.
           write prod-report-line.
           add 3 to ws-lines-on-page.
           if ws-weekly
              move spaces to prod-report-line
              move ws-day-average to ws-edit-average
              string "AVERAGE PER OPERATOR PER DAY: " delimited by size
                     ws-edit-average delimited by size
                     into prod-report-line
              end-string
              write prod-report-line
              add 1 to ws-lines-on-page
           end-if.

       6100-print-summary-columns.
           move spaces to prod-report-line.
           move "OPERATOR"  to prod-report-line(1:8).
           move "ADDS"      to prod-report-line(15:4).
           move "UPDATES"   to prod-report-line(22:7).
           move "DELETES"   to prod-report-line(32:7).
           move "REJ FIX"   to prod-report-line(42:7).
           move "ADDRESS"   to prod-report-line(52:7).
           move "USER MNT"  to prod-report-line(61:8).
           move "TOTAL"     to prod-report-line(74:5).
           move "LOAD"      to prod-report-line(82:4).
           write prod-report-line.
           add 1 to ws-lines-on-page.

      *    Each operator's work by the program it was keyed in.
       7000-print-by-program.
           move "WORK BY PROGRAM" to ws-section-title.
           perform 9000-print-headers.
           perform 7100-print-program-columns.
           move 1 to ws-op-sub.
           perform until ws-op-sub > ws-oper-count
              move 1 to ws-pg-sub
              perform until ws-pg-sub > ws-prog-count
                 if pg-operator(ws-pg-sub) = op-operator(ws-op-sub)
                    perform 7200-print-program-line
                 end-if
                 add 1 to ws-pg-sub
              end-perform
              add 1 to ws-op-sub
           end-perform.

       7100-print-program-columns.
           move spaces to prod-report-line.
           move "OPERATOR" to prod-report-line(1:8).
           move "PROGRAM"  to prod-report-line(11:7).
           move "COUNT"    to prod-report-line(34:5).
           write prod-report-line.
           add 1 to ws-lines-on-page.

       7200-print-program-line.
           if ws-lines-on-page >= ws-lines-per-page
              perform 9000-print-headers
              perform 7100-print-program-columns
           end-if.
           move spaces to prod-report-line.
           move pg-operator(ws-pg-sub) to prod-report-line(1:8).
           move pg-program(ws-pg-sub)  to prod-report-line(11:20).
           move pg-count(ws-pg-sub)    to ws-edit-count.
           move ws-edit-count          to prod-report-line(33:6).
           write prod-report-line.
           add 1 to ws-lines-on-page.

      *    Each operator's work by hour of day, 00 through 23.
       8000-print-by-hour.
           move "WORK BY HOUR OF DAY" to ws-section-title.
           perform 9000-print-headers.
           perform 8100-print-hour-columns.
           move 1 to ws-op-sub.
           perform until ws-op-sub > ws-oper-count
              if ws-lines-on-page >= ws-lines-per-page
                 perform 9000-print-headers
                 perform 8100-print-hour-columns
              end-if
              move spaces to prod-report-line
              move op-operator(ws-op-sub) to prod-report-line(1:8)
              move 1 to ws-hour-sub
              perform until ws-hour-sub > 24
                 move op-hour(ws-op-sub, ws-hour-sub) to ws-edit-hour
                 compute ws-col = 6 + ws-hour-sub * 5
                 move ws-edit-hour to prod-report-line(ws-col:4)
                 add 1 to ws-hour-sub
              end-perform
              write prod-report-line
              add 1 to ws-lines-on-page
              add 1 to ws-op-sub
           end-perform.
           if ws-lines-on-page + 2 > ws-lines-per-page
              perform 9000-print-headers
              perform 8100-print-hour-columns
           end-if.
           move spaces to prod-report-line.
           move all "-" to prod-report-line(1:130).
           write prod-report-line.
           move spaces to prod-report-line.
           move "TEAM" to prod-report-line(1:8).
           move 1 to ws-hour-sub.
           perform until ws-hour-sub > 24
              move ws-team-hour(ws-hour-sub) to ws-edit-hour
              compute ws-col = 6 + ws-hour-sub * 5
              move ws-edit-hour to prod-report-line(ws-col:4)
              add 1 to ws-hour-sub
           end-perform.
           write prod-report-line.
           add 2 to ws-lines-on-page.

       8100-print-hour-columns.
           move spaces to prod-report-line.
           move "OPERATOR" to prod-report-line(1:8).
           move 1 to ws-hour-sub.
           perform until ws-hour-sub > 24
              compute ws-edit-hh = ws-hour-sub - 1
              compute ws-col = 8 + ws-hour-sub * 5
              move ws-edit-hh to prod-report-line(ws-col:2)
              add 1 to ws-hour-sub
           end-perform.
           write prod-report-line.
           add 1 to ws-lines-on-page.

       8900-print-warnings.
           if not ws-hist-scanned
              move spaces to prod-report-line
              write prod-report-line
              string "WARNING: userid_hist could not be read - "
                     delimited by size
                     "user-account changes are not counted."
                     delimited by size
                     into prod-report-line
              end-string
              write prod-report-line
           end-if.
           if ws-tables-full = "Y"
              move spaces to prod-report-line
              string "WARNING: more than " delimited by size
                     ws-oper-limit delimited by size
                     " operators or " delimited by size
                     ws-prog-limit delimited by size
                     " operator/program pairs - the rest not counted."
                     delimited by size
                     into prod-report-line
              end-string
              write prod-report-line
           end-if.

           move 1 to ws-seg-sub.
           perform until ws-seg-sub > ws-seg-count
              if sg-on-disk(ws-seg-sub) = "N"
                 move spaces to prod-report-line
                 string "WARNING: archived segment " delimited by size
                        function trim(sg-archive-name(ws-seg-sub))
                        delimited by size
                        " could not be read - its work is not counted."
                        delimited by size
                        into prod-report-line
                 end-string
                 write prod-report-line
              end-if
              add 1 to ws-seg-sub
           end-perform.

       9000-print-headers.
           add 1 to ws-page-number.
           move spaces to prod-report-line.
           if ws-weekly
              string "WEEKLY OPERATOR PRODUCTIVITY" delimited by size
                     into prod-report-line
              end-string
           else
              string "DAILY OPERATOR PRODUCTIVITY" delimited by size
                     into prod-report-line
              end-string
           end-if.
           string "   COMPANY: " delimited by size
                  ws-company-code delimited by size
                  "   RUN DATE: " delimited by size
                  ws-curr-month delimited by size
                  "/" delimited by size
                  ws-curr-day delimited by size
                  "/" delimited by size
                  ws-curr-year delimited by size
                  "   PAGE: " delimited by size
                  ws-page-number delimited by size
                  into prod-report-line(29:100)
           end-string.
           if ws-page-number > 1
              write prod-report-line after advancing page
           else
              write prod-report-line
           end-if.
           move spaces to prod-report-line.
           string "PERIOD " delimited by size
                  ws-period-from delimited by size
                  " TO " delimited by size
                  ws-period-to delimited by size
                  "   " delimited by size
                  ws-section-title delimited by size
                  into prod-report-line
           end-string.
           write prod-report-line.
           move spaces to prod-report-line.
           write prod-report-line.
           move 3 to ws-lines-on-page.

       9998-sql-warning-trap.
           display "SQL WARNING - SQLCODE=" sqlcode.

       9999-sql-error-trap.
           display "SQL ERROR - SQLCODE=" sqlcode.
           display "SQLERRMC=" sqlerrmc.
           move sqlcode to ws-sqlcode.
           call "SQLERRLOG" using ws-program-name ws-sqlcode
                                   sqlerrmc.
