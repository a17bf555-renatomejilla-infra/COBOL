      *    Author      : Renato D. Mejilla
      *    Date        : October 15, 2026
      *    Description : Nightly segregation-of-duties report. Role
      *                  gating decides who may run each program, not
      *                  which combinations one person runs - the same
      *                  operator could key a customer through CUSTADD,
      *                  correct it in CUSTMAINT, and then anonymize it
      *                  with CUSTANON. SOD.DAT lists the conflicting
      *                  pairs, one rule per line:
      *                    cols  1-20  first side
      *                    cols 22-41  second side
      *                    cols 43-46  window in hours (0000 = any)
      *                    col  48     C = critical (raises OPERALERT)
      *                    col  50     scope: C = the same customer,
      *                                blank = the same operator
      *                    cols 52-91  description
      *                  A "*" in column 1 is a comment. A side names
      *                  a program, or a userid_hist change type
      *                  written USERID:<type> (USERID:ELEVATE).
      *                  Operator-scope rules pair the AUDIT.LOG runs
      *                  (any closing outcome but DENIED and LOCKED)
      *                  and the userid_hist rows changed_by one
      *                  operator. Customer-scope rules pair the
      *                  CUSTJRNL.DAT entries one operator made on the
      *                  same customer, taking in any segment JRNLCOMP
      *                  has cut from the journal (JRNLARCH.DAT) that
      *                  reaches the dates in play. Every pair whose
      *                  later event falls in the report period
      *                  (SODRPT-FROM / SODRPT-TO, YYYYMMDD, default
      *                  yesterday through today) and whose events
      *                  lie within the rule's window of each other is
      *                  listed on SOD.RPT with both timestamps. Each
      *                  operator caught by a critical rule raises one
      *                  OPERALERT per run. Runs as a NIGHTLYRUN step.
      *                  RETURN-CODE 0 no violations, 4 violations
      *                  listed, userid_hist not reachable or an
      *                  archived segment unreadable, 8 no rules or
      *                  AUDIT.LOG unreadable.
      *    Compiler    : Micro Focus Visual COBOL
      *    ============================================================

       $set sql(dbman=odbc)
       identification division.
       program-id.     SODRPT.

       environment division.
       input-output section.
       file-control.
           select sod-rules     assign to ws-rules-file-name
                                 organization line sequential
                                 file status is ws-rules-status.

           select audit-log     assign to ws-auditlog-file
                                 organization line sequential
                                 file status is ws-log-status.

           select cust-journal  assign to ws-jrnl-read-name
                                 organization line sequential
                                 file status is ws-jrnl-status.

           select journal-segments assign to ws-jarch-file-name
                                 organization line sequential
                                 file status is ws-jarch-status.

           select sod-report    assign to ws-rpt-file-name
                                 organization line sequential
                                 file status is ws-report-status.

       data division.
       file section.
       fd  sod-rules.
       01  sod-rule-record.
           05  sr-side-a        pic x(20).
           05  filler           pic x(1).
           05  sr-side-b        pic x(20).
           05  filler           pic x(1).
           05  sr-window-text   pic x(4).
           05  filler           pic x(1).
           05  sr-critical      pic x(1).
           05  filler           pic x(1).
           05  sr-scope         pic x(1).
           05  filler           pic x(1).
           05  sr-description   pic x(40).

      *    The fixed columns AUDITLOG's STRING produces.
       fd  audit-log.
       01  audit-log-line.
           05  au-ts-date       pic 9(8).
           05  filler           pic x.
           05  au-ts-time       pic 9(8).
           05  filler           pic x(12).
           05  au-program       pic x(20).
           05  filler           pic x(13).
           05  au-operator      pic x(8).
           05  filler           pic x(12).
           05  au-outcome       pic x(8).
           05  filler           pic x(42).

      *    The CUSTJRNL layout - images are CUSTREC records, the
      *    customer ID leading each.
       fd  cust-journal.
       01  journal-record.
           05  jr-ts-date       pic 9(8).
           05  filler           pic x.
           05  jr-ts-time       pic 9(8).
           05  filler           pic x.
           05  jr-program-name  pic x(20).
           05  filler           pic x.
           05  jr-operator-id   pic x(8).
           05  filler           pic x.
           05  jr-action        pic x(1).
           05  filler           pic x.
           05  jr-before-image  pic x(65).
           05  filler           pic x.
           05  jr-after-image   pic x(65).

      *    JRNLCOMP's list of the dated segments cut from the
      *    journals.
       fd  journal-segments.
       copy JARCREC.

       fd  sod-report.
       01  sod-report-line      pic x(132).

       working-storage section.
       exec sql include sqlca end-exec.

       01  ws-rules-file-name  pic x(26) value "SOD.DAT".
       01  ws-auditlog-file    pic x(26) value "AUDIT.LOG".
       01  ws-jrnl-file-name   pic x(26) value "CUSTJRNL.DAT".
       01  ws-jrnl-read-name   pic x(30) value spaces.
       01  ws-jarch-file-name  pic x(26) value "JRNLARCH.DAT".
       01  ws-rpt-file-name    pic x(26) value "SOD.RPT".

       01  ws-rules-status     pic xx value "00".
       01  ws-log-status       pic xx value "00".
       01  ws-jrnl-status      pic xx value "00".
       01  ws-jarch-status     pic xx value "00".
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
       01  ws-hist-type        pic x(10) value spaces.
       01  ws-hist-date        pic 9(8) value zero.
       01  ws-hist-time        pic 9(8) value zero.

      *    Report period, and the earliest date an event can pair
      *    into it - the period start less the widest rule window.
       01  ws-curr-date        pic 9(8) value zero.
       01  ws-curr-date-x redefines ws-curr-date.
           05  ws-curr-year    pic 9(4).
           05  ws-curr-month   pic 99.
           05  ws-curr-day     pic 99.
       01  ws-from-text        pic x(8) value spaces.
       01  ws-to-text          pic x(8) value spaces.
       01  ws-period-from      pic 9(8) value zero.
       01  ws-period-to        pic 9(8) value zero.
       01  ws-load-from        pic 9(8) value zero.
       01  ws-widest-hours     pic 9(4) value zero.
       01  ws-any-window-rule  pic x(1) value "N".

      *    The rules, as read from SOD.DAT.
       01  ws-rule-table.
           05  ws-rule-count   pic 9(3) value zero.
           05  ws-rule-limit   pic 9(3) value 100.
           05  ws-rule-entry occurs 100 times.
               10  ru-side-a       pic x(20).
               10  ru-side-b       pic x(20).
               10  ru-window-hours pic 9(4).
               10  ru-critical     pic x(1).
               10  ru-scope        pic x(1).
               10  ru-description  pic x(40).
               10  ru-hits         pic 9(5).
       01  ws-ru-sub           pic 9(3) value zero.

      *    Every event that names a side of some rule, from all
      *    three sources. ev-minute is minutes since the start of
      *    the calendar, for the window arithmetic.
       01  ws-event-table.
           05  ws-event-count  pic 9(5) value zero.
           05  ws-event-limit  pic 9(5) value 20000.
           05  ws-event-entry occurs 20000 times.
               10  ev-operator     pic x(8).
               10  ev-name         pic x(20).
               10  ev-source       pic x(1).
               10  ev-cust-id      pic 9(6).
               10  ev-date         pic 9(8).
               10  ev-time         pic 9(8).
               10  ev-minute       pic 9(11).
       01  ws-ev-sub           pic 9(5) value zero.
       01  ws-ev-pair          pic 9(5) value zero.
       01  ws-events-full      pic x(1) value "N".
           88 ws-event-table-full value "Y".

      *    The event in hand while loading.
       01  ws-new-operator     pic x(8) value spaces.
       01  ws-new-name         pic x(20) value spaces.
       01  ws-new-source       pic x(1) value space.
       01  ws-new-cust-id      pic 9(6) value zero.
       01  ws-new-date         pic 9(8) value zero.
       01  ws-new-time         pic 9(8) value zero.
       01  ws-new-time-x redefines ws-new-time.
           05  ws-new-hh       pic 99.
           05  ws-new-mm       pic 99.
           05  ws-new-sscc     pic 9(4).
       01  ws-name-wanted      pic x(1) value "N".
       01  ws-cust-image       pic x(65) value spaces.
       01  ws-cust-image-id redefines ws-cust-image.
           05  ws-ci-cust-id   pic 9(6).
           05  filler          pic x(59).

      *    Pairing work fields.
       01  ws-gap-minutes      pic s9(11) value zero.
       01  ws-window-minutes   pic 9(11) value zero.
       01  ws-later-date       pic 9(8) value zero.
       01  ws-pair-ok          pic x(1) value "N".

      *    Operators caught by the critical rule in hand - one
      *    OPERALERT each.
       01  ws-hit-table.
           05  ws-hit-count    pic 9(3) value zero.
           05  ws-hit-entry occurs 200 times.
               10  ht-operator     pic x(8).
               10  ht-pairs        pic 9(5).
       01  ws-ht-sub           pic 9(3) value zero.
       01  ws-ht-found         pic 9(3) value zero.

       01  ws-alert-severity   pic x(1) value "E".
       01  ws-alert-message    pic x(60) value spaces.
       01  ws-alert-count      pic 9(5) value zero.

      *    Report page control and line work.
       01  ws-company-code     pic x(4) value spaces.
       01  ws-lines-on-page    pic 99 value 99.
       01  ws-lines-per-page   pic 99 value 60.
       01  ws-page-number      pic 999 value zero.
       01  ws-rule-line-done   pic x(1) value "N".
       01  ws-cust-text        pic x(7) value spaces.
       01  ws-chk-function     pic x(1) value "D".
       01  ws-chk-cust-id      pic 9(6) value zero.
       01  ws-chk-result       pic x(1) value space.
       01  ws-print-id         pic x(8) value spaces.

      *    CUSTJRNL segments whose dates reach the events in play,
      *    in the order they were cut.
       01  ws-seg-table.
           05  ws-seg-count    pic 9(3) value zero.
           05  ws-seg-limit    pic 9(3) value 200.
           05  ws-seg-entry occurs 200 times.
               10  sg-archive-name pic x(30).
               10  sg-on-disk      pic x(1).
       01  ws-seg-sub          pic 9(3) value zero.
       01  ws-segs-read        pic 9(3) value zero.
       01  ws-segs-missing     pic 9(3) value zero.

       01  ws-log-read         pic 9(6) value zero.
       01  ws-jrnl-read        pic 9(6) value zero.
       01  ws-hist-read        pic 9(6) value zero.
       01  ws-pair-count       pic 9(6) value zero.

      *    End-of-run counts handed to the shared RUNSTATS routine.
       01  ws-stat-read        pic 9(6) value zero.
       01  ws-stat-written     pic 9(6) value zero.
       01  ws-stat-updated     pic 9(6) value zero.
       01  ws-stat-rejected    pic 9(6) value zero.

       01  ws-operator-id      pic x(8) value spaces.
       01  ws-program-name     pic x(20) value "SODRPT".
       01  ws-audit-outcome    pic x(8) value spaces.
       01  ws-op-result        pic 9(2) value zero.

       procedure division.
           accept ws-operator-id from environment "OPERATOR-ID".
           move "START" to ws-audit-outcome.
           call "AUDITLOG" using ws-program-name ws-operator-id
                                  ws-audit-outcome.

           call "FILERES" using ws-rules-file-name.
           call "FILERES" using ws-auditlog-file.
           call "FILERES" using ws-jrnl-file-name.
           call "FILERES" using ws-jarch-file-name.
           call "FILERES" using ws-rpt-file-name.

           accept ws-company-code from environment "ACMITS-COMPANY".
           if ws-company-code = spaces
              move "BASE" to ws-company-code
           end-if.

           accept ws-curr-date from date yyyymmdd.
           move ws-curr-date to ws-period-to.
           compute ws-period-from = function date-of-integer(
                   function integer-of-date(ws-curr-date) - 1).
           accept ws-from-text from environment "SODRPT-FROM".
           if ws-from-text not = spaces
              and function test-numval(ws-from-text) = 0
              compute ws-period-from = function numval(ws-from-text)
           end-if.
           accept ws-to-text from environment "SODRPT-TO".
           if ws-to-text not = spaces
              and function test-numval(ws-to-text) = 0
              compute ws-period-to = function numval(ws-to-text)
           end-if.

           perform 1000-load-rules.
           if ws-rule-count = 0
              display "No rules on SOD.DAT, status="
                      ws-rules-status " - nothing checked."
              move "FAIL" to ws-audit-outcome
              call "AUDITLOG" using ws-program-name ws-operator-id
                                     ws-audit-outcome
              move 8 to return-code
              goback
           end-if.

      *    A rule with no window pairs events any distance apart,
      *    so every event on file is in play.
           if ws-any-window-rule = "Y"
              move zero to ws-load-from
           else
              compute ws-load-from = function date-of-integer(
                      function integer-of-date(ws-period-from)
                      - (ws-widest-hours / 24) - 1)
           end-if.

           perform 2000-load-audit-log.
           if ws-log-status not = "00"
              display "Cannot read AUDIT.LOG, status="
                      ws-log-status
              move "FAIL" to ws-audit-outcome
              call "AUDITLOG" using ws-program-name ws-operator-id
                                     ws-audit-outcome
              move 8 to return-code
              goback
           end-if.
           perform 2500-load-journal.
           perform 3000-load-user-history.

           open output sod-report.
           if ws-report-status not = "00"
              display "Cannot open SOD.RPT, status="
                      ws-report-status
              move "FAIL" to ws-audit-outcome
              call "AUDITLOG" using ws-program-name ws-operator-id
                                     ws-audit-outcome
              move 8 to return-code
              goback
           end-if.
           perform 6900-print-headers.

           move 1 to ws-ru-sub.
           perform until ws-ru-sub > ws-rule-count
              perform 4000-check-rule
              add 1 to ws-ru-sub
           end-perform.

           perform 6500-print-totals.
           close sod-report.
           call "SPOOLREG" using ws-program-name ws-rpt-file-name.

           display "Rules checked       : " ws-rule-count.
           display "Events in play      : " ws-event-count.
           display "Violations listed   : " ws-pair-count.
           display "Critical alerts     : " ws-alert-count.
           if ws-segs-missing > 0
              display "Archived segments missing: " ws-segs-missing
                      " - see the report."
           end-if.
           if not ws-hist-scanned
              display "userid_hist was not reachable - USERID: "
                      "rules checked on the files alone."
           end-if.
           display "Report written to SOD.RPT.".

           compute ws-stat-read = ws-log-read + ws-jrnl-read
                                + ws-hist-read.
           move ws-pair-count to ws-stat-written.
           call "RUNSTATS" using ws-program-name ws-stat-read
                                  ws-stat-written ws-stat-updated
                                  ws-stat-rejected.

           if ws-pair-count > 0 or not ws-hist-scanned
              or ws-segs-missing > 0
              move "VIOLATN" to ws-audit-outcome
              move 4 to return-code
           else
              move "SUCCESS" to ws-audit-outcome
              move 0 to return-code
           end-if.
           call "AUDITLOG" using ws-program-name ws-operator-id
                                  ws-audit-outcome.
           goback.

       1000-load-rules.
           open input sod-rules.
           if ws-rules-status = "00"
              move "N" to ws-eof-switch
              perform until ws-eof
                 read sod-rules
                    at end
                       set ws-eof to true
                    not at end
                       perform 1100-file-rule
                 end-read
              end-perform
              close sod-rules
           end-if.

      *    A rule pairing a side with itself, or with a blank side,
      *    can never mean two different duties - skipped.
       1100-file-rule.
           if sod-rule-record(1:1) = "*"
              or sr-side-a = spaces or sr-side-b = spaces
              or sr-side-a = sr-side-b
              continue
           else
              if ws-rule-count < ws-rule-limit
                 add 1 to ws-rule-count
                 move function upper-case(sr-side-a)
                   to ru-side-a(ws-rule-count)
                 move function upper-case(sr-side-b)
                   to ru-side-b(ws-rule-count)
                 move zero to ru-window-hours(ws-rule-count)
                 if sr-window-text is numeric
                    move sr-window-text
                      to ru-window-hours(ws-rule-count)
                 end-if
                 move function upper-case(sr-critical)
                   to ru-critical(ws-rule-count)
                 move function upper-case(sr-scope)
                   to ru-scope(ws-rule-count)
                 move sr-description
                   to ru-description(ws-rule-count)
                 move zero to ru-hits(ws-rule-count)
                 if ru-window-hours(ws-rule-count) = 0
                    move "Y" to ws-any-window-rule
                 end-if
                 if ru-window-hours(ws-rule-count) > ws-widest-hours
                    move ru-window-hours(ws-rule-count)
                      to ws-widest-hours
                 end-if
              else
                 display "More than " ws-rule-limit
                         " rules on SOD.DAT - the rest ignored."
              end-if
           end-if.

       2000-load-audit-log.
           open input audit-log.
           if ws-log-status = "00"
              move "N" to ws-eof-switch
              perform until ws-eof
                 read audit-log
                    at end
                       set ws-eof to true
                    not at end
                       add 1 to ws-log-read
                       if au-ts-date is numeric
                          and au-ts-date >= ws-load-from
                          and au-ts-date <= ws-period-to
                          and au-outcome not = "START"
                          and au-outcome not = "DENIED"
                          and au-outcome not = "LOCKED"
                          move au-operator to ws-new-operator
                          move function upper-case(au-program)
                            to ws-new-name
                          move "A" to ws-new-source
                          move zero to ws-new-cust-id
                          move au-ts-date to ws-new-date
                          move au-ts-time to ws-new-time
                          perform 3900-add-event
                       end-if
                 end-read
              end-perform
              close audit-log
           end-if.

      *    Journal entries feed the customer-scope rules only - the
      *    run itself is already on AUDIT.LOG for the operator-scope
      *    ones. No journal yet is no customer events, not an error.
      *    The segments JRNLCOMP has cut are read first, oldest first.
       2500-load-journal.
           move zero to ws-seg-count.
           open input journal-segments.
           if ws-jarch-status = "00"
              move "N" to ws-eof-switch
              perform until ws-eof
                 read journal-segments
                    at end
                       set ws-eof to true
                    not at end
                       if ja-journal-name = "CUSTJRNL.DAT"
                          and ja-last-date >= ws-load-from
                          and ja-first-date <= ws-period-to
                          and ws-seg-count < ws-seg-limit
                          add 1 to ws-seg-count
                          move ja-archive-name
                            to sg-archive-name(ws-seg-count)
                          move "Y" to sg-on-disk(ws-seg-count)
                       end-if
                 end-read
              end-perform
              close journal-segments
           end-if.
           move 1 to ws-seg-sub.
           perform until ws-seg-sub > ws-seg-count
              move sg-archive-name(ws-seg-sub) to ws-jrnl-read-name
              perform 2600-read-journal
              if ws-jrnl-status = "00"
                 add 1 to ws-segs-read
              else
                 move "N" to sg-on-disk(ws-seg-sub)
                 add 1 to ws-segs-missing
              end-if
              add 1 to ws-seg-sub
           end-perform.
           move ws-jrnl-file-name to ws-jrnl-read-name.
           perform 2600-read-journal.

       2600-read-journal.
           open input cust-journal.
           if ws-jrnl-status = "00"
              move "N" to ws-eof-switch
              perform until ws-eof
                 read cust-journal
                    at end
                       set ws-eof to true
                    not at end
                       add 1 to ws-jrnl-read
                       if jr-ts-date >= ws-load-from
                          and jr-ts-date <= ws-period-to
                          move jr-operator-id to ws-new-operator
                          move function upper-case(jr-program-name)
                            to ws-new-name
                          move "J" to ws-new-source
                          if jr-after-image = spaces
                             move jr-before-image to ws-cust-image
                          else
                             move jr-after-image to ws-cust-image
                          end-if
                          move ws-ci-cust-id to ws-new-cust-id
                          move jr-ts-date to ws-new-date
                          move jr-ts-time to ws-new-time
                          perform 3900-add-event
                       end-if
                 end-read
              end-perform
              close cust-journal
              move "00" to ws-jrnl-status
           end-if.

      *    userid_hist rows become USERID:<change type> events for
      *    the operator who applied them. A database that cannot be
      *    reached leaves those rules checked on the files alone and
      *    says so on the report.
       3000-load-user-history.
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
                   declare H1 cursor for
                   select changed_by, changetype,
                          changed_date, changed_time
                          from userid_hist
                          where changed_date >= :ws-load-from
                            and changed_date <= :ws-period-to
                          order by changed_date, changed_time
              end-exec
              exec sql open H1 end-exec
              if sqlcode = 0
                 move "Y" to ws-hist-switch
                 move "N" to ws-fetch-done
                 perform until ws-fetch-done = "Y"
                    exec sql
                         fetch H1 into :ws-hist-user, :ws-hist-type,
                                       :ws-hist-date, :ws-hist-time
                    end-exec
                    if sqlcode = 0
                       add 1 to ws-hist-read
                       perform 3100-file-hist-event
                    else
                       move "Y" to ws-fetch-done
                    end-if
                 end-perform
                 exec sql close H1 end-exec
              end-if
              exec sql disconnect current end-exec
           end-if.

       3100-file-hist-event.
           move ws-hist-user to ws-new-operator.
           move spaces to ws-new-name.
           string "USERID:" delimited by size
                  function upper-case(ws-hist-type)
                  delimited by space
                  into ws-new-name
           end-string.
           move "H" to ws-new-source.
           move zero to ws-new-cust-id.
           move ws-hist-date to ws-new-date.
           move ws-hist-time to ws-new-time.
           perform 3900-add-event.

      *    Only events some rule names are kept - the table holds
      *    what can pair, not the whole trail.
       3900-add-event.
           move "N" to ws-name-wanted.
           move 1 to ws-ru-sub.
           perform until ws-ru-sub > ws-rule-count
                      or ws-name-wanted = "Y"
              if ru-side-a(ws-ru-sub) = ws-new-name
                 or ru-side-b(ws-ru-sub) = ws-new-name
                 move "Y" to ws-name-wanted
              end-if
              add 1 to ws-ru-sub
           end-perform.
           if ws-name-wanted = "Y" and ws-new-operator not = spaces
              if ws-event-count < ws-event-limit
                 add 1 to ws-event-count
                 move ws-new-operator to ev-operator(ws-event-count)
                 move ws-new-name     to ev-name(ws-event-count)
                 move ws-new-source   to ev-source(ws-event-count)
                 move ws-new-cust-id  to ev-cust-id(ws-event-count)
                 move ws-new-date     to ev-date(ws-event-count)
                 move ws-new-time     to ev-time(ws-event-count)
                 compute ev-minute(ws-event-count) =
                         function integer-of-date(ws-new-date) * 1440
                         + ws-new-hh * 60 + ws-new-mm
              else
                 move "Y" to ws-events-full
              end-if
           end-if.

      *    Every first-side event against every second-side event of
      *    the same operator (and customer, for customer scope).
       4000-check-rule.
           move "N" to ws-rule-line-done.
           move zero to ws-hit-count.
           compute ws-window-minutes =
                   ru-window-hours(ws-ru-sub) * 60.
           move 1 to ws-ev-sub.
           perform until ws-ev-sub > ws-event-count
              if ev-name(ws-ev-sub) = ru-side-a(ws-ru-sub)
                 perform 4100-pair-first-side
              end-if
              add 1 to ws-ev-sub
           end-perform.
           if ru-critical(ws-ru-sub) = "C"
              move 1 to ws-ht-sub
              perform until ws-ht-sub > ws-hit-count
                 perform 4500-raise-alert
                 add 1 to ws-ht-sub
              end-perform
           end-if.

       4100-pair-first-side.
           move 1 to ws-ev-pair.
           perform until ws-ev-pair > ws-event-count
              if ev-name(ws-ev-pair) = ru-side-b(ws-ru-sub)
                 and ev-operator(ws-ev-pair) = ev-operator(ws-ev-sub)
                 perform 4200-test-pair
              end-if
              add 1 to ws-ev-pair
           end-perform.

       4200-test-pair.
           move "Y" to ws-pair-ok.
           if ru-scope(ws-ru-sub) = "C"
              if ev-source(ws-ev-sub) not = "J"
                 or ev-source(ws-ev-pair) not = "J"
                 or ev-cust-id(ws-ev-pair) not = ev-cust-id(ws-ev-sub)
                 move "N" to ws-pair-ok
              end-if
           else
              if ev-source(ws-ev-sub) = "J"
                 or ev-source(ws-ev-pair) = "J"
                 move "N" to ws-pair-ok
              end-if
           end-if.
           if ws-pair-ok = "Y" and ws-window-minutes > 0
              compute ws-gap-minutes = ev-minute(ws-ev-pair)
                                     - ev-minute(ws-ev-sub)
              if ws-gap-minutes < 0
                 compute ws-gap-minutes = 0 - ws-gap-minutes
              end-if
              if ws-gap-minutes > ws-window-minutes
                 move "N" to ws-pair-ok
              end-if
           end-if.
           if ws-pair-ok = "Y"
              move ev-date(ws-ev-sub) to ws-later-date
              if ev-minute(ws-ev-pair) > ev-minute(ws-ev-sub)
                 move ev-date(ws-ev-pair) to ws-later-date
              end-if
              if ws-later-date < ws-period-from
                 or ws-later-date > ws-period-to
                 move "N" to ws-pair-ok
              end-if
           end-if.
           if ws-pair-ok = "Y"
              add 1 to ws-pair-count
              add 1 to ru-hits(ws-ru-sub)
              perform 4300-note-operator
              perform 6000-print-pair
           end-if.

       4300-note-operator.
           move zero to ws-ht-found.
           move 1 to ws-ht-sub.
           perform until ws-ht-sub > ws-hit-count
                      or ws-ht-found > 0
              if ht-operator(ws-ht-sub) = ev-operator(ws-ev-sub)
                 move ws-ht-sub to ws-ht-found
              end-if
              add 1 to ws-ht-sub
           end-perform.
           if ws-ht-found = 0 and ws-hit-count < 200
              add 1 to ws-hit-count
              move ws-hit-count to ws-ht-found
              move ev-operator(ws-ev-sub) to ht-operator(ws-ht-found)
              move zero to ht-pairs(ws-ht-found)
           end-if.
           if ws-ht-found > 0
              add 1 to ht-pairs(ws-ht-found)
           end-if.

       4500-raise-alert.
           move spaces to ws-alert-message.
           string "SOD " delimited by size
                  function trim(ru-side-a(ws-ru-sub))
                  delimited by size
                  "+" delimited by size
                  function trim(ru-side-b(ws-ru-sub))
                  delimited by size
                  " BY " delimited by size
                  function trim(ht-operator(ws-ht-sub))
                  delimited by size
                  " X" delimited by size
                  ht-pairs(ws-ht-sub) delimited by size
                  into ws-alert-message
           end-string.
           call "OPERALERT" using ws-alert-severity ws-program-name
                                   ws-alert-message.
           add 1 to ws-alert-count.

       6000-print-pair.
           if ws-rule-line-done not = "Y"
              if ws-lines-on-page + 3 > ws-lines-per-page
                 perform 6900-print-headers
              end-if
              move spaces to sod-report-line
              write sod-report-line
              move spaces to sod-report-line
              string "RULE: " delimited by size
                     function trim(ru-side-a(ws-ru-sub))
                     delimited by size
                     " + " delimited by size
                     function trim(ru-side-b(ws-ru-sub))
                     delimited by size
                     "  " delimited by size
                     ru-description(ws-ru-sub) delimited by size
                     into sod-report-line
              end-string
              if ru-critical(ws-ru-sub) = "C"
                 move "CRITICAL" to sod-report-line(110:8)
              end-if
              write sod-report-line
              add 2 to ws-lines-on-page
              move "Y" to ws-rule-line-done
           end-if.
           if ws-lines-on-page >= ws-lines-per-page
              perform 6900-print-headers
           end-if.
           move spaces to ws-cust-text.
           if ru-scope(ws-ru-sub) = "C"
              move ev-cust-id(ws-ev-sub) to ws-chk-cust-id
              call "CUSTCHK" using ws-chk-function ws-print-id
                                   ws-chk-cust-id ws-chk-result
              move ws-print-id(1:7) to ws-cust-text
           end-if.
           move spaces to sod-report-line.
           move ev-operator(ws-ev-sub)  to sod-report-line(3:8).
           move ws-cust-text            to sod-report-line(13:7).
           move ev-name(ws-ev-sub)      to sod-report-line(21:20).
           move ev-date(ws-ev-sub)      to sod-report-line(42:8).
           move ev-time(ws-ev-sub)(1:6) to sod-report-line(51:6).
           move ev-name(ws-ev-pair)     to sod-report-line(60:20).
           move ev-date(ws-ev-pair)     to sod-report-line(81:8).
           move ev-time(ws-ev-pair)(1:6) to sod-report-line(90:6).
           write sod-report-line.
           add 1 to ws-lines-on-page.

       6500-print-totals.
           if ws-lines-on-page + 8 > ws-lines-per-page
              perform 6900-print-headers
           end-if.
           move spaces to sod-report-line.
           write sod-report-line.
           if ws-pair-count = 0
              move "No segregation-of-duties violations in the period."
                to sod-report-line
              write sod-report-line
           end-if.
           move spaces to sod-report-line.
           string "Rules checked: " delimited by size
                  ws-rule-count delimited by size
                  "   Events in play: " delimited by size
                  ws-event-count delimited by size
                  "   Violations: " delimited by size
                  ws-pair-count delimited by size
                  "   Critical alerts: " delimited by size
                  ws-alert-count delimited by size
                  into sod-report-line
           end-string.
           write sod-report-line.
           if not ws-hist-scanned
              move spaces to sod-report-line
              string "WARNING: userid_hist could not be read - "
                     delimited by size
                     "USERID: rules checked against the files only."
                     delimited by size
                     into sod-report-line
              end-string
              write sod-report-line
           end-if.
           if ws-event-table-full
              move spaces to sod-report-line
              string "WARNING: more than " delimited by size
                     ws-event-limit delimited by size
                     " events - later events were not checked."
                     delimited by size
                     into sod-report-line
              end-string
              write sod-report-line
           end-if.
           move 1 to ws-seg-sub.
           perform until ws-seg-sub > ws-seg-count
              if sg-on-disk(ws-seg-sub) = "N"
                 move spaces to sod-report-line
                 string "WARNING: archived segment " delimited by size
                        function trim(sg-archive-name(ws-seg-sub))
                        delimited by size
                        " could not be read - its customer events "
                        delimited by size
                        "were not checked." delimited by size
                        into sod-report-line
                 end-string
                 write sod-report-line
              end-if
              add 1 to ws-seg-sub
           end-perform.

       6900-print-headers.
           add 1 to ws-page-number.
           move spaces to sod-report-line.
           string "SEGREGATION OF DUTIES   COMPANY: " delimited by size
                  ws-company-code delimited by size
                  "   RUN DATE: " delimited by size
                  ws-curr-month delimited by size
                  "/" delimited by size
                  ws-curr-day delimited by size
                  "/" delimited by size
                  ws-curr-year delimited by size
                  "   PAGE: " delimited by size
                  ws-page-number delimited by size
                  into sod-report-line
           end-string.
           if ws-page-number > 1
              write sod-report-line after advancing page
           else
              write sod-report-line
           end-if.
           move spaces to sod-report-line.
           string "PERIOD " delimited by size
                  ws-period-from delimited by size
                  " TO " delimited by size
                  ws-period-to delimited by size
                  into sod-report-line
           end-string.
           write sod-report-line.
           move spaces to sod-report-line.
           move "OPERATOR" to sod-report-line(3:8).
           move "CUST"     to sod-report-line(13:4).
           move "FIRST SIDE" to sod-report-line(21:10).
           move "DATE"     to sod-report-line(42:4).
           move "TIME"     to sod-report-line(51:4).
           move "SECOND SIDE" to sod-report-line(60:11).
           move "DATE"     to sod-report-line(81:4).
           move "TIME"     to sod-report-line(90:4).
           write sod-report-line.
           move all "-" to sod-report-line.
           write sod-report-line.
           move 4 to ws-lines-on-page.

       9998-sql-warning-trap.
           display "SQL WARNING - SQLCODE=" sqlcode.

       9999-sql-error-trap.
           display "SQL ERROR - SQLCODE=" sqlcode.
           display "SQLERRMC=" sqlerrmc.
           move sqlcode to ws-sqlcode.
           call "SQLERRLOG" using ws-program-name ws-sqlcode
                                   sqlerrmc.
