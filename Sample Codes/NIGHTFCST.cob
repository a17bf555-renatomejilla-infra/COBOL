      *    Author      : Renato D. Mejilla
      *    Date        : October 15, 2026
      *    Description : Forward schedule forecast for the nightly
      *                  batch run. Which steps run on a given night,
      *                  and how long the window will take, used to be
      *                  worked out by reading RUNCAL.DAT by hand
      *                  against the weekly and month-end rules. This
      *                  applies NIGHTLYRUN's own rules - the step
      *                  table it shares through NIGHTSTP, the
      *                  RUNCAL.DAT frequencies (D daily, W plus a day
      *                  1-7 Monday-Sunday, M month-end, no line or an
      *                  unknown code nightly) and the prerequisites,
      *                  a RUNCAL.DAT line's program names overriding
      *                  the built-in row - to each of the next
      *                  NIGHTFCST-NIGHTS nights (default 7, at most
      *                  31) and lists the steps due, in run order,
      *                  with what each waits on. A prerequisite not
      *                  due that night counts as met, as it does in
      *                  the driver. Each step is costed at its
      *                  average over the last BATCHTREND-WINDOW
      *                  nights of NIGHTHIS.DAT (default 7) - the
      *                  averages BATCHTREND reports - and the night's
      *                  window is projected from NIGHTFCST-START
      *                  (HHMM, default 0100) against the day shift at
      *                  NIGHTFCST-DAYSHIFT (HHMM, default 0700). A
      *                  start at noon or later is taken as the
      *                  evening before the day shift. A night that
      *                  runs past the day-shift start is flagged
      *                  OVERRUN; a step with no history is costed at
      *                  nothing and the night marked as such.
      *                  Report goes to NIGHTFCST.RPT. RETURN-CODE 0
      *                  every night fits, 4 one or more projected to
      *                  overrun.
      *    Compiler    : Micro Focus Visual COBOL
      *    ============================================================
      *    Modification History
      *    2026-10-15  RDM  Forecasts RUNCAL.DAT's new B frequency - the
      *                     last business day of the month, from the
      *                     shared BUSCAL routine - as the driver now
      *                     runs it, and marks each night's header with
      *                     the last business day or a non-business day.
      *    2026-10-15  RDM  BATCHTREND-WINDOW read through PARMGET under
      *                     BATCHTREND, same value the trend report
      *                     uses.
      *    ============================================================

       identification division.
       program-id.     NIGHTFCST.

       environment division.
       input-output section.
       file-control.
           select calendar-file assign to ws-runcal-file
                                 organization line sequential
                                 file status is ws-calendar-status.

           select step-history  assign to ws-nighthis-file
                                 organization line sequential
                                 file status is ws-history-status.

           select forecast-rpt  assign to ws-rpt-file-name
                                 organization line sequential
                                 file status is ws-report-status.

       data division.
       file section.
       fd  calendar-file.
       01  calendar-record.
           05  cal-program          pic x(12).
           05  cal-frequency        pic x(1).
           05  cal-day-of-week      pic 9(1).
           05  cal-depends.
               10  cal-dep-name occurs 3 times pic x(12).

       fd  step-history.
       01  step-history-record.
           05  sh-run-date          pic 9(8).
           05  filler               pic x.
           05  sh-step-number       pic 9(2).
           05  filler               pic x.
           05  sh-program           pic x(12).
           05  filler               pic x.
           05  sh-elapsed-secs      pic 9(6).
           05  filler               pic x.
           05  sh-return-code       pic 9(4).

       fd  forecast-rpt.
       01  forecast-rpt-line        pic x(132).

       working-storage section.
       01  ws-runcal-file    pic x(26) value "RUNCAL.DAT".
       01  ws-nighthis-file  pic x(26) value "NIGHTHIS.DAT".
       01  ws-rpt-file-name  pic x(26) value "NIGHTFCST.RPT".

       01  ws-calendar-status  pic xx value "00".
       01  ws-history-status   pic xx value "00".
       01  ws-report-status    pic xx value "00".
       01  ws-eof-switch       pic x value "N".
           88 ws-eof           value "Y".

      *> The driver's step table.
       copy NIGHTSTP.
       01  ws-step-num         pic 9(2) value zero.

      *> The run calendar, as NIGHTLYRUN loads it.
       01  ws-calendar-table.
           05  ws-calendar-count pic 9(2) value zero.
           05  ws-calendar-limit pic 9(2) value 20.
           05  ws-calendar-entry occurs 20 times.
               10  ce-program      pic x(12).
               10  ce-frequency    pic x(1).
               10  ce-day-of-week  pic 9(1).
               10  ce-dep-name occurs 3 times pic x(12).
       01  ws-cal-sub          pic 9(2) value zero.
       01  ws-cal-hit          pic 9(2) value zero.

      *> Per step: its average cost, and whether it is due on the
      *> night in hand.
       01  ws-step-cost-table.
           05  ws-step-cost occurs 60 times.
               10  sc-avg-secs     pic 9(6).
               10  sc-nights       pic 9(4).
               10  sc-due          pic x(1).
       01  ws-avg-window       pic 9(3) value 7.
       01  ws-own-count        pic 9(5) value zero.
       01  ws-cost-total       pic 9(9) value zero.

      *> NIGHTHIS.DAT, in file (chronological) order.
       01  ws-entry-table.
           05  ws-entry-count  pic 9(5) value zero.
           05  ws-entry-limit  pic 9(5) value 20000.
           05  ws-hist-entry occurs 20000 times.
               10  he-program      pic x(12).
               10  he-elapsed      pic 9(6).
       01  ws-he-sub           pic 9(5) value zero.

      *> Forecast controls.
       01  ws-parm-text        pic x(4) value spaces.
       01  ws-night-limit      pic 9(2) value 7.
       01  ws-start-hhmm       pic 9(4) value 0100.
       01  ws-start-hhmm-x redefines ws-start-hhmm.
           05  ws-start-hh     pic 99.
           05  ws-start-mm     pic 99.
       01  ws-shift-hhmm       pic 9(4) value 0700.
       01  ws-shift-hhmm-x redefines ws-shift-hhmm.
           05  ws-shift-hh     pic 99.
           05  ws-shift-mm     pic 99.
       01  ws-start-secs       pic 9(6) value zero.
       01  ws-deadline-secs    pic 9(6) value zero.

      *> The night in hand. A night is named by the date NIGHTLYRUN
      *> stamps it with - the date the run starts on.
       01  ws-night-num        pic 9(2) value zero.
       01  ws-today-date       pic 9(8) value zero.
       01  ws-today-x redefines ws-today-date.
           05  ws-today-year   pic 9(4).
           05  ws-today-month  pic 99.
           05  ws-today-day    pic 99.
       01  ws-first-run-int    pic 9(7) value zero.
       01  ws-night-int        pic 9(7) value zero.
       01  ws-night-date       pic 9(8) value zero.
       01  ws-night-dow        pic 9(1) value zero.
       01  ws-next-date        pic 9(8) value zero.
       01  ws-month-end-switch pic x(1) value "N".
           88 ws-is-month-end  value "Y".
       01  ws-buscal-function  pic x(1) value "L".
       01  ws-last-bus-date    pic 9(8) value zero.
       01  ws-buscal-business  pic x(1) value "N".
       01  ws-bus-month-end-sw pic x(1) value "N".
           88 ws-is-bus-month-end value "Y".
       01  ws-step-scheduled   pic x(1) value "Y".
           88 ws-runs-tonight  value "Y".
       01  ws-night-secs       pic 9(7) value zero.
       01  ws-finish-secs      pic 9(7) value zero.
       01  ws-due-count        pic 9(2) value zero.
       01  ws-unknown-count    pic 9(2) value zero.
       01  ws-overrun-secs     pic 9(7) value zero.

       01  ws-day-names-values.
           05  filler pic x(3) value "MON".
           05  filler pic x(3) value "TUE".
           05  filler pic x(3) value "WED".
           05  filler pic x(3) value "THU".
           05  filler pic x(3) value "FRI".
           05  filler pic x(3) value "SAT".
           05  filler pic x(3) value "SUN".
       01  ws-day-names redefines ws-day-names-values.
           05  ws-day-name occurs 7 times pic x(3).

      *> Prerequisite work fields - see 4200-describe-prerequisites.
       01  ws-dep-sub          pic 9 value zero.
       01  ws-dep-target       pic 99 value zero.
       01  ws-dep-seek         pic 9(2) value zero.
       01  ws-dep-text         pic x(40) value spaces.
       01  ws-dep-pointer      pic 9(3) value zero.

      *> Summary line per night, printed at the end.
       01  ws-summary-table.
           05  ws-summary-entry occurs 31 times.
               10  sm-date         pic 9(8).
               10  sm-dow          pic 9(1).
               10  sm-month-end    pic x(1).
               10  sm-due          pic 9(2).
               10  sm-window-secs  pic 9(7).
               10  sm-finish-secs  pic 9(7).
               10  sm-unknown      pic 9(2).
       01  ws-overrun-count    pic 9(2) value zero.

      *> Clock formatting - hh:mm from seconds past the night's
      *> midnight, with +1 when it runs into the next day.
       01  ws-clock-secs       pic 9(7) value zero.
       01  ws-clock-days       pic 9(2) value zero.
       01  ws-clock-hh         pic 99 value zero.
       01  ws-clock-mm         pic 99 value zero.
       01  ws-clock-text       pic x(8) value spaces.
       01  ws-length-text      pic x(8) value spaces.
       01  ws-length-hh        pic 999 value zero.

      *> Report page control.
       01  ws-company-code     pic x(4) value spaces.
       01  ws-lines-on-page    pic 99 value 99.
       01  ws-lines-per-page   pic 99 value 60.
       01  ws-page-number      pic 999 value zero.
       01  ws-edit-secs        pic zzzzz9.
       01  ws-edit-step        pic z9.

      *> End-of-run counts handed to the shared RUNSTATS routine.
       01  ws-stat-read        pic 9(6) value zero.
       01  ws-stat-written     pic 9(6) value zero.
       01  ws-stat-updated     pic 9(6) value zero.
       01  ws-stat-rejected    pic 9(6) value zero.

       01  ws-operator-id      pic x(8) value spaces.
       01  ws-program-name     pic x(20) value "NIGHTFCST".
       01  ws-trend-program    pic x(20) value "BATCHTREND".
       01  ws-parm-name        pic x(24) value spaces.
       01  ws-parm-value       pic x(20) value spaces.
       01  ws-parm-source      pic x(1) value space.
       01  ws-audit-outcome    pic x(8) value spaces.

       procedure division.
           accept ws-operator-id from environment "OPERATOR-ID".
           move "START" to ws-audit-outcome.
           call "AUDITLOG" using ws-program-name ws-operator-id
                                  ws-audit-outcome.

           call "FILERES" using ws-runcal-file.
           call "FILERES" using ws-nighthis-file.
           call "FILERES" using ws-rpt-file-name.

           accept ws-company-code from environment "ACMITS-COMPANY".
           if ws-company-code = spaces
              move "BASE" to ws-company-code
           end-if.

           accept ws-parm-text from environment "NIGHTFCST-NIGHTS".
           if ws-parm-text not = spaces
              and function test-numval(ws-parm-text) = 0
              compute ws-night-limit = function numval(ws-parm-text)
           end-if.
           if ws-night-limit < 1
              move 1 to ws-night-limit
           end-if.
           if ws-night-limit > 31
              move 31 to ws-night-limit
           end-if.
           move spaces to ws-parm-text.
           accept ws-parm-text from environment "NIGHTFCST-START".
           if ws-parm-text not = spaces
              and function test-numval(ws-parm-text) = 0
              compute ws-start-hhmm = function numval(ws-parm-text)
           end-if.
           move spaces to ws-parm-text.
           accept ws-parm-text from environment "NIGHTFCST-DAYSHIFT".
           if ws-parm-text not = spaces
              and function test-numval(ws-parm-text) = 0
              compute ws-shift-hhmm = function numval(ws-parm-text)
           end-if.
           move spaces to ws-parm-text.
           move "BATCHTREND-WINDOW" to ws-parm-name.
           move spaces to ws-parm-value.
           call "PARMGET" using ws-trend-program ws-parm-name
                                 ws-parm-value ws-parm-source.
           move ws-parm-value to ws-parm-text.
           if ws-parm-text not = spaces
              and function test-numval(ws-parm-text) = 0
              compute ws-avg-window = function numval(ws-parm-text)
           end-if.
           if ws-avg-window < 1
              move 1 to ws-avg-window
           end-if.

      *> Seconds past the run date's midnight. An evening start runs
      *> into the next morning's day shift; an after-midnight start
      *> meets the day shift the same morning.
           accept ws-today-date from date yyyymmdd.
           compute ws-start-secs = ws-start-hh * 3600
                                 + ws-start-mm * 60.
           compute ws-deadline-secs = ws-shift-hh * 3600
                                    + ws-shift-mm * 60.
           compute ws-first-run-int =
                   function integer-of-date(ws-today-date).
           if ws-start-hhmm >= 1200
              add 86400 to ws-deadline-secs
           else
              add 1 to ws-first-run-int
           end-if.

           perform 1000-load-calendar.
           perform 2000-load-history.
           perform 3000-cost-steps.

           open output forecast-rpt.
           if ws-report-status not = "00"
              display "Cannot open NIGHTFCST.RPT, status="
                      ws-report-status
              move "FAIL" to ws-audit-outcome
              call "AUDITLOG" using ws-program-name ws-operator-id
                                     ws-audit-outcome
              move 8 to return-code
              goback
           end-if.

           move 1 to ws-night-num.
           perform until ws-night-num > ws-night-limit
              perform 4000-forecast-night
              add 1 to ws-night-num
           end-perform.
           perform 5000-print-summary.
           close forecast-rpt.
           call "SPOOLREG" using ws-program-name ws-rpt-file-name.

           display "Nights forecast     : " ws-night-limit.
           display "Projected overruns  : " ws-overrun-count.
           display "Report written to NIGHTFCST.RPT.".

           move ws-entry-count to ws-stat-read.
           move ws-night-limit to ws-stat-written.
           call "RUNSTATS" using ws-program-name ws-stat-read
                                  ws-stat-written ws-stat-updated
                                  ws-stat-rejected.

           if ws-overrun-count > 0
              move "OVERRUN" to ws-audit-outcome
              move 4 to return-code
           else
              move "SUCCESS" to ws-audit-outcome
              move 0 to return-code
           end-if.
           call "AUDITLOG" using ws-program-name ws-operator-id
                                  ws-audit-outcome.
           goback.

      *> No calendar file means every step runs nightly, as in the
      *> driver.
       1000-load-calendar.
           move zero to ws-calendar-count.
           open input calendar-file.
           if ws-calendar-status = "00"
              perform until ws-calendar-status not = "00"
                 read calendar-file
                    at end
                       continue
                    not at end
                       if ws-calendar-count < ws-calendar-limit
                          add 1 to ws-calendar-count
                          move cal-program to
                               ce-program(ws-calendar-count)
                          move cal-frequency to
                               ce-frequency(ws-calendar-count)
                          move cal-day-of-week to
                               ce-day-of-week(ws-calendar-count)
                          move cal-dep-name(1) to
                               ce-dep-name(ws-calendar-count, 1)
                          move cal-dep-name(2) to
                               ce-dep-name(ws-calendar-count, 2)
                          move cal-dep-name(3) to
                               ce-dep-name(ws-calendar-count, 3)
                       end-if
                 end-read
              end-perform
              close calendar-file
           else
              display "No RUNCAL.DAT - every step forecast nightly."
           end-if.

       2000-load-history.
           open input step-history.
           if ws-history-status not = "00"
              display "No NIGHTHIS.DAT - steps cannot be costed."
           else
              move "N" to ws-eof-switch
              perform until ws-eof
                 read step-history
                    at end
                       set ws-eof to true
                    not at end
                       if sh-run-date is numeric
                          and ws-entry-count < ws-entry-limit
                          add 1 to ws-entry-count
                          move sh-program
                            to he-program(ws-entry-count)
                          move sh-elapsed-secs
                            to he-elapsed(ws-entry-count)
                       end-if
                 end-read
              end-perform
              close step-history
           end-if.

      *> Each step's average over its newest BATCHTREND-WINDOW
      *> entries, walked newest first as BATCHTREND does.
       3000-cost-steps.
           move 1 to ws-step-num.
           perform until ws-step-num > ws-step-max
              move zero to ws-own-count
              move zero to ws-cost-total
              move ws-entry-count to ws-he-sub
              perform until ws-he-sub < 1
                         or ws-own-count >= ws-avg-window
                 if he-program(ws-he-sub) =
                    ws-step-program(ws-step-num)
                    add 1 to ws-own-count
                    add he-elapsed(ws-he-sub) to ws-cost-total
                 end-if
                 subtract 1 from ws-he-sub
              end-perform
              move ws-own-count to sc-nights(ws-step-num)
              if ws-own-count > 0
                 compute sc-avg-secs(ws-step-num) =
                         ws-cost-total / ws-own-count
              else
                 move zero to sc-avg-secs(ws-step-num)
              end-if
              add 1 to ws-step-num
           end-perform.

       4000-forecast-night.
           compute ws-night-int = ws-first-run-int + ws-night-num - 1.
           compute ws-night-date =
                   function date-of-integer(ws-night-int).
           compute ws-night-dow =
                   function mod(ws-night-int - 1, 7) + 1.
           compute ws-next-date =
                   function date-of-integer(ws-night-int + 1).
           move "N" to ws-month-end-switch.
           if ws-night-date(5:2) not = ws-next-date(5:2)
              move "Y" to ws-month-end-switch
           end-if.
           move "L" to ws-buscal-function.
           call "BUSCAL" using ws-buscal-function ws-night-date
                               ws-last-bus-date ws-buscal-business.
           move "N" to ws-bus-month-end-sw.
           if ws-last-bus-date = ws-night-date
              move "Y" to ws-bus-month-end-sw
           end-if.

      *> Which steps are due - the prerequisite text needs the whole
      *> night's answer before any step is printed.
           move zero to ws-due-count.
           move zero to ws-unknown-count.
           move zero to ws-night-secs.
           move 1 to ws-step-num.
           perform until ws-step-num > ws-step-max
              perform 4100-check-calendar
              move ws-step-scheduled to sc-due(ws-step-num)
              if ws-runs-tonight
                 add 1 to ws-due-count
                 add sc-avg-secs(ws-step-num) to ws-night-secs
                 if sc-nights(ws-step-num) = 0
                    add 1 to ws-unknown-count
                 end-if
              end-if
              add 1 to ws-step-num
           end-perform.
           compute ws-finish-secs = ws-start-secs + ws-night-secs.

           perform 4500-print-night-header.
           move ws-start-secs to ws-finish-secs.
           move 1 to ws-step-num.
           perform until ws-step-num > ws-step-max
              if sc-due(ws-step-num) = "Y"
                 add sc-avg-secs(ws-step-num) to ws-finish-secs
                 perform 4600-print-step-line
              end-if
              add 1 to ws-step-num
           end-perform.
           perform 4700-print-night-verdict.

           move ws-night-date  to sm-date(ws-night-num).
           move ws-night-dow   to sm-dow(ws-night-num).
           move ws-month-end-switch to sm-month-end(ws-night-num).
           move ws-due-count   to sm-due(ws-night-num).
           move ws-night-secs  to sm-window-secs(ws-night-num).
           move ws-finish-secs to sm-finish-secs(ws-night-num).
           move ws-unknown-count to sm-unknown(ws-night-num).

      *> NIGHTLYRUN's frequency rule, for the night in hand.
       4100-check-calendar.
           move "Y" to ws-step-scheduled.
           perform 4150-find-calendar-hit.
           if ws-cal-hit > 0
              evaluate ce-frequency(ws-cal-hit)
                 when "W"
                    if ce-day-of-week(ws-cal-hit)
                       not = ws-night-dow
                       move "N" to ws-step-scheduled
                    end-if
                 when "M"
                    if not ws-is-month-end
                       move "N" to ws-step-scheduled
                    end-if
                 when "B"
                    if not ws-is-bus-month-end
                       move "N" to ws-step-scheduled
                    end-if
                 when other
                    continue
              end-evaluate
           end-if.

       4150-find-calendar-hit.
           move zero to ws-cal-hit.
           move 1 to ws-cal-sub.
           perform until ws-cal-sub > ws-calendar-count
                      or ws-cal-hit > 0
              if ce-program(ws-cal-sub) =
                 ws-step-program(ws-step-num)
                 move ws-cal-sub to ws-cal-hit
              end-if
              add 1 to ws-cal-sub
           end-perform.

      *> What the step waits on, as NIGHTLYRUN resolves it - the
      *> calendar's program names when the line has any, otherwise
      *> the built-in row. A prerequisite not due tonight is marked
      *> with an asterisk: it counts as met.
       4200-describe-prerequisites.
           move spaces to ws-dep-text.
           move 1 to ws-dep-pointer.
           perform 4150-find-calendar-hit.
           move 1 to ws-dep-sub.
           perform until ws-dep-sub > 3
              move zero to ws-dep-target
              if ws-cal-hit > 0
                 and ce-dep-name(ws-cal-hit, 1) not = spaces
                 perform 4250-resolve-calendar-dep
              else
                 move ws-dep-step(ws-step-num, ws-dep-sub)
                   to ws-dep-target
              end-if
              if ws-dep-target > 0
                 and ws-dep-target <= ws-step-max
                 if ws-dep-pointer > 1
                    string "," delimited by size
                           into ws-dep-text
                           with pointer ws-dep-pointer
                    end-string
                 end-if
                 string function trim(
                           ws-step-program(ws-dep-target))
                        delimited by size
                        into ws-dep-text
                        with pointer ws-dep-pointer
                 end-string
                 if sc-due(ws-dep-target) not = "Y"
                    string "*" delimited by size
                           into ws-dep-text
                           with pointer ws-dep-pointer
                    end-string
                 end-if
              end-if
              add 1 to ws-dep-sub
           end-perform.

       4250-resolve-calendar-dep.
           if ce-dep-name(ws-cal-hit, ws-dep-sub) not = spaces
              move 1 to ws-dep-seek
              perform until ws-dep-seek > ws-step-max
                         or ws-dep-target > 0
                 if ws-step-program(ws-dep-seek) =
                    ce-dep-name(ws-cal-hit, ws-dep-sub)
                    move ws-dep-seek to ws-dep-target
                 end-if
                 add 1 to ws-dep-seek
              end-perform
           end-if.

       4500-print-night-header.
           if ws-lines-on-page + ws-due-count + 6 > ws-lines-per-page
              perform 9000-print-headers
           end-if.
           move spaces to forecast-rpt-line.
           write forecast-rpt-line.
           move spaces to forecast-rpt-line.
           string "NIGHT OF " delimited by size
                  ws-night-date delimited by size
                  " " delimited by size
                  ws-day-name(ws-night-dow) delimited by size
                  "   STEPS DUE: " delimited by size
                  ws-due-count delimited by size
                  into forecast-rpt-line
           end-string.
           if ws-is-month-end
              move "MONTH-END" to forecast-rpt-line(45:9)
           end-if.
           if ws-is-bus-month-end
              move "LAST BUSINESS DAY" to forecast-rpt-line(56:17)
           end-if.
           if ws-buscal-business not = "Y"
              move "NON-BUSINESS DAY" to forecast-rpt-line(56:16)
           end-if.
           write forecast-rpt-line.
           move spaces to forecast-rpt-line.
           move "STEP"        to forecast-rpt-line(3:4).
           move "PROGRAM"     to forecast-rpt-line(9:7).
           move "FREQ"        to forecast-rpt-line(23:4).
           move "WAITS ON (* = not due, counts as met)"
             to forecast-rpt-line(29:37).
           move "AVG SECS"    to forecast-rpt-line(71:8).
           move "FINISH"      to forecast-rpt-line(82:6).
           write forecast-rpt-line.
           add 3 to ws-lines-on-page.

       4600-print-step-line.
           if ws-lines-on-page >= ws-lines-per-page
              perform 9000-print-headers
           end-if.
           perform 4200-describe-prerequisites.
           move spaces to forecast-rpt-line.
           move ws-step-num to ws-edit-step.
           move ws-edit-step to forecast-rpt-line(4:2).
           move ws-step-program(ws-step-num)
             to forecast-rpt-line(9:12).
           perform 4150-find-calendar-hit.
           if ws-cal-hit = 0
              move "D" to forecast-rpt-line(24:1)
           else
              move ce-frequency(ws-cal-hit)
                to forecast-rpt-line(24:1)
              if ce-frequency(ws-cal-hit) = "W"
                 move ws-day-name(ws-night-dow)
                   to forecast-rpt-line(25:3)
              end-if
           end-if.
           move ws-dep-text to forecast-rpt-line(29:40).
           if sc-nights(ws-step-num) = 0
              move "NO HIST" to forecast-rpt-line(71:7)
           else
              move sc-avg-secs(ws-step-num) to ws-edit-secs
              move ws-edit-secs to forecast-rpt-line(72:6)
           end-if.
           move ws-finish-secs to ws-clock-secs.
           perform 9100-format-clock.
           move ws-clock-text to forecast-rpt-line(82:8).
           write forecast-rpt-line.
           add 1 to ws-lines-on-page.

       4700-print-night-verdict.
           move ws-night-secs to ws-clock-secs.
           perform 9200-format-length.
           move ws-start-secs to ws-clock-secs.
           perform 9100-format-clock.
           move spaces to forecast-rpt-line.
           string "PROJECTED WINDOW " delimited by size
                  ws-length-text delimited by size
                  "  START " delimited by size
                  ws-clock-text delimited by size
                  into forecast-rpt-line
           end-string.
           move ws-finish-secs to ws-clock-secs.
           perform 9100-format-clock.
           string "  FINISH " delimited by size
                  ws-clock-text delimited by size
                  into forecast-rpt-line(43:20)
           end-string.
           if ws-finish-secs > ws-deadline-secs
              add 1 to ws-overrun-count
              compute ws-overrun-secs =
                      ws-finish-secs - ws-deadline-secs
              move ws-overrun-secs to ws-clock-secs
              perform 9200-format-length
              string "** OVERRUN ** past the day shift by "
                     delimited by size
                     ws-length-text delimited by size
                     into forecast-rpt-line(64:50)
              end-string
           else
              move "fits before the day shift"
                to forecast-rpt-line(64:25)
           end-if.
           write forecast-rpt-line.
           add 1 to ws-lines-on-page.
           if ws-unknown-count > 0
              move spaces to forecast-rpt-line
              string "NOTE: " delimited by size
                     ws-unknown-count delimited by size
                     " step(s) with no NIGHTHIS.DAT history costed "
                     delimited by size
                     "at nothing - the window may be longer."
                     delimited by size
                     into forecast-rpt-line
              end-string
              write forecast-rpt-line
              add 1 to ws-lines-on-page
           end-if.

       5000-print-summary.
           if ws-lines-on-page + ws-night-limit + 6
              > ws-lines-per-page
              perform 9000-print-headers
           end-if.
           move spaces to forecast-rpt-line.
           write forecast-rpt-line.
           move "SUMMARY BY NIGHT" to forecast-rpt-line.
           write forecast-rpt-line.
           move spaces to forecast-rpt-line.
           move "NIGHT"    to forecast-rpt-line(1:5).
           move "DAY"      to forecast-rpt-line(11:3).
           move "STEPS"    to forecast-rpt-line(16:5).
           move "WINDOW"   to forecast-rpt-line(23:6).
           move "FINISH"   to forecast-rpt-line(33:6).
           write forecast-rpt-line.
           add 3 to ws-lines-on-page.
           move 1 to ws-night-num.
           perform until ws-night-num > ws-night-limit
              move spaces to forecast-rpt-line
              move sm-date(ws-night-num) to forecast-rpt-line(1:8)
              move ws-day-name(sm-dow(ws-night-num))
                to forecast-rpt-line(11:3)
              move sm-due(ws-night-num) to forecast-rpt-line(18:2)
              move sm-window-secs(ws-night-num) to ws-clock-secs
              perform 9200-format-length
              move ws-length-text to forecast-rpt-line(23:8)
              move sm-finish-secs(ws-night-num) to ws-clock-secs
              perform 9100-format-clock
              move ws-clock-text to forecast-rpt-line(33:8)
              if sm-finish-secs(ws-night-num) > ws-deadline-secs
                 move "OVERRUN" to forecast-rpt-line(43:7)
              end-if
              if sm-month-end(ws-night-num) = "Y"
                 move "MONTH-END" to forecast-rpt-line(52:9)
              end-if
              if sm-unknown(ws-night-num) > 0
                 move "INCOMPLETE HISTORY" to forecast-rpt-line(63:18)
              end-if
              write forecast-rpt-line
              add 1 to ws-lines-on-page
              add 1 to ws-night-num
           end-perform.
           move spaces to forecast-rpt-line.
           if ws-overrun-count > 0
              string "VERDICT: " delimited by size
                     ws-overrun-count delimited by size
                     " NIGHT(S) PROJECTED TO OVERRUN THE DAY SHIFT"
                     delimited by size
                     into forecast-rpt-line
              end-string
           else
              move "VERDICT: EVERY NIGHT FITS" to forecast-rpt-line
           end-if.
           write forecast-rpt-line.

       9000-print-headers.
           add 1 to ws-page-number.
           move spaces to forecast-rpt-line.
           string "NIGHTLY SCHEDULE FORECAST   COMPANY: "
                  delimited by size
                  ws-company-code delimited by size
                  "   RUN DATE: " delimited by size
                  ws-today-month delimited by size
                  "/" delimited by size
                  ws-today-day delimited by size
                  "/" delimited by size
                  ws-today-year delimited by size
                  "   PAGE: " delimited by size
                  ws-page-number delimited by size
                  into forecast-rpt-line
           end-string.
           if ws-page-number > 1
              write forecast-rpt-line after advancing page
           else
              write forecast-rpt-line
           end-if.
           move spaces to forecast-rpt-line.
           string "START " delimited by size
                  ws-start-hhmm delimited by size
                  "   DAY SHIFT " delimited by size
                  ws-shift-hhmm delimited by size
                  "   STEP COSTS: AVERAGE OF LAST " delimited by size
                  ws-avg-window delimited by size
                  " NIGHTS" delimited by size
                  into forecast-rpt-line
           end-string.
           write forecast-rpt-line.
           move 2 to ws-lines-on-page.

      *> hh:mm on the clock, +1 once past the run date's midnight.
       9100-format-clock.
           compute ws-clock-days = ws-clock-secs / 86400.
           compute ws-clock-hh =
                   function mod(ws-clock-secs, 86400) / 3600.
           compute ws-clock-mm =
                   function mod(ws-clock-secs, 3600) / 60.
           move spaces to ws-clock-text.
           string ws-clock-hh delimited by size
                  ":" delimited by size
                  ws-clock-mm delimited by size
                  into ws-clock-text
           end-string.
           if ws-clock-days > 0
              move "+1" to ws-clock-text(7:2)
           end-if.

      *> A length of time as hhh:mm.
       9200-format-length.
           compute ws-length-hh = ws-clock-secs / 3600.
           compute ws-clock-mm =
                   function mod(ws-clock-secs, 3600) / 60.
           move spaces to ws-length-text.
           string ws-length-hh delimited by size
                  ":" delimited by size
                  ws-clock-mm delimited by size
                  into ws-length-text
           end-string.
