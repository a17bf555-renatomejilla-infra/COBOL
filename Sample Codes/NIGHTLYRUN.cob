      *                     business unit's file set - FILERES
      *                     resolves every file per company the same
      *                     way it already does per environment.
      *    2026-10-15  RDM  Added CASEAGE as step 22, listing every open
      *                     CUSTCASE service case past its target
      *                     resolution days by category and assigned
      *                     operator. READINESS moved to step 23 to stay
      *                     the last word of the night.
      *    2026-10-15  RDM  Added LTRACK as step 23, applying the mail
      *                     vendor's acknowledgement file to CONTHIST
      *                     and alerting on letters left unacknowledged.
      *                     Runs under the customer lock so no
      *                     CUSTLETTER run appends mid-rewrite.
      *                     READINESS moved to step 24 to stay the
      *                     last word of the night.
      *    2026-10-15  RDM  Added USERRECERT as step 24 in its escalate
      *                     mode (USERRECERT-MODE=E), raising an
      *                     OPERALERT for every access-recertification
      *                     item still unanswered past its deadline.
      *                     Runs under the USERID lock. READINESS moved
      *                     to step 25 to stay the last word of the
      *                     night.
      *    2026-10-15  RDM  Added SODRPT as step 25, reporting
      *                     segregation-of-duties violations from
      *                     the audit trail. Read-only, so it takes
      *                     no lock. READINESS moved to step 26.
      *    2026-10-15  RDM  Added PRODRPT as step 26, the daily
      *                     operator productivity report, with the
      *                     weekly one as well on a Monday. Read-only,
      *                     so it takes no lock. READINESS moved to
      *                     step 27.
      *    2026-10-15  RDM  Step tables moved to the NIGHTSTP copybook,
      *                     shared with NIGHTFCST's forward schedule
      *                     forecast.
      *    2026-10-15  RDM  RUNCAL.DAT takes a new frequency code B -
      *                     the last business day of the month, weekends
      *                     and the HOLIDAY.DAT holidays excluded,
      *                     worked out by the shared BUSCAL routine - so
      *                     month-end work such as MONTHEND's balancing
      *                     can run on a day someone is in to sign it
      *                     off.
      *    2026-10-15  RDM  Step fifteen is now INTAKE, the inbound file
      *                     intake manager, in place of ADDRLOAD - it
      *                     runs every customer extract and address
      *                     intake on the INBOUND.DAT list through its
      *                     own load, and waits on both master backups.
      *                     A RUNCAL.DAT line for ADDRLOAD needs
      *                     renaming to INTAKE.
      *    2026-10-15  RDM  New step JRNLCOMP, ahead of the readiness
      *                     report, compacts CUSTJRNL.DAT and
      *                     ADDRJRNL.DAT to the oldest retained backup
      *                     generation. It waits on both master backups,
      *                     so it always sees tonight's generation
      *                     registries.
      *    2026-10-15  RDM  New step LBOXPOST, ahead of the readiness
      *                     report, posts the bank lockbox file to the
      *                     dues open items.
      *    2026-10-15  RDM  New step GLPOST, ahead of the readiness
      *                     report, writes the day's general-ledger
      *                     feed. It waits on LBOXPOST so tonight's
      *                     payments are in the feed.
      *    2026-10-15  RDM  New step CHGPULL, ahead of the readiness
      *                     report, queues the customers' change
      *                     requests for CHGREVIEW and writes back the
      *                     decisions. It waits on CUSTSYNC.
      *    2026-10-15  RDM  New step DISTRIB, ahead of the readiness
      *                     report, bundles the night's spooled
      *                     reports per recipient from DISTLIST.DAT.
      *    2026-10-15  RDM  New step QASAMPLE, ahead of the readiness
      *                     report, draws keyed entries from the
      *                     journals for supervisor review.
      *    2026-10-15  RDM  New step QARPT, ahead of the readiness
      *                     report, rates keying accuracy per
      *                     operator. Put it on an "M" line in
      *                     RUNCAL.DAT.
      *    2026-10-15  RDM  New step CUSTSNAP, straight after
      *                     AGEREFRESH, takes one snapshot of CUSTMAST,
      *                     CUSTADDR and CUSTPREF that CUSTBACKUP,
      *                     CUSTSYNC, MONTHEND, INTEGAUD, DRREHEARSE
      *                     and DQSCORE read instead of each scanning
      *                     the indexed files. Every later step moves
      *                     down one.
      *    2026-10-15  RDM  New step SEGASSIGN, ahead of the readiness
      *                     report, files rule-driven customer segments
      *                     on CUSTPREF from SEGRULE.DAT. It waits on
      *                     AGEREFRESH, CUSTMNTB and INTAKE.
      *    2026-10-15  RDM  New step SUSPSCAN, ahead of the readiness
      *                     report, lists suspicious customer-change
      *                     patterns on SUSPECT.RPT and alerts the
      *                     high-severity ones. Read-only on the
      *                     masters, so it takes no lock. READINESS
      *                     moved to step 37.
      *    2026-10-15  RDM  CUSTSNAP now runs after the last customer
      *                     update - AGEREFRESH, CUSTMNTB, INTAKE and
      *                     RETMAIL - as step 14, with CUSTSYNC,
      *                     MONTHEND, INTEGAUD, DRREHEARSE and DQSCORE
      *                     after it, so they read a snapshot no
      *                     update has overtaken. CUSTBACKUP stays
      *                     ahead of the loads as step 6. Steps 6-19
      *                     renumbered.
      *    ============================================================

       identification division.
           88 ws-step-failed   value "Y".

      *> The night's schedule - one entry per step, dispatched in
      *> order by 2000-run-step. The step tables are shared with
      *> NIGHTFCST's forecast through NIGHTSTP.
       copy NIGHTSTP.
       01  ws-step-num         pic 9(2) value zero.

      *> Tonight's run calendar - see 0700-load-calendar and
      *> 2100-check-calendar.
       01  ws-tomorrow-date    pic 9(8) value zero.
       01  ws-month-end-switch pic x(1) value "N".
           88 ws-is-month-end  value "Y".
      *> Tonight against the business calendar - see BUSCAL.
       01  ws-buscal-function  pic x(1) value "L".
       01  ws-last-bus-date    pic 9(8) value zero.
       01  ws-buscal-business  pic x(1) value "N".
       01  ws-bus-month-end-sw pic x(1) value "N".
           88 ws-is-bus-month-end value "Y".

      *> Step-level restart state, mirrored to NIGHTRUN.STA after
      *> every step - see 0600-load-run-state.
       01  ws-step-state-table.
           05  ws-step-state occurs 37 times.
               10  st-done-flag  pic x(1).
               10  st-return-rc  pic 9(4).
               10  st-start-time pic 9(8).
               10  st-end-time   pic 9(8).
               10  st-elapsed    pic 9(6).

      *    Dependency-check work fields - see
      *    2150-check-dependencies.
       01  ws-dep-sub          pic 9 value zero.
       01  ws-lock-action      pic x(1) value space.
       01  ws-lock-state       pic x(1) value "N".
       01  ws-lock-resource    pic x(4) value spaces.

       procedure division.
           accept ws-operator-id from environment "OPERATOR-ID".
              when 6
                 perform 3600-step-custbackup
              when 7
                 perform 3800-step-userbatch
              when 8
                 perform 3900-step-usersnap
              when 9
                 perform 4000-step-loghouse
              when 10
                 perform 4100-step-custmntb
              when 11
                 perform 4400-step-addrbackup
              when 12
                 perform 4500-step-intake
              when 13
                 perform 4600-step-retmail
              when 14
                 perform 3550-step-custsnap
              when 15
                 perform 3700-step-custsync
              when 16
                 perform 4200-step-monthend
              when 17
                 perform 4300-step-integaud
              when 18
                 perform 4700-step-drrehearse
              when 19
                 perform 4800-step-dqscore
              when 20
                 perform 4900-step-elevsweep
              when 21
                 perform 5000-step-hrterm
              when 22
                 perform 5200-step-feedchk
              when 23
                 perform 5300-step-caseage
              when 24
                 perform 5400-step-ltrack
              when 25
                 perform 5500-step-userrecert
              when 26
                 perform 5600-step-sodrpt
              when 27
                 perform 5700-step-prodrpt
              when 28
                 perform 5800-step-jrnlcomp
              when 29
                 perform 5900-step-lboxpost
              when 30
                 perform 6000-step-glpost
              when 31
                 perform 6100-step-chgpull
              when 32
                 perform 6200-step-distrib
              when 33
                 perform 6300-step-qasample
              when 34
                 perform 6400-step-qarpt
              when 35
                 perform 6500-step-segassign
              when 36
                 perform 6600-step-suspscan
              when 37
                 perform 5100-step-readiness
           end-evaluate.

           call "AGEREFRESH".
           move return-code to ws-step-return-code.

      *> Step 14 - one snapshot of the customer file set for the
      *> read-only steps that follow, taken once the night's
      *> customer updates are in - see CUSTSNAP and SNAPREAD.
       3550-step-custsnap.
           call "CUSTSNAP".
           move return-code to ws-step-return-code.

      *> Step 6 - verified generation backup of CUSTMAST.
       3600-step-custbackup.
           call "CUSTBACKUP".
           move return-code to ws-step-return-code.

      *> Step 15 - push CUSTMAST into the ACMITS customer table.
       3700-step-custsync.
           call "CUSTSYNC".
           move return-code to ws-step-return-code.

      *> Step 7 - apply the overnight USERID maintenance
      *> transactions.
       3800-step-userbatch.
           call "USERBATCH".
           move return-code to ws-step-return-code.

      *> Step 8 - snapshot the roster and diff it against last
      *> night's.
       3900-step-usersnap.
           call "USERSNAP".
           move return-code to ws-step-return-code.

      *> Step 9 - roll the suite's logs to dated archives.
       4000-step-loghouse.
           call "LOGHOUSE".
           move return-code to ws-step-return-code.

      *> Step 10 - apply the overnight CUSTMAST maintenance
      *> transactions.
       4100-step-custmntb.
           call "CUSTMNTB".
           move return-code to ws-step-return-code.

      *> Step 16 - prove the customer file movement against the
      *> carried-forward position (month-end calendar line).
       4200-step-monthend.
           call "MONTHEND".
           move return-code to ws-step-return-code.

      *> Step 17 - sweep the customer file set for cross-file
      *> disagreements.
       4300-step-integaud.
           call "INTEGAUD".
           move return-code to ws-step-return-code.

      *> Step 11 - verified generation backup of CUSTADDR.
       4400-step-addrbackup.
           call "ADDRBACKUP".
           move return-code to ws-step-return-code.

      *> Step 12 - load the night's inbound customer extracts and
      *> address intakes, each through its own load.
       4500-step-intake.
           call "INTAKE".
           move return-code to ws-step-return-code.

      *> Step 13 - mark the day's returned mail undeliverable.
       4600-step-retmail.
           call "RETMAIL".
           move return-code to ws-step-return-code.

      *> Step 18 - prove restore-plus-replay against the live master
      *> (month-end calendar line).
       4700-step-drrehearse.
           call "DRREHEARSE".
           move return-code to ws-step-return-code.

      *> Step 19 - the data-quality scorecard (weekly calendar line).
       4800-step-dqscore.
           call "DQSCORE".
           move return-code to ws-step-return-code.

      *> Step 20 - revert expired role elevations.
       4900-step-elevsweep.
           call "ELEVSWEEP".
           move return-code to ws-step-return-code.

      *> Step 21 - apply HR's termination feed same-day.
       5000-step-hrterm.
           call "HRTERM".
           move return-code to ws-step-return-code.

      *> Step 22 - check the expected-feed calendar against the
      *> run registry.
       5200-step-feedchk.
           call "FEEDCHK".
           move return-code to ws-step-return-code.

      *> Step 23 - age the open service cases against their
      *> category targets.
       5300-step-caseage.
           call "CASEAGE".
           move return-code to ws-step-return-code.

      *> Step 24 - settle the mail vendor's letter acknowledgements
      *> against CONTHIST and alert on overdue letters.
       5400-step-ltrack.
           call "LTRACK".
           move return-code to ws-step-return-code.

      *> Step 25 - escalate access-recertification items left
      *> unanswered past their deadline.
       5500-step-userrecert.
           display "USERRECERT-MODE" upon environment-name.
           display "E"               upon environment-value.
           call "USERRECERT".
           move return-code to ws-step-return-code.

      *> Step 26 - list operators who performed both sides of a
      *> conflicting pair on SOD.DAT, alerting on the critical ones.
       5600-step-sodrpt.
           call "SODRPT".
           move return-code to ws-step-return-code.

      *> Step 27 - the operator productivity report for the day just
      *> ended; on a Monday the weekly one for the seven days to
      *> yesterday as well.
       5700-step-prodrpt.
           display "PRODRPT-PERIOD" upon environment-name.
           display "D"              upon environment-value.
           call "PRODRPT".
           move return-code to ws-step-return-code.
           if ws-today-dow = 1
              display "PRODRPT-PERIOD" upon environment-name
              display "W"              upon environment-value
              call "PRODRPT"
              if return-code > ws-step-return-code
                 move return-code to ws-step-return-code
              end-if
           end-if.

      *> Step 28 - cut journal entries no retained backup generation
      *> needs any more to dated journal segments.
       5800-step-jrnlcomp.
           call "JRNLCOMP".
           move return-code to ws-step-return-code.

      *> Step 29 - post the bank lockbox payments to the CUSTBILL open
      *> items; what cannot be matched is held on SUSPENSE.
       5900-step-lboxpost.
           call "LBOXPOST".
           move return-code to ws-step-return-code.

      *> Step 30 - summarise the day's billing and payment activity by
      *> ledger account onto the GL feed for finance; runs after the
      *> lockbox posting so tonight's payments are in it.
       6000-step-glpost.
           call "GLPOST".
           move return-code to ws-step-return-code.

      *> Step 31 - take the customers' own name and address change
      *> requests off the ACMITS table onto the review queue, and
      *> write back the decisions made since the last run; waits on
      *> CUSTSYNC so the table matches CUSTMAST.
       6100-step-chgpull.
           call "CHGPULL".
           move return-code to ws-step-return-code.

      *> Step 32 - burst the night's spooled reports into one bundle
      *> per recipient from DISTLIST.DAT; late in the night so the
      *> reports written before it are in the bundles.
       6200-step-distrib.
           call "DISTRIB".
           move return-code to ws-step-return-code.

      *> Step 33 - draw the day's keyed customer and address entries
      *> at each operator's rate onto QAWORK for QAREVIEW.
       6300-step-qasample.
           call "QASAMPLE".
           move return-code to ws-step-return-code.

      *> Step 34 - rate each operator's keying for the month from
      *> the QAWORK verdicts; waits on QASAMPLE. Meant for an "M"
      *> line in RUNCAL.DAT.
       6400-step-qarpt.
           call "QARPT".
           move return-code to ws-step-return-code.

      *> Step 35 - give customers the segment of the first SEGRULE.DAT
      *> rule they fit, leaving segments a person set alone; waits on
      *> AGEREFRESH, CUSTMNTB and INTAKE.
       6500-step-segassign.
           call "SEGASSIGN".
           move return-code to ws-step-return-code.

      *> Step 36 - scan the day's journalled customer changes and
      *> do-not-contact flags for the patterns SUSPSCAN lists on
      *> SUSPECT.RPT. Read-only on the masters, so it takes no lock.
       6600-step-suspscan.
           call "SUSPSCAN".
           move return-code to ws-step-return-code.

      *> Step 37 - print the morning readiness report, last on
      *> purpose so it sees the whole night.
       5100-step-readiness.
           call "READINESS".
           if ws-today-date(5:2) not = ws-tomorrow-date(5:2)
              move "Y" to ws-month-end-switch
           end-if.
           move "L" to ws-buscal-function.
           call "BUSCAL" using ws-buscal-function ws-today-date
                               ws-last-bus-date ws-buscal-business.
           move "N" to ws-bus-month-end-sw.
           if ws-last-bus-date = ws-today-date
              move "Y" to ws-bus-month-end-sw
           end-if.

           move zero to ws-calendar-count.
           open input calendar-file.
                    if not ws-is-month-end
                       move "N" to ws-step-scheduled
                    end-if
                 when "B"
                    if not ws-is-bus-month-end
                       move "N" to ws-step-scheduled
                    end-if
                 when other
                    display "Calendar frequency '"
                            ce-frequency(ws-cal-hit)
                            "' for "
                            function trim(ce-program(ws-cal-hit))
                            " not D/W/M/B - step runs nightly."
              end-evaluate
           end-if.

