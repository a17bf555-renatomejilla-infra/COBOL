      *    Author      : Renato D. Mejilla
      *    Date        : October 15, 2026
      *    Description : Nightly suspicious customer-change scan.
      *                  INVESTRPT reconstructs a fraud once someone
      *                  thinks to look; this looks every night. Four
      *                  rules run over the changes made since the
      *                  previous scan:
      *                    NA  a customer's name and address both
      *                        changed within SUSPSCAN-NAMEADDR-HOURS
      *                        (default 24) of each other - CUSTJRNL.DAT
      *                        against ADDRJRNL.DAT
      *                    DL  a do-not-contact flag on CUSTPREF gone
      *                        since a previous scan, then a letter
      *                        logged to CONTHIST.DAT for the customer
      *                        within SUSPSCAN-LETTER-DAYS (default 30)
      *                    OS  an operator adding, changing or deleting
      *                        a customer or address whose surname -
      *                        before or after the change - is their
      *                        own, per the userid table
      *                    BS  SUSPSCAN-BURST-COUNT (default 10) or more
      *                        journalled changes by one operator within
      *                        SUSPSCAN-BURST-MINUTES (default 60), all
      *                        outside the operator's userid shift
      *                        window (an operator with no window set,
      *                        like the batch service IDs, is never
      *                        off shift)
      *                  CUSTPREF keeps no journal, so the scan keeps
      *                  its own: SUSPPREF.DAT holds the time of the
      *                  scan and every customer flagged do-not-contact
      *                  at it, and each night's CUSTPREF pass is set
      *                  against it to find the flags taken off since.
      *                  A removal stays on SUSPPREF.DAT for the letter
      *                  window. Each hit goes on the SUSPECT.RPT
      *                  worklist with its evidence - both journal
      *                  entries, the letter, or the run of changes -
      *                  and every hit on a rule named in
      *                  SUSPSCAN-HIGH-RULES (default NA and DL) raises
      *                  an OPERALERT for the morning review. The first
      *                  scan, with no SUSPPREF.DAT, takes the last 24
      *                  hours and can find no removals yet;
      *                  SUSPSCAN-FROM (YYYYMMDD) rescans from a date.
      *                  Any segment JRNLCOMP has cut from either
      *                  journal (JRNLARCH.DAT) that reaches back into
      *                  the windows is read behind the live journal.
      *                  A userid table that cannot be reached leaves
      *                  OS and BS unchecked and says so. Runs as a
      *                  NIGHTLYRUN step. RETURN-CODE 0 nothing found,
      *                  4 hits listed, userid not reachable, an
      *                  archived journal segment unreadable or
      *                  CUSTPREF unreadable (SUSPPREF.DAT then kept as
      *                  it was), 8 the report cannot be written or
      *                  SUSPPREF.DAT cannot be read or written.
      *    Compiler    : Micro Focus Visual COBOL
      *    ============================================================

       $set sql(dbman=odbc)
       identification division.
       program-id.     SUSPSCAN.

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

           select customer-pref assign to ws-custpref-file
                                 organization indexed
                                 access mode is sequential
                                 record key is cp-cust-id
                                 file status is ws-pref-status.

           select pref-state    assign to ws-state-file-name
                                 organization line sequential
                                 file status is ws-state-status.

           select contact-history assign to ws-conthist-file
                                 organization line sequential
                                 file status is ws-contact-status.

           select suspect-rpt   assign to ws-rpt-file-name
                                 organization line sequential
                                 file status is ws-report-status.

       data division.
       file section.
      *    The CUSTJRNL layout - images are CUSTREC records.
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
           05  filler           pic x.
           05  cj-before-image  pic x(65).
           05  filler           pic x.
           05  cj-after-image   pic x(65).

      *    The ADDRJRNL layout - images are ADDRREC records.
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
           05  filler           pic x.
           05  aj-before-image  pic x(90).
           05  filler           pic x.
           05  aj-after-image   pic x(90).

      *    JRNLCOMP's list of the dated segments cut from the
      *    journals.
       fd  journal-segments.
       copy JARCREC.

       fd  customer-pref.
       copy PREFREC.

      *    SUSPPREF.DAT - an HDR record with the time of the scan that
      *    wrote it, then one DNC record per customer, ascending, who
      *    was flagged do-not-contact at that scan (flag Y) or whose
      *    flag was found gone within the letter window (flag N, with
      *    the date of the last scan that still saw it on and the
      *    date of the scan that found it gone).
       fd  pref-state.
       01  pref-state-record.
           05  ps-rec-type      pic x(3).
               88 ps-header        value "HDR".
               88 ps-dnc-entry     value "DNC".
           05  filler           pic x.
           05  ps-detail.
               10  ps-cust-id       pic 9(6).
               10  filler           pic x.
               10  ps-dnc-flag      pic x(1).
               10  filler           pic x.
               10  ps-removed-after pic 9(8).
               10  filler           pic x.
               10  ps-removed-seen  pic 9(8).
           05  ps-control redefines ps-detail.
               10  ps-scan-date     pic 9(8).
               10  filler           pic x.
               10  ps-scan-time     pic 9(8).
               10  filler           pic x(9).

       fd  contact-history.
       copy CONTREC.

       fd  suspect-rpt.
       01  suspect-report-line  pic x(132).

       working-storage section.
       exec sql include sqlca end-exec.

       01  ws-cjrnl-file-name  pic x(26) value "CUSTJRNL.DAT".
       01  ws-ajrnl-file-name  pic x(26) value "ADDRJRNL.DAT".
       01  ws-cjrnl-read-name  pic x(30) value spaces.
       01  ws-ajrnl-read-name  pic x(30) value spaces.
       01  ws-jarch-file-name  pic x(26) value "JRNLARCH.DAT".
       01  ws-custpref-file    pic x(26) value "CUSTPREF".
       01  ws-state-file-name  pic x(26) value "SUSPPREF.DAT".
       01  ws-conthist-file    pic x(26) value "CONTHIST.DAT".
       01  ws-rpt-file-name    pic x(26) value "SUSPECT.RPT".

       01  ws-cjrnl-status     pic xx value "00".
       01  ws-ajrnl-status     pic xx value "00".
       01  ws-jarch-status     pic xx value "00".
       01  ws-pref-status      pic xx value "00".
       01  ws-state-status     pic xx value "00".
       01  ws-contact-status   pic xx value "00".
       01  ws-report-status    pic xx value "00".
       01  ws-eof-switch       pic x value "N".
           88 ws-eof           value "Y".
       01  ws-state-eof        pic x value "N".
       01  ws-state-got        pic x value "N".
       01  ws-state-open       pic x value "N".
      *    Whether tonight's SUSPPREF.DAT is written - see
      *    4000-scan-preferences.
       01  ws-state-action     pic x value "W".
           88 ws-state-write       value "W".
           88 ws-state-carried     value "C".
           88 ws-state-unreadable  value "U".

       01  ws-sqlcode          pic s9(9) comp-5 value zero.
       01  ws-acmits-env       pic x(4) value "PROD".
       01  ws-env-var-name     pic x(30) value spaces.
       01  ws-dsn-name         pic x(30) value spaces.
       01  ws-db-user          pic x(20) value spaces.
       01  ws-db-pass          pic x(20) value spaces.
       01  ws-userid-switch    pic x(1) value "N".
           88 ws-userid-read   value "Y".
       01  ws-fetch-done       pic x(1) value "N".

      *    Host variables for a userid row.
       01  ws-db-username      pic x(30) value spaces.
       01  ws-db-lastname      pic x(30) value spaces.
       01  ws-db-shift-start   pic s9(9) comp-5 value zero.
       01  ws-db-shift-end     pic s9(9) comp-5 value zero.

      *    Rule thresholds - see PARMGET.
       01  ws-parm-name        pic x(24) value spaces.
       01  ws-parm-value       pic x(20) value spaces.
       01  ws-parm-source      pic x(1) value space.
       01  ws-nameaddr-hours   pic 9(4) value 24.
       01  ws-letter-days      pic 9(4) value 30.
       01  ws-burst-count      pic 9(4) value 10.
       01  ws-burst-minutes    pic 9(4) value 60.
       01  ws-high-rules       pic x(20) value "NA DL".
       01  ws-numeric-parm     pic 9(4) value zero.
       01  ws-code-tally       pic 9(2) value zero.

      *    The rules, their severity (H raises an alert) and the hits
      *    on each.
       01  ws-rule-values.
           05  filler pic x(42) value
               "NANAME AND ADDRESS CHANGED CLOSE TOGETHER ".
           05  filler pic x(42) value
               "DLDO-NOT-CONTACT TAKEN OFF, THEN A LETTER ".
           05  filler pic x(42) value
               "OSOPERATOR CHANGED A CUSTOMER OF OWN NAME ".
           05  filler pic x(42) value
               "BSBURST OF CHANGES OUTSIDE SHIFT WINDOW   ".
       01  ws-rule-table redefines ws-rule-values.
           05  ws-rule-entry occurs 4 times.
               10  ru-code         pic x(2).
               10  ru-description  pic x(40).
       01  ws-rule-results.
           05  ws-rule-result occurs 4 times.
               10  ru-severity     pic x(1).
               10  ru-hits         pic 9(5).
       01  ws-rule-count       pic 9 value 4.
       01  ws-ru-sub           pic 9 value zero.

      *    Scan period - changes stamped after the previous scan and
      *    up to the start of this one are new tonight. Older entries
      *    back to ws-load-from are loaded to pair with them.
       01  ws-curr-date        pic 9(8) value zero.
       01  ws-curr-date-x redefines ws-curr-date.
           05  ws-curr-year    pic 9(4).
           05  ws-curr-month   pic 99.
           05  ws-curr-day     pic 99.
       01  ws-curr-time        pic 9(8) value zero.
       01  ws-since-date       pic 9(8) value zero.
       01  ws-since-time       pic 9(8) value zero.
       01  ws-from-text        pic x(8) value spaces.
       01  ws-load-from        pic 9(8) value zero.
       01  ws-first-scan       pic x(1) value "N".
       01  ws-test-date        pic 9(8) value zero.
       01  ws-test-time        pic 9(8) value zero.
       01  ws-test-new         pic x(1) value "N".

      *    Every journal entry from ws-load-from on, from both
      *    journals. ev-minute is minutes since the start of the
      *    calendar, for the window arithmetic; ev-op-sub points at
      *    the operator's userid row (zero when not found).
       01  ws-event-table.
           05  ws-event-count  pic 9(5) value zero.
           05  ws-event-limit  pic 9(5) value 20000.
           05  ws-event-entry occurs 20000 times.
               10  ev-source       pic x(1).
               10  ev-kind         pic x(1).
                   88 ev-name-change  value "N".
                   88 ev-addr-change  value "D".
               10  ev-new          pic x(1).
               10  ev-off-shift    pic x(1).
               10  ev-cust-id      pic 9(6).
               10  ev-operator     pic x(8).
               10  ev-op-sub       pic 9(4).
               10  ev-program      pic x(12).
               10  ev-date         pic 9(8).
               10  ev-time         pic 9(8).
               10  ev-minute       pic 9(11).
               10  ev-surname      pic x(20).
               10  ev-old-surname  pic x(20).
               10  ev-detail       pic x(70).
       01  ws-ev-sub           pic 9(5) value zero.
       01  ws-ev-pair          pic 9(5) value zero.
       01  ws-ev-print         pic 9(5) value zero.
       01  ws-events-full      pic x(1) value "N".
           88 ws-event-table-full value "Y".

      *    Journal images in hand while loading.
       01  ws-cust-before.
           05  cb-cust-id      pic 9(6).
           05  cb-first-name   pic x(20).
           05  cb-last-name    pic x(20).
           05  filler          pic x(19).
       01  ws-cust-after.
           05  ca-cust-id      pic 9(6).
           05  ca-first-name   pic x(20).
           05  ca-last-name    pic x(20).
           05  filler          pic x(19).
       01  ws-addr-before.
           05  ab-cust-id      pic 9(6).
           05  ab-street       pic x(30).
           05  ab-city         pic x(20).
           05  ab-postal-code  pic x(10).
           05  filler          pic x(24).
       01  ws-addr-after.
           05  aa-cust-id      pic 9(6).
           05  aa-street       pic x(30).
           05  aa-city         pic x(20).
           05  aa-postal-code  pic x(10).
           05  filler          pic x(24).
       01  ws-new-time         pic 9(8) value zero.
       01  ws-new-time-x redefines ws-new-time.
           05  ws-new-hh       pic 99.
           05  ws-new-mm       pic 99.
           05  ws-new-sscc     pic 9(4).
       01  ws-new-hhmm         pic 9(4) value zero.

      *    The userid rows - operator ID, surname, shift window.
       01  ws-operator-table.
           05  ws-op-count     pic 9(4) value zero.
           05  ws-op-limit     pic 9(4) value 2000.
           05  ws-op-entry occurs 2000 times.
               10  op-username     pic x(8).
               10  op-surname      pic x(20).
               10  op-shift-start  pic 9(4).
               10  op-shift-end    pic 9(4).
       01  ws-op-sub           pic 9(4) value zero.
       01  ws-op-hit           pic 9(4) value zero.

      *    Customer surname for an address change, through the
      *    shared CUSTLOOKUP in its bulk mode.
       01  ws-lookup-id        pic 9(6) value zero.
       01  ws-lookup-found     pic x(1) value "N".
       01  ws-lookup-first     pic x(20) value spaces.
       01  ws-lookup-last      pic x(20) value spaces.
       01  ws-lookup-age       pic 99 value zero.

      *    Do-not-contact state carried to the next scan: every
      *    customer flagged now, and every flag found gone inside the
      *    letter window. Both fill in customer-ID order.
       01  ws-dnc-table.
           05  ws-dnc-count    pic 9(5) value zero.
           05  ws-dnc-limit    pic 9(5) value 50000.
           05  ws-dnc-cust-id occurs 50000 times pic 9(6).
       01  ws-removed-table.
           05  ws-rm-count     pic 9(4) value zero.
           05  ws-rm-limit     pic 9(4) value 2000.
           05  ws-rm-entry occurs 2000 times.
               10  rm-cust-id      pic 9(6).
               10  rm-after        pic 9(8).
               10  rm-seen         pic 9(8).
       01  ws-rm-sub           pic 9(4) value zero.
       01  ws-rm-hit           pic 9(4) value zero.
       01  ws-dnc-sub          pic 9(5) value zero.
       01  ws-state-full       pic x(1) value "N".
       01  ws-prev-scan-date   pic 9(8) value zero.
       01  ws-removal-count    pic 9(5) value zero.
       01  ws-window-start     pic 9(8) value zero.
       01  ws-window-end       pic 9(8) value zero.

      *    Burst work fields, and the operator-days already flagged
      *    so a long burst is one hit, not one per change.
       01  ws-burst-found      pic 9(4) value zero.
       01  ws-burst-first      pic 9(5) value zero.
       01  ws-burst-table.
           05  ws-bf-count     pic 9(3) value zero.
           05  ws-bf-entry occurs 500 times.
               10  bf-operator     pic x(8).
               10  bf-date         pic 9(8).
       01  ws-bf-sub           pic 9(3) value zero.
       01  ws-bf-found         pic x(1) value "N".

      *    Pairing work fields.
       01  ws-gap-minutes      pic s9(11) value zero.
       01  ws-window-minutes   pic 9(11) value zero.
       01  ws-pair-ok          pic x(1) value "N".

      *    Customer number as printed, through the shared CUSTCHK.
       01  ws-chk-function     pic x(1) value "D".
       01  ws-chk-cust-id      pic 9(6) value zero.
       01  ws-print-id         pic x(8) value spaces.
       01  ws-chk-result       pic x(1) value space.

      *    One worklist line in the making.
       01  ws-line-severity    pic x(4) value spaces.
       01  ws-line-cust-id     pic 9(6) value zero.
       01  ws-line-operator    pic x(8) value spaces.
       01  ws-line-date        pic 9(8) value zero.
       01  ws-line-time        pic 9(8) value zero.
       01  ws-line-time-x redefines ws-line-time.
           05  ws-line-hh      pic 99.
           05  ws-line-mm      pic 99.
           05  ws-line-ss      pic 99.
           05  ws-line-cc      pic 99.
       01  ws-line-program     pic x(12) value spaces.
       01  ws-line-detail      pic x(70) value spaces.
       01  ws-text-hhmm        pic x(5) value spaces.
       01  ws-text-count       pic z(3)9 value zero.

       01  ws-alert-severity   pic x(1) value "E".
       01  ws-alert-message    pic x(60) value spaces.
       01  ws-alert-count      pic 9(5) value zero.

      *    Report page control.
       01  ws-company-code     pic x(4) value spaces.
       01  ws-lines-on-page    pic 99 value 99.
       01  ws-lines-per-page   pic 99 value 60.
       01  ws-page-number      pic 999 value zero.

       01  ws-cjrnl-read       pic 9(6) value zero.
      *    Journal segments whose dates reach back to ws-load-from,
      *    in the order JRNLCOMP cut them - see 1900-list-segments.
       01  ws-seg-table.
           05  ws-seg-count    pic 9(3) value zero.
           05  ws-seg-limit    pic 9(3) value 200.
           05  ws-seg-entry occurs 200 times.
               10  sg-archive-name pic x(30).
               10  sg-journal-name pic x(14).
               10  sg-on-disk      pic x(1).
       01  ws-seg-sub          pic 9(3) value zero.
       01  ws-segs-read        pic 9(3) value zero.
       01  ws-segs-missing     pic 9(3) value zero.
       01  ws-ajrnl-read       pic 9(6) value zero.
       01  ws-pref-read        pic 9(6) value zero.
       01  ws-contact-read     pic 9(6) value zero.
       01  ws-new-count        pic 9(6) value zero.
       01  ws-hit-count        pic 9(6) value zero.

      *    End-of-run counts handed to the shared RUNSTATS routine.
       01  ws-stat-read        pic 9(6) value zero.
       01  ws-stat-written     pic 9(6) value zero.
       01  ws-stat-updated     pic 9(6) value zero.
       01  ws-stat-rejected    pic 9(6) value zero.

       01  ws-operator-id      pic x(8) value spaces.
       01  ws-program-name     pic x(20) value "SUSPSCAN".
       01  ws-audit-outcome    pic x(8) value spaces.

       procedure division.
           accept ws-operator-id from environment "OPERATOR-ID".
           move "START" to ws-audit-outcome.
           call "AUDITLOG" using ws-program-name ws-operator-id
                                  ws-audit-outcome.

           call "FILERES" using ws-cjrnl-file-name.
           call "FILERES" using ws-ajrnl-file-name.
           call "FILERES" using ws-jarch-file-name.
           call "FILERES" using ws-custpref-file.
           call "FILERES" using ws-state-file-name.
           call "FILERES" using ws-conthist-file.
           call "FILERES" using ws-rpt-file-name.

           accept ws-company-code from environment "ACMITS-COMPANY".
           if ws-company-code = spaces
              move "BASE" to ws-company-code
           end-if.

           accept ws-curr-date from date yyyymmdd.
           accept ws-curr-time from time.

           perform 0500-read-thresholds.
           perform 0600-set-scan-period.

           perform 1000-load-operators.
           perform 1900-list-segments.
           perform 2000-load-cust-journal.
           perform 2500-load-addr-journal.

           open output suspect-rpt.
           if ws-report-status not = "00"
              display "Cannot open SUSPECT.RPT, status="
                      ws-report-status
              move "FAIL" to ws-audit-outcome
              call "AUDITLOG" using ws-program-name ws-operator-id
                                     ws-audit-outcome
              move 8 to return-code
              goback
           end-if.
           perform 6900-print-headers.

           move 1 to ws-ru-sub.
           perform 6100-print-rule-heading.
           perform 3000-check-name-and-address.
           perform 6150-print-rule-close.

           move 2 to ws-ru-sub.
           perform 6100-print-rule-heading.
           perform 4000-scan-preferences.
           perform 4500-check-letters.
           perform 6150-print-rule-close.

           move 3 to ws-ru-sub.
           perform 6100-print-rule-heading.
           if ws-userid-read
              perform 5000-check-own-surname
           end-if.
           perform 6150-print-rule-close.

           move 4 to ws-ru-sub.
           perform 6100-print-rule-heading.
           if ws-userid-read
              perform 5500-check-bursts
           end-if.
           perform 6150-print-rule-close.

           perform 6500-print-totals.
           close suspect-rpt.
           call "SPOOLREG" using ws-program-name ws-rpt-file-name.

           if ws-state-write
              perform 4900-write-state
           end-if.

           display "Changes since       : " ws-since-date " "
                   ws-since-time(1:6).
           display "New journal entries : " ws-new-count.
           display "Flags taken off     : " ws-removal-count.
           display "Hits listed         : " ws-hit-count.
           display "Alerts raised       : " ws-alert-count.
           if not ws-userid-read
              display "userid was not reachable - own-surname and "
                      "shift rules not checked."
           end-if.
           if ws-segs-missing > 0
              display "Archived segments missing: " ws-segs-missing
                      " - see the report."
           end-if.
           if not ws-state-write
              display "SUSPPREF.DAT not rewritten - flags taken "
                      "off tonight not looked for."
           end-if.
           display "Worklist written to SUSPECT.RPT.".

           compute ws-stat-read = ws-cjrnl-read + ws-ajrnl-read
                                + ws-pref-read + ws-contact-read.
           move ws-hit-count to ws-stat-written.
           call "RUNSTATS" using ws-program-name ws-stat-read
                                  ws-stat-written ws-stat-updated
                                  ws-stat-rejected.

           evaluate true
              when ws-state-status not = "00"
               or ws-state-unreadable
                 move "FAIL" to ws-audit-outcome
                 move 8 to return-code
              when ws-hit-count > 0 or not ws-userid-read
                 move "SUSPECT" to ws-audit-outcome
                 move 4 to return-code
              when ws-state-carried or ws-segs-missing > 0
                 move "PARTIAL" to ws-audit-outcome
                 move 4 to return-code
              when other
                 move "SUCCESS" to ws-audit-outcome
                 move 0 to return-code
           end-evaluate.
           call "AUDITLOG" using ws-program-name ws-operator-id
                                  ws-audit-outcome.
           goback.

      *    A threshold that is missing, zero or not a number keeps
      *    its default.
       0500-read-thresholds.
           move "SUSPSCAN-NAMEADDR-HOURS" to ws-parm-name.
           perform 0550-get-numeric-parm.
           if ws-numeric-parm > 0
              move ws-numeric-parm to ws-nameaddr-hours
           end-if.
           move "SUSPSCAN-LETTER-DAYS" to ws-parm-name.
           perform 0550-get-numeric-parm.
           if ws-numeric-parm > 0
              move ws-numeric-parm to ws-letter-days
           end-if.
           move "SUSPSCAN-BURST-COUNT" to ws-parm-name.
           perform 0550-get-numeric-parm.
           if ws-numeric-parm > 1
              move ws-numeric-parm to ws-burst-count
           end-if.
           move "SUSPSCAN-BURST-MINUTES" to ws-parm-name.
           perform 0550-get-numeric-parm.
           if ws-numeric-parm > 0
              move ws-numeric-parm to ws-burst-minutes
           end-if.

           move "SUSPSCAN-HIGH-RULES" to ws-parm-name.
           move ws-high-rules to ws-parm-value.
           call "PARMGET" using ws-program-name ws-parm-name
                                 ws-parm-value ws-parm-source.
           move function upper-case(ws-parm-value) to ws-high-rules.
           move 1 to ws-ru-sub.
           perform until ws-ru-sub > ws-rule-count
              move zero to ws-code-tally
              inspect ws-high-rules tallying ws-code-tally
                      for all ru-code(ws-ru-sub)
              if ws-code-tally > 0
                 move "H" to ru-severity(ws-ru-sub)
              else
                 move "M" to ru-severity(ws-ru-sub)
              end-if
              move zero to ru-hits(ws-ru-sub)
              add 1 to ws-ru-sub
           end-perform.

       0550-get-numeric-parm.
           move zero to ws-numeric-parm.
           move spaces to ws-parm-value.
           call "PARMGET" using ws-program-name ws-parm-name
                                 ws-parm-value ws-parm-source.
           if ws-parm-value not = spaces
              and function test-numval(ws-parm-value) = 0
              and function numval(ws-parm-value) < 10000
              compute ws-numeric-parm = function numval(ws-parm-value)
           end-if.

      *    New tonight means stamped after the scan SUSPPREF.DAT
      *    records - or, on a first scan, in the last 24 hours.
      *    SUSPSCAN-FROM rescans from the start of a given date.
       0600-set-scan-period.
           move "Y" to ws-first-scan.
           move zero to ws-prev-scan-date.
           open input pref-state.
           if ws-state-status = "00"
              read pref-state
                 at end
                    continue
                 not at end
                    if ps-header and ps-scan-date is numeric
                       and ps-scan-time is numeric
                       move "N" to ws-first-scan
                       move ps-scan-date to ws-since-date
                       move ps-scan-time to ws-since-time
                       move ps-scan-date to ws-prev-scan-date
                    end-if
              end-read
              close pref-state
           end-if.
           if ws-first-scan = "Y"
              compute ws-since-date = function date-of-integer(
                      function integer-of-date(ws-curr-date) - 1)
              move ws-curr-time to ws-since-time
           end-if.
           accept ws-from-text from environment "SUSPSCAN-FROM".
           if ws-from-text not = spaces
              and function test-numval(ws-from-text) = 0
              compute ws-test-date = function numval(ws-from-text)
              if function test-date-yyyymmdd(ws-test-date) = 0
                 move ws-test-date to ws-since-date
                 move zero to ws-since-time
              else
                 display "SUSPSCAN-FROM " ws-from-text
                         " is not a date - ignored."
              end-if
           end-if.
      *    Far enough back for either window to reach from the
      *    earliest new entry.
           compute ws-window-minutes = ws-nameaddr-hours * 60.
           if ws-burst-minutes > ws-window-minutes
              move ws-burst-minutes to ws-window-minutes
           end-if.
           compute ws-load-from = function date-of-integer(
                   function integer-of-date(ws-since-date)
                   - (ws-window-minutes / 1440) - 1).

      *    The userid rows give each operator's surname and shift
      *    window. A database that cannot be reached leaves the two
      *    rules that need them unchecked, and the report says so.
       1000-load-operators.
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
                   declare U1 cursor for
                   select username,
                          coalesce(lastname, ' '),
                          coalesce(shift_start, 0),
                          coalesce(shift_end, 0)
                          from userid
                          order by username
              end-exec
              exec sql open U1 end-exec
              if sqlcode = 0
                 move "Y" to ws-userid-switch
                 move "N" to ws-fetch-done
                 perform until ws-fetch-done = "Y"
                    exec sql
                         fetch U1 into :ws-db-username,
                                       :ws-db-lastname,
                                       :ws-db-shift-start,
                                       :ws-db-shift-end
                    end-exec
                    if sqlcode = 0
                       perform 1100-file-operator
                    else
                       move "Y" to ws-fetch-done
                    end-if
                 end-perform
                 exec sql close U1 end-exec
              end-if
              exec sql disconnect current end-exec
           end-if.

       1100-file-operator.
           if ws-op-count < ws-op-limit
              add 1 to ws-op-count
              move ws-db-username to op-username(ws-op-count)
              move function upper-case(ws-db-lastname)
                to op-surname(ws-op-count)
              move zero to op-shift-start(ws-op-count)
              move zero to op-shift-end(ws-op-count)
              if ws-db-shift-start > 0 and ws-db-shift-start < 2400
                 move ws-db-shift-start to op-shift-start(ws-op-count)
              end-if
              if ws-db-shift-end > 0 and ws-db-shift-end < 2400
                 move ws-db-shift-end to op-shift-end(ws-op-count)
              end-if
           end-if.

      *    The windows reach back before the last scan, so entries
      *    JRNLCOMP has already cut from a journal still count. Every
      *    segment registered on JRNLARCH.DAT whose last entry is on
      *    or after ws-load-from is read ahead of the live journal.
       1900-list-segments.
           move zero to ws-seg-count.
           open input journal-segments.
           if ws-jarch-status = "00"
              move "N" to ws-eof-switch
              perform until ws-eof
                 read journal-segments
                    at end
                       set ws-eof to true
                    not at end
                       if (ja-journal-name = "CUSTJRNL.DAT"
                           or ja-journal-name = "ADDRJRNL.DAT")
                          and ja-last-date >= ws-load-from
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

      *    No journal yet is no customer changes, not an error. A
      *    segment that cannot be read is - its changes go unchecked,
      *    and the run says so.
       2000-load-cust-journal.
           move 1 to ws-seg-sub.
           perform until ws-seg-sub > ws-seg-count
              if sg-journal-name(ws-seg-sub) = "CUSTJRNL.DAT"
                 move sg-archive-name(ws-seg-sub)
                   to ws-cjrnl-read-name
                 perform 2050-read-cust-journal
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
           perform 2050-read-cust-journal.

       2050-read-cust-journal.
           open input cust-journal.
           if ws-cjrnl-status = "00"
              move "N" to ws-eof-switch
              perform until ws-eof
                 read cust-journal
                    at end
                       set ws-eof to true
                    not at end
                       add 1 to ws-cjrnl-read
                       if cj-ts-date is numeric
                          and cj-ts-date >= ws-load-from
                          perform 2100-file-cust-entry
                       end-if
                 end-read
              end-perform
              close cust-journal
              move "00" to ws-cjrnl-status
           end-if.

      *    A name change is an update with either name different;
      *    the surname compared with the operator's is the one after
      *    the change, or before it for a delete.
       2100-file-cust-entry.
           if ws-event-count >= ws-event-limit
              move "Y" to ws-events-full
           else
              add 1 to ws-event-count
              move cj-before-image to ws-cust-before
              move cj-after-image  to ws-cust-after
              move "C" to ev-source(ws-event-count)
              move space to ev-kind(ws-event-count)
              move cj-operator-id  to ev-operator(ws-event-count)
              move cj-program-name to ev-program(ws-event-count)
              move cj-ts-date to ws-test-date
              move cj-ts-time to ws-test-time
              perform 2800-stamp-event
              move spaces to ev-detail(ws-event-count)
              if cj-after-image = spaces
                 move cb-cust-id to ev-cust-id(ws-event-count)
                 move function upper-case(cb-last-name)
                   to ev-surname(ws-event-count)
              else
                 move ca-cust-id to ev-cust-id(ws-event-count)
                 move function upper-case(ca-last-name)
                   to ev-surname(ws-event-count)
              end-if
              move function upper-case(cb-last-name)
                to ev-old-surname(ws-event-count)
              evaluate true
                 when cj-action = "U"
                  and (cb-first-name not = ca-first-name
                       or cb-last-name not = ca-last-name)
                    move "N" to ev-kind(ws-event-count)
                    string "NAME " delimited by size
                           function trim(cb-first-name)
                           delimited by size
                           " " delimited by size
                           function trim(cb-last-name)
                           delimited by size
                           " -> " delimited by size
                           function trim(ca-first-name)
                           delimited by size
                           " " delimited by size
                           function trim(ca-last-name)
                           delimited by size
                           into ev-detail(ws-event-count)
                    end-string
                 when cj-action = "A"
                    string "CUSTOMER ADDED " delimited by size
                           function trim(ca-first-name)
                           delimited by size
                           " " delimited by size
                           function trim(ca-last-name)
                           delimited by size
                           into ev-detail(ws-event-count)
                    end-string
                 when cj-action = "D"
                    string "CUSTOMER DELETED " delimited by size
                           function trim(cb-first-name)
                           delimited by size
                           " " delimited by size
                           function trim(cb-last-name)
                           delimited by size
                           into ev-detail(ws-event-count)
                    end-string
                 when other
                    string "CUSTOMER CHANGED " delimited by size
                           function trim(ca-first-name)
                           delimited by size
                           " " delimited by size
                           function trim(ca-last-name)
                           delimited by size
                           into ev-detail(ws-event-count)
                    end-string
              end-evaluate
           end-if.

       2500-load-addr-journal.
           display "CUSTLOOKUP-BULK" upon environment-name.
           display "Y"               upon environment-value.
           move 1 to ws-seg-sub.
           perform until ws-seg-sub > ws-seg-count
              if sg-journal-name(ws-seg-sub) = "ADDRJRNL.DAT"
                 move sg-archive-name(ws-seg-sub)
                   to ws-ajrnl-read-name
                 perform 2550-read-addr-journal
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
           perform 2550-read-addr-journal.
           move zero to ws-lookup-id.
           call "CUSTLOOKUP" using ws-lookup-id ws-lookup-found
                ws-lookup-first ws-lookup-last ws-lookup-age.

       2550-read-addr-journal.
           open input addr-journal.
           if ws-ajrnl-status = "00"
              move "N" to ws-eof-switch
              perform until ws-eof
                 read addr-journal
                    at end
                       set ws-eof to true
                    not at end
                       add 1 to ws-ajrnl-read
                       if aj-ts-date is numeric
                          and aj-ts-date >= ws-load-from
                          perform 2600-file-addr-entry
                       end-if
                 end-read
              end-perform
              close addr-journal
              move "00" to ws-ajrnl-status
           end-if.

      *    An address change is an address added, or one updated
      *    with the street, city or postal code different - a new
      *    phone number alone is not. The address journal carries
      *    no name, so the customer's surname comes from CUSTMAST
      *    for the entries new tonight.
       2600-file-addr-entry.
           if ws-event-count >= ws-event-limit
              move "Y" to ws-events-full
           else
              add 1 to ws-event-count
              move aj-before-image to ws-addr-before
              move aj-after-image  to ws-addr-after
              move "A" to ev-source(ws-event-count)
              move space to ev-kind(ws-event-count)
              move aj-operator-id  to ev-operator(ws-event-count)
              move aj-program-name to ev-program(ws-event-count)
              move aj-ts-date to ws-test-date
              move aj-ts-time to ws-test-time
              perform 2800-stamp-event
              move spaces to ev-detail(ws-event-count)
              move spaces to ev-surname(ws-event-count)
              move spaces to ev-old-surname(ws-event-count)
              if aj-after-image = spaces
                 move ab-cust-id to ev-cust-id(ws-event-count)
              else
                 move aa-cust-id to ev-cust-id(ws-event-count)
              end-if
              if ev-new(ws-event-count) = "Y"
                 move ev-cust-id(ws-event-count) to ws-lookup-id
                 call "CUSTLOOKUP" using ws-lookup-id ws-lookup-found
                      ws-lookup-first ws-lookup-last ws-lookup-age
                 if ws-lookup-found = "Y"
                    move function upper-case(ws-lookup-last)
                      to ev-surname(ws-event-count)
                 end-if
              end-if
              if aj-action = "A"
                 or (aj-action = "U"
                     and (ab-street not = aa-street
                          or ab-city not = aa-city
                          or ab-postal-code not = aa-postal-code))
                 move "D" to ev-kind(ws-event-count)
                 string "ADDRESS " delimited by size
                        function trim(aa-street) delimited by size
                        ", " delimited by size
                        function trim(aa-city) delimited by size
                        " " delimited by size
                        function trim(aa-postal-code)
                        delimited by size
                        into ev-detail(ws-event-count)
                 end-string
              else
                 if aj-action = "D"
                    string "ADDRESS DELETED " delimited by size
                           function trim(ab-street)
                           delimited by size
                           into ev-detail(ws-event-count)
                    end-string
                 else
                    string "ADDRESS DETAILS CHANGED "
                           delimited by size
                           function trim(aa-street)
                           delimited by size
                           into ev-detail(ws-event-count)
                    end-string
                 end-if
              end-if
           end-if.

      *    Timestamp, new-tonight flag, operator row and off-shift
      *    flag for the event just filed.
       2800-stamp-event.
           move ws-test-date to ev-date(ws-event-count).
           move ws-test-time to ev-time(ws-event-count).
           move ws-test-time to ws-new-time.
           compute ev-minute(ws-event-count) =
                   function integer-of-date(ws-test-date) * 1440
                   + ws-new-hh * 60 + ws-new-mm.
           perform 2850-test-new.
           move ws-test-new to ev-new(ws-event-count).
           if ws-test-new = "Y"
              add 1 to ws-new-count
           end-if.

           move zero to ws-op-hit.
           move 1 to ws-op-sub.
           perform until ws-op-sub > ws-op-count or ws-op-hit > 0
              if op-username(ws-op-sub) = ev-operator(ws-event-count)
                 move ws-op-sub to ws-op-hit
              end-if
              add 1 to ws-op-sub
           end-perform.
           move ws-op-hit to ev-op-sub(ws-event-count).

      *    Off shift the way SIGNON judges it - a window running past
      *    midnight wraps, and no window at all is never off shift.
           move "N" to ev-off-shift(ws-event-count).
           if ws-op-hit > 0
              and (op-shift-start(ws-op-hit) not = 0
                   or op-shift-end(ws-op-hit) not = 0)
              compute ws-new-hhmm = ws-new-hh * 100 + ws-new-mm
              if op-shift-start(ws-op-hit) <= op-shift-end(ws-op-hit)
                 if ws-new-hhmm < op-shift-start(ws-op-hit)
                    or ws-new-hhmm > op-shift-end(ws-op-hit)
                    move "Y" to ev-off-shift(ws-event-count)
                 end-if
              else
                 if ws-new-hhmm < op-shift-start(ws-op-hit)
                    and ws-new-hhmm > op-shift-end(ws-op-hit)
                    move "Y" to ev-off-shift(ws-event-count)
                 end-if
              end-if
           end-if.

      *    After the previous scan and no later than the start of
      *    this one - anything stamped while this scan runs is left
      *    for the next.
       2850-test-new.
           move "N" to ws-test-new.
           if (ws-test-date > ws-since-date
               or (ws-test-date = ws-since-date
                   and ws-test-time > ws-since-time))
              and (ws-test-date < ws-curr-date
                   or (ws-test-date = ws-curr-date
                       and ws-test-time <= ws-curr-time))
              move "Y" to ws-test-new
           end-if.

      *    Each name change against each address change on the same
      *    customer within the window, listed once - under the later
      *    of the two, when that one is new tonight.
       3000-check-name-and-address.
           compute ws-window-minutes = ws-nameaddr-hours * 60.
           move 1 to ws-ev-sub.
           perform until ws-ev-sub > ws-event-count
              if ev-new(ws-ev-sub) = "Y"
                 and (ev-name-change(ws-ev-sub)
                      or ev-addr-change(ws-ev-sub))
                 perform 3100-pair-name-and-address
              end-if
              add 1 to ws-ev-sub
           end-perform.

       3100-pair-name-and-address.
           move 1 to ws-ev-pair.
           perform until ws-ev-pair > ws-event-count
              move "N" to ws-pair-ok
              if ev-cust-id(ws-ev-pair) = ev-cust-id(ws-ev-sub)
                 and ((ev-name-change(ws-ev-sub)
                       and ev-addr-change(ws-ev-pair))
                   or (ev-addr-change(ws-ev-sub)
                       and ev-name-change(ws-ev-pair)))
                 compute ws-gap-minutes = ev-minute(ws-ev-sub)
                                        - ev-minute(ws-ev-pair)
                 if ws-gap-minutes >= 0
                    and ws-gap-minutes <= ws-window-minutes
                    move "Y" to ws-pair-ok
                    if ws-gap-minutes = 0
                       and ws-ev-pair > ws-ev-sub
                       move "N" to ws-pair-ok
                    end-if
                 end-if
              end-if
              if ws-pair-ok = "Y"
                 perform 3200-list-name-and-address
              end-if
              add 1 to ws-ev-pair
           end-perform.

       3200-list-name-and-address.
           perform 7000-count-hit.
           move ws-ev-pair to ws-ev-print.
           perform 6200-print-event-line.
           move ws-ev-sub to ws-ev-print.
           perform 6200-print-event-line.
           move ev-cust-id(ws-ev-sub) to ws-line-cust-id.
           move ev-operator(ws-ev-sub) to ws-line-operator.
           perform 7100-raise-alert.

      *    CUSTPREF in key order against last night's SUSPPREF.DAT,
      *    also in key order: a customer flagged then and not now has
      *    had the flag taken off since. The state read here is the
      *    state written back, so the read and the pass go together.
      *    Only a SUSPPREF.DAT that is not there (status 35) is a
      *    first scan; one that is there but cannot be read is left
      *    alone for the next scan and the run ends RETURN-CODE 8.
       4000-scan-preferences.
           move zero to ws-dnc-count ws-rm-count ws-removal-count.
           move "N" to ws-state-eof ws-state-open.
           move "W" to ws-state-action.
           open input pref-state.
           evaluate ws-state-status
              when "00"
                 move "Y" to ws-state-open
                 perform 4300-read-state
              when "35"
                 move "Y" to ws-state-eof
              when other
                 display "Cannot open SUSPPREF.DAT, status="
                         ws-state-status " - left as it is."
                 move "Y" to ws-state-eof
                 move "U" to ws-state-action
           end-evaluate.

           open input customer-pref.
           if ws-pref-status = "00"
              move "N" to ws-eof-switch
              perform until ws-eof
                 read customer-pref next record
                    at end
                       set ws-eof to true
                    not at end
                       add 1 to ws-pref-read
                       perform 4100-compare-preference
                 end-read
              end-perform
              close customer-pref
           else
              display "Cannot open CUSTPREF, status=" ws-pref-status
                      " - do-not-contact state carried unchanged."
              perform 4400-carry-whole-state
              if ws-state-write
                 move "C" to ws-state-action
              end-if
           end-if.

           if ws-state-open = "Y"
              close pref-state
           end-if.
           move "00" to ws-state-status.

       4100-compare-preference.
           perform until ws-state-eof = "Y"
                      or ps-cust-id >= cp-cust-id
              perform 4300-read-state
           end-perform.

           if cp-do-not-contact
              if ws-dnc-count < ws-dnc-limit
                 add 1 to ws-dnc-count
                 move cp-cust-id to ws-dnc-cust-id(ws-dnc-count)
              else
                 move "Y" to ws-state-full
              end-if
           else
              if ws-state-eof = "N" and ps-cust-id = cp-cust-id
                 evaluate true
                    when ps-dnc-flag = "Y"
                       add 1 to ws-removal-count
                       move ws-prev-scan-date to ws-window-start
                       move ws-curr-date to ws-window-end
                       perform 4200-keep-removal
                    when ps-removed-seen is numeric
                     and ps-removed-seen > 0
                     and function integer-of-date(ps-removed-seen)
                         + ws-letter-days
                         >= function integer-of-date(ws-curr-date)
                       move ps-removed-after to ws-window-start
                       move ps-removed-seen to ws-window-end
                       perform 4200-keep-removal
                    when other
                       continue
                 end-evaluate
              end-if
           end-if.

       4200-keep-removal.
           if ws-rm-count < ws-rm-limit
              add 1 to ws-rm-count
              move cp-cust-id      to rm-cust-id(ws-rm-count)
              move ws-window-start to rm-after(ws-rm-count)
              move ws-window-end   to rm-seen(ws-rm-count)
           else
              move "Y" to ws-state-full
           end-if.

       4300-read-state.
           move "N" to ws-state-got.
           perform until ws-state-eof = "Y" or ws-state-got = "Y"
              read pref-state
                 at end
                    move "Y" to ws-state-eof
                 not at end
                    if ps-dnc-entry and ps-cust-id is numeric
                       move "Y" to ws-state-got
                    end-if
              end-read
           end-perform.

      *    With CUSTPREF unreadable tonight nothing can be compared -
      *    last night's state goes forward as it stands. Its removals
      *    still feed the letter check, but SUSPPREF.DAT is not
      *    rewritten: its HDR keeps the last scan that really saw
      *    CUSTPREF, and the run ends RETURN-CODE 4.
       4400-carry-whole-state.
           perform until ws-state-eof = "Y"
              if ps-dnc-flag = "Y"
                 if ws-dnc-count < ws-dnc-limit
                    add 1 to ws-dnc-count
                    move ps-cust-id to ws-dnc-cust-id(ws-dnc-count)
                 end-if
              else
                 if ws-rm-count < ws-rm-limit
                    and ps-removed-seen is numeric
                    add 1 to ws-rm-count
                    move ps-cust-id       to rm-cust-id(ws-rm-count)
                    move ps-removed-after to rm-after(ws-rm-count)
                    move ps-removed-seen  to rm-seen(ws-rm-count)
                 end-if
              end-if
              perform 4300-read-state
           end-perform.

      *    A letter logged tonight to a customer whose flag came off
      *    inside the letter window - on or after the last scan that
      *    still saw it on.
       4500-check-letters.
           if ws-rm-count > 0
              open input contact-history
              if ws-contact-status = "00"
                 move "N" to ws-eof-switch
                 perform until ws-eof
                    read contact-history
                       at end
                          set ws-eof to true
                       not at end
                          add 1 to ws-contact-read
                          perform 4600-test-letter
                    end-read
                 end-perform
                 close contact-history
              end-if
           end-if.

       4600-test-letter.
           move "N" to ws-test-new.
           if ch-ts-date is numeric and ch-ts-time is numeric
              move ch-ts-date to ws-test-date
              move ch-ts-time to ws-test-time
              perform 2850-test-new
           end-if.
           if ws-test-new = "Y"
              move zero to ws-rm-hit
              move 1 to ws-rm-sub
              perform until ws-rm-sub > ws-rm-count or ws-rm-hit > 0
                 if rm-cust-id(ws-rm-sub) = ch-cust-id
                    and ch-ts-date >= rm-after(ws-rm-sub)
                    and function integer-of-date(ch-ts-date)
                        <= function integer-of-date(rm-seen(ws-rm-sub))
                           + ws-letter-days
                    move ws-rm-sub to ws-rm-hit
                 end-if
                 add 1 to ws-rm-sub
              end-perform
              if ws-rm-hit > 0
                 perform 4700-list-letter
              end-if
           end-if.

       4700-list-letter.
           perform 7000-count-hit.
           move ch-cust-id to ws-line-cust-id.
           move spaces to ws-line-operator.
           move rm-seen(ws-rm-hit) to ws-line-date.
           move zero to ws-line-time.
           move "CUSTPREF" to ws-line-program.
           move spaces to ws-line-detail.
           string "DO-NOT-CONTACT ON AT SCAN OF " delimited by size
                  rm-after(ws-rm-hit) delimited by size
                  ", GONE BY SCAN OF " delimited by size
                  rm-seen(ws-rm-hit) delimited by size
                  into ws-line-detail
           end-string.
           perform 6300-print-line.
           move spaces to ws-line-severity.
           move ch-ts-date to ws-line-date.
           move ch-ts-time to ws-line-time.
           move "CONTHIST" to ws-line-program.
           move spaces to ws-line-detail.
           string "LETTER " delimited by size
                  function trim(ch-template) delimited by size
                  " CAMPAIGN " delimited by size
                  function trim(ch-campaign) delimited by size
                  into ws-line-detail
           end-string.
           perform 6300-print-line.
           move spaces to ws-line-operator.
           perform 7100-raise-alert.

      *    Tonight's do-not-contact state, in customer-ID order, for
      *    the next scan to compare against. Written only once the
      *    worklist is complete - a failed scan leaves last night's
      *    state to be compared again.
       4900-write-state.
           open output pref-state.
           if ws-state-status not = "00"
              display "Cannot write SUSPPREF.DAT, status="
                      ws-state-status
           else
              move spaces to pref-state-record
              move "HDR" to ps-rec-type
              move ws-curr-date to ps-scan-date
              move ws-curr-time to ps-scan-time
              write pref-state-record
              move 1 to ws-dnc-sub
              move 1 to ws-rm-sub
              perform until ws-dnc-sub > ws-dnc-count
                         and ws-rm-sub > ws-rm-count
                 move spaces to pref-state-record
                 move "DNC" to ps-rec-type
                 if ws-rm-sub > ws-rm-count
                    or (ws-dnc-sub <= ws-dnc-count
                        and ws-dnc-cust-id(ws-dnc-sub)
                            < rm-cust-id(ws-rm-sub))
                    move ws-dnc-cust-id(ws-dnc-sub) to ps-cust-id
                    move "Y" to ps-dnc-flag
                    move zero to ps-removed-after ps-removed-seen
                    add 1 to ws-dnc-sub
                 else
                    move rm-cust-id(ws-rm-sub) to ps-cust-id
                    move "N" to ps-dnc-flag
                    move rm-after(ws-rm-sub) to ps-removed-after
                    move rm-seen(ws-rm-sub)  to ps-removed-seen
                    add 1 to ws-rm-sub
                 end-if
                 write pref-state-record
              end-perform
              close pref-state
              if ws-state-full = "Y"
                 display "More do-not-contact customers than "
                         "SUSPPREF.DAT can hold - the rest are not "
                         "watched."
              end-if
           end-if.

      *    Every new change whose customer's surname, before or after
      *    it, is the operator's own.
       5000-check-own-surname.
           move 1 to ws-ev-sub.
           perform until ws-ev-sub > ws-event-count
              move ev-op-sub(ws-ev-sub) to ws-op-hit
              if ev-new(ws-ev-sub) = "Y" and ws-op-hit > 0
                 if op-surname(ws-op-hit) not = spaces
                    and (ev-surname(ws-ev-sub) = op-surname(ws-op-hit)
                         or ev-old-surname(ws-ev-sub)
                            = op-surname(ws-op-hit))
                    perform 5100-list-own-surname
                 end-if
              end-if
              add 1 to ws-ev-sub
           end-perform.

       5100-list-own-surname.
           perform 7000-count-hit.
           move ws-ev-sub to ws-ev-print.
           perform 6200-print-event-line.
           move spaces to ws-line-severity.
           move zero to ws-line-cust-id.
           move spaces to ws-line-operator ws-line-program.
           move zero to ws-line-date ws-line-time.
           move spaces to ws-line-detail.
           string "OPERATOR SURNAME " delimited by size
                  function trim(op-surname(ws-op-hit))
                  delimited by size
                  " IS THE CUSTOMER'S" delimited by size
                  into ws-line-detail
           end-string.
           perform 6300-print-line.
           move ev-cust-id(ws-ev-sub) to ws-line-cust-id.
           move ev-operator(ws-ev-sub) to ws-line-operator.
           perform 7100-raise-alert.

      *    For each new off-shift change, the off-shift changes by the
      *    same operator in the burst window ending at it. The first
      *    to reach the count flags the operator for that day.
       5500-check-bursts.
           move 1 to ws-ev-sub.
           perform until ws-ev-sub > ws-event-count
              if ev-new(ws-ev-sub) = "Y"
                 and ev-off-shift(ws-ev-sub) = "Y"
                 perform 5600-test-burst-flagged
                 if ws-bf-found = "N"
                    perform 5700-count-burst
                 end-if
              end-if
              add 1 to ws-ev-sub
           end-perform.

       5600-test-burst-flagged.
           move "N" to ws-bf-found.
           move 1 to ws-bf-sub.
           perform until ws-bf-sub > ws-bf-count or ws-bf-found = "Y"
              if bf-operator(ws-bf-sub) = ev-operator(ws-ev-sub)
                 and bf-date(ws-bf-sub) = ev-date(ws-ev-sub)
                 move "Y" to ws-bf-found
              end-if
              add 1 to ws-bf-sub
           end-perform.

       5700-count-burst.
           move zero to ws-burst-found.
           move ws-ev-sub to ws-burst-first.
           move 1 to ws-ev-pair.
           perform until ws-ev-pair > ws-event-count
              if ev-operator(ws-ev-pair) = ev-operator(ws-ev-sub)
                 and ev-off-shift(ws-ev-pair) = "Y"
                 compute ws-gap-minutes = ev-minute(ws-ev-sub)
                                        - ev-minute(ws-ev-pair)
                 if ws-gap-minutes >= 0
                    and ws-gap-minutes < ws-burst-minutes
                    add 1 to ws-burst-found
                    if ev-minute(ws-ev-pair)
                       < ev-minute(ws-burst-first)
                       move ws-ev-pair to ws-burst-first
                    end-if
                 end-if
              end-if
              add 1 to ws-ev-pair
           end-perform.
           if ws-burst-found >= ws-burst-count
              perform 5800-list-burst
           end-if.

       5800-list-burst.
           perform 7000-count-hit.
           if ws-bf-count < 500
              add 1 to ws-bf-count
              move ev-operator(ws-ev-sub) to bf-operator(ws-bf-count)
              move ev-date(ws-ev-sub)     to bf-date(ws-bf-count)
           end-if.
           move ev-op-sub(ws-ev-sub) to ws-op-hit.
           move zero to ws-line-cust-id.
           move ev-operator(ws-ev-sub) to ws-line-operator.
           move ev-date(ws-ev-sub) to ws-line-date.
           move ev-time(ws-ev-sub) to ws-line-time.
           move spaces to ws-line-program.
           move ws-burst-found to ws-text-count.
           move ev-time(ws-burst-first) to ws-new-time.
           move spaces to ws-text-hhmm.
           string ws-new-hh delimited by size
                  ":" delimited by size
                  ws-new-mm delimited by size
                  into ws-text-hhmm
           end-string.
           move spaces to ws-line-detail.
           string function trim(ws-text-count) delimited by size
                  " CHANGES FROM " delimited by size
                  ws-text-hhmm delimited by size
                  " TO THIS ONE, SHIFT " delimited by size
                  op-shift-start(ws-op-hit) delimited by size
                  "-" delimited by size
                  op-shift-end(ws-op-hit) delimited by size
                  into ws-line-detail
           end-string.
           perform 6300-print-line.
           move ws-ev-sub to ws-ev-print.
           move spaces to ws-line-severity.
           perform 6250-print-event-evidence.
           move zero to ws-line-cust-id.
           move ev-operator(ws-ev-sub) to ws-line-operator.
           perform 7100-raise-alert.

       6100-print-rule-heading.
           if ws-lines-on-page + 4 > ws-lines-per-page
              perform 6900-print-headers
           end-if.
           move spaces to suspect-report-line.
           write suspect-report-line.
           move spaces to suspect-report-line.
           string "RULE " delimited by size
                  ru-code(ws-ru-sub) delimited by size
                  "  " delimited by size
                  ru-description(ws-ru-sub) delimited by size
                  into suspect-report-line
           end-string.
           if ru-severity(ws-ru-sub) = "H"
              move "HIGH - ALERTS RAISED" to suspect-report-line(60:20)
           else
              move "MEDIUM" to suspect-report-line(60:6)
           end-if.
           write suspect-report-line.
           add 2 to ws-lines-on-page.

       6150-print-rule-close.
           if ru-hits(ws-ru-sub) = 0
              move spaces to suspect-report-line
              if (ws-ru-sub = 3 or ws-ru-sub = 4)
                 and not ws-userid-read
                 move "  Not checked - userid table not reachable."
                   to suspect-report-line
              else
                 move "  Nothing found." to suspect-report-line
              end-if
              write suspect-report-line
              add 1 to ws-lines-on-page
           end-if.

      *    One journal entry as evidence - ws-ev-print points at it.
       6200-print-event-line.
           move ev-cust-id(ws-ev-print)  to ws-line-cust-id.
           move ev-operator(ws-ev-print) to ws-line-operator.
           perform 6250-print-event-evidence.

       6250-print-event-evidence.
           move ev-date(ws-ev-print)     to ws-line-date.
           move ev-time(ws-ev-print)     to ws-line-time.
           move ev-program(ws-ev-print)  to ws-line-program.
           move ev-detail(ws-ev-print)   to ws-line-detail.
           perform 6300-print-line.
           move spaces to ws-line-severity.

       6300-print-line.
           if ws-lines-on-page >= ws-lines-per-page
              perform 6900-print-headers
           end-if.
           move spaces to suspect-report-line.
           move ws-line-severity to suspect-report-line(1:4).
           if ws-line-cust-id > 0
              move ws-line-cust-id to ws-chk-cust-id
              call "CUSTCHK" using ws-chk-function ws-print-id
                                    ws-chk-cust-id ws-chk-result
              move ws-print-id to suspect-report-line(6:8)
           end-if.
           move ws-line-operator to suspect-report-line(15:8).
           if ws-line-date > 0
              move ws-line-date to suspect-report-line(24:8)
              string ws-line-hh delimited by size
                     ":" delimited by size
                     ws-line-mm delimited by size
                     ":" delimited by size
                     ws-line-ss delimited by size
                     into suspect-report-line(33:8)
              end-string
           end-if.
           move ws-line-program to suspect-report-line(42:12).
           move ws-line-detail  to suspect-report-line(55:70).
           write suspect-report-line.
           add 1 to ws-lines-on-page.

       6500-print-totals.
           if ws-lines-on-page + 8 > ws-lines-per-page
              perform 6900-print-headers
           end-if.
           move spaces to suspect-report-line.
           write suspect-report-line.
           move spaces to suspect-report-line.
           string "New journal entries: " delimited by size
                  ws-new-count delimited by size
                  "   Do-not-contact flags taken off: "
                  delimited by size
                  ws-removal-count delimited by size
                  "   Hits: " delimited by size
                  ws-hit-count delimited by size
                  "   Alerts: " delimited by size
                  ws-alert-count delimited by size
                  into suspect-report-line
           end-string.
           write suspect-report-line.
           if ws-first-scan = "Y"
              move spaces to suspect-report-line
              string "First scan - the do-not-contact flags on file "
                     delimited by size
                     "are recorded for tomorrow; none can be seen "
                     delimited by size
                     "removed." delimited by size
                     into suspect-report-line
              end-string
              write suspect-report-line
           end-if.
           if not ws-userid-read
              move spaces to suspect-report-line
              string "WARNING: the userid table could not be read - "
                     delimited by size
                     "rules OS and BS were not checked."
                     delimited by size
                     into suspect-report-line
              end-string
              write suspect-report-line
           end-if.
           if ws-event-table-full
              move spaces to suspect-report-line
              string "WARNING: more than " delimited by size
                     ws-event-limit delimited by size
                     " journal entries - later entries were not "
                     delimited by size
                     "checked." delimited by size
                     into suspect-report-line
              end-string
              write suspect-report-line
           end-if.
           move 1 to ws-seg-sub.
           perform until ws-seg-sub > ws-seg-count
              if sg-on-disk(ws-seg-sub) = "N"
                 move spaces to suspect-report-line
                 string "WARNING: archived segment " delimited by size
                        function trim(sg-archive-name(ws-seg-sub))
                        delimited by size
                        " could not be read - its changes were not "
                        delimited by size
                        "checked." delimited by size
                        into suspect-report-line
                 end-string
                 write suspect-report-line
              end-if
              add 1 to ws-seg-sub
           end-perform.

       6900-print-headers.
           add 1 to ws-page-number.
           move spaces to suspect-report-line.
           string "SUSPICIOUS CUSTOMER CHANGES   COMPANY: "
                  delimited by size
                  ws-company-code delimited by size
                  "   RUN DATE: " delimited by size
                  ws-curr-month delimited by size
                  "/" delimited by size
                  ws-curr-day delimited by size
                  "/" delimited by size
                  ws-curr-year delimited by size
                  "   PAGE: " delimited by size
                  ws-page-number delimited by size
                  into suspect-report-line
           end-string.
           if ws-page-number > 1
              write suspect-report-line after advancing page
           else
              write suspect-report-line
           end-if.
           move spaces to suspect-report-line.
           string "CHANGES SINCE " delimited by size
                  ws-since-date delimited by size
                  " " delimited by size
                  ws-since-time(1:6) delimited by size
                  into suspect-report-line
           end-string.
           write suspect-report-line.
           move spaces to suspect-report-line.
           move "SEV"      to suspect-report-line(1:3).
           move "CUSTOMER" to suspect-report-line(6:8).
           move "OPERATOR" to suspect-report-line(15:8).
           move "DATE"     to suspect-report-line(24:4).
           move "TIME"     to suspect-report-line(33:4).
           move "SOURCE"   to suspect-report-line(42:6).
           move "EVIDENCE" to suspect-report-line(55:8).
           write suspect-report-line.
           move all "-" to suspect-report-line.
           write suspect-report-line.
           move 4 to ws-lines-on-page.

      *    The first line of every hit carries the rule's severity.
       7000-count-hit.
           add 1 to ws-hit-count.
           add 1 to ru-hits(ws-ru-sub).
           if ws-lines-on-page + 3 > ws-lines-per-page
              perform 6900-print-headers
           end-if.
           move spaces to suspect-report-line.
           write suspect-report-line.
           add 1 to ws-lines-on-page.
           if ru-severity(ws-ru-sub) = "H"
              move "HIGH" to ws-line-severity
           else
              move "MED" to ws-line-severity
           end-if.

      *    One alert per hit on a high-severity rule.
       7100-raise-alert.
           if ru-severity(ws-ru-sub) = "H"
              move spaces to ws-alert-message
              if ws-line-cust-id > 0
                 move ws-line-cust-id to ws-chk-cust-id
                 call "CUSTCHK" using ws-chk-function ws-print-id
                                       ws-chk-cust-id ws-chk-result
                 string "SUSPECT " delimited by size
                        ru-code(ws-ru-sub) delimited by size
                        " CUSTOMER " delimited by size
                        ws-print-id delimited by size
                        " " delimited by size
                        function trim(ws-line-operator)
                        delimited by size
                        " - SEE SUSPECT.RPT" delimited by size
                        into ws-alert-message
                 end-string
              else
                 string "SUSPECT " delimited by size
                        ru-code(ws-ru-sub) delimited by size
                        " OPERATOR " delimited by size
                        function trim(ws-line-operator)
                        delimited by size
                        " - SEE SUSPECT.RPT" delimited by size
                        into ws-alert-message
                 end-string
              end-if
              call "OPERALERT" using ws-alert-severity
                   ws-program-name ws-alert-message
              add 1 to ws-alert-count
           end-if.

       9998-sql-warning-trap.
           display "SQL WARNING - SQLCODE=" sqlcode.

       9999-sql-error-trap.
           display "SQL ERROR - SQLCODE=" sqlcode.
           display "SQLERRMC=" sqlerrmc.
           move sqlcode to ws-sqlcode.
           call "SQLERRLOG" using ws-program-name ws-sqlcode
                                   sqlerrmc.
