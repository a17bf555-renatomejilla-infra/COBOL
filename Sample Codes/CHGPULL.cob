      *    Author      : Renato D. Mejilla
      *    Date        : October 15, 2026
      *    Description : Nightly intake of the name and address
      *                  corrections customers request on the web side,
      *                  the inbound counterpart of CUSTSYNC. Connects
      *                  through DBCONNECT with the ACMITS-ENV profile
      *                  and reads the pending (P) rows of the
      *                  customer_change_request table. Each request is
      *                  checked before anyone sees it: the customer
      *                  must be live on CUSTMAST (shared CUSTLOOKUP),
      *                  the birth date given to prove identity must be
      *                  a real date (shared DATEVAL) that gives the age
      *                  on file, something must actually be asked to
      *                  change, and a new address must be complete and
      *                  its city right for its postal code (shared
      *                  POSTCHECK, as ADDRMAINT refuses it). A request
      *                  that passes is put on the CHGQUEUE review queue
      *                  for CHGREVIEW and marked Q (in review) on the
      *                  table; one that fails is turned away with its
      *                  reason. Outcomes - turned away tonight, or
      *                  accepted or rejected in CHGREVIEW since the
      *                  last run - are then written back to the table
      *                  (status A or R, the reason, the decision date)
      *                  so the customer can see them. CHGPULL.RPT
      *                  lists every request taken and the counts.
      *                  RETURN-CODE 0 clean, 4 requests turned away or
      *                  outcomes not written back, 8 could not run.
      *                  Runs as a NIGHTLYRUN step.
      *    Compiler    : Micro Focus Visual COBOL
      *    ============================================================

       $set sql(dbman=odbc)
       identification division.
       program-id.     CHGPULL.

       environment division.
       input-output section.
       file-control.
           select change-queue assign to ws-chgqueue-file
                               organization indexed
                               access mode is dynamic
                               record key is CQ-REQUEST-ID
                               file status is ws-queue-status.

           select pull-report  assign to ws-rpt-file-name
                               organization line sequential
                               file status is ws-report-status.

       data division.
       file section.
       fd  change-queue.
       copy CHGREQ.

       fd  pull-report.
       01  pull-report-line    pic x(132).

       working-storage section.
       01  ws-chgqueue-file    pic x(26) value "CHGQUEUE".
       01  ws-rpt-file-name    pic x(26) value "CHGPULL.RPT".

       exec sql include sqlca end-exec.

       01  ws-queue-status     pic xx value "00".
       01  ws-report-status    pic xx value "00".
       01  ws-queue-eof        pic x(1) value "N".

       01  ws-sqlcode          pic s9(9) comp-5 value zero.

       01  ws-acmits-env       pic x(4) value "PROD".
       01  ws-env-var-name     pic x(30) value spaces.
       01  ws-dsn-name         pic x(30) value spaces.
       01  ws-db-user          pic x(20) value spaces.
       01  ws-db-pass          pic x(20) value spaces.

      *    Host variables for the change-request row.
       01  ws-request-id       pic 9(9) value zero.
       01  ws-cust-id          pic 9(6) value zero.
       01  ws-firstname        pic x(20) value spaces.
       01  ws-lastname         pic x(20) value spaces.
       01  ws-street           pic x(30) value spaces.
       01  ws-city             pic x(20) value spaces.
       01  ws-postal-code      pic x(10) value spaces.
       01  ws-phone            pic x(15) value spaces.
       01  ws-birthdate        pic 9(8) value zero.
       01  ws-birth-text redefines ws-birthdate pic x(8).
       01  ws-requested-on     pic 9(8) value zero.
       01  ws-req-status       pic x(1) value space.
       01  ws-reason           pic x(30) value spaces.
       01  ws-decided-on       pic 9(8) value zero.

      *    Customer fields from the shared CUSTLOOKUP.
       01  ws-found-switch     pic x(1) value "N".
       01  ws-first-on-file    pic x(20) value spaces.
       01  ws-last-on-file     pic x(20) value spaces.
       01  ws-age-on-file      pic 99 value zero.

       01  ws-curr-date        pic 9(8) value zero.
       01  ws-date-status      pic x(1) value space.
       01  ws-claimed-age      pic 99 value zero.
       01  ws-postcheck-result pic x(1) value space.
       01  ws-name-asked       pic x(1) value "N".
       01  ws-address-asked    pic x(1) value "N".
       01  ws-phone-asked      pic x(1) value "N".

      *    Requests queued while cursor C1 is open, marked in review
      *    on the table in one pass after it closes.
       01  ws-pulled-table.
           05  ws-pulled-count pic 9(4) value zero.
           05  ws-pulled-limit pic 9(4) value 1000.
           05  ws-pulled-entry occurs 1000 times.
               10  pu-request-id pic 9(9).
       01  ws-pu-sub           pic 9(4) value zero.
       01  ws-pull-full        pic x(1) value "N".
           88 ws-pulled-full   value "Y".

       01  ws-read-count       pic 9(6) value zero.
       01  ws-queued-count     pic 9(6) value zero.
       01  ws-refused-count    pic 9(6) value zero.
       01  ws-requeued-count   pic 9(6) value zero.
       01  ws-sent-count       pic 9(6) value zero.
       01  ws-unsent-count     pic 9(6) value zero.

       01  ws-detail-line.
           05  dl-request-id   pic 9(9).
           05  filler          pic x(2).
           05  dl-cust-id      pic x(7).
           05  filler          pic x(1).
           05  dl-outcome      pic x(12).
           05  filler          pic x(2).
           05  dl-reason       pic x(30).
       01  ws-total-label      pic x(36) value spaces.

      *    Customer numbers print in the seven-digit form (with check
      *    digit) from CUSTCHK.
       01  ws-chk-function     pic x(1) value "D".
       01  ws-print-id         pic x(8) value spaces.
       01  ws-chk-result       pic x(1) value space.
       01  ws-count-out        pic zzz,zz9.
       01  ws-page-number      pic 999 value zero.
       01  ws-line-count       pic 99 value zero.

       01  ws-run-date-text.
           05  ws-run-month    pic 99.
           05  filler          pic x value "/".
           05  ws-run-day      pic 99.
           05  filler          pic x value "/".
           05  ws-run-year     pic 9(4).
       01  ws-company-code     pic x(4) value spaces.

       01  ws-stat-read        pic 9(6) value zero.
       01  ws-stat-written     pic 9(6) value zero.
       01  ws-stat-updated     pic 9(6) value zero.
       01  ws-stat-rejected    pic 9(6) value zero.

       01  ws-operator-id      pic x(8) value spaces.
       01  ws-program-name     pic x(20) value "CHGPULL".
       01  ws-audit-outcome    pic x(8) value spaces.

       procedure division.
           accept ws-operator-id from environment "OPERATOR-ID".
           move "START" to ws-audit-outcome.
           call "AUDITLOG" using ws-program-name ws-operator-id
                                  ws-audit-outcome.

           call "FILERES" using ws-chgqueue-file.
           call "FILERES" using ws-rpt-file-name.

           accept ws-curr-date from date yyyymmdd.
           move ws-curr-date(5:2) to ws-run-month.
           move ws-curr-date(7:2) to ws-run-day.
           move ws-curr-date(1:4) to ws-run-year.
           accept ws-company-code from environment "ACMITS-COMPANY".
           if ws-company-code = spaces
              move "BASE" to ws-company-code
           end-if.

      *    First-ever run creates the empty review queue, the same
      *    way ADDRMAINT creates CUSTADDR.
           open i-o change-queue.
           if ws-queue-status = "35"
              open output change-queue
              close change-queue
              open i-o change-queue
           end-if.
           if ws-queue-status not = "00"
              display "Cannot open CHGQUEUE, status=" ws-queue-status
              move "FAIL" to ws-audit-outcome
              call "AUDITLOG" using ws-program-name ws-operator-id
                                     ws-audit-outcome
              move 8 to return-code
              goback
           end-if.

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
              close change-queue
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

           open output pull-report.
           perform 8200-print-page-headers.

           perform 1000-pull-pending.
           perform 2000-mark-in-review.
           perform 3000-write-back-outcomes.

           exec sql commit end-exec.
           exec sql disconnect current end-exec.

           close change-queue.

           perform 8500-print-totals.
           close pull-report.
           call "SPOOLREG" using ws-program-name ws-rpt-file-name.

           display "Requests read       : " ws-read-count.
           display "Queued for review   : " ws-queued-count.
           display "Turned away         : " ws-refused-count.
           display "Outcomes sent back  : " ws-sent-count.
           display "Outcomes not sent   : " ws-unsent-count.

           move ws-read-count    to ws-stat-read.
           move ws-queued-count  to ws-stat-written.
           move ws-sent-count    to ws-stat-updated.
           move ws-refused-count to ws-stat-rejected.
           call "RUNSTATS" using ws-program-name ws-stat-read
                                  ws-stat-written ws-stat-updated
                                  ws-stat-rejected.

           if ws-refused-count > 0 or ws-unsent-count > 0
              move "PARTIAL" to ws-audit-outcome
           else
              move "SUCCESS" to ws-audit-outcome
           end-if.
           call "AUDITLOG" using ws-program-name ws-operator-id
                                  ws-audit-outcome.

           if ws-audit-outcome = "PARTIAL"
              move 4 to return-code
           else
              move 0 to return-code
           end-if.
           goback.

      *    Oldest request first. Past the pulled-table cap the rest
      *    stay pending on the table for tomorrow night.
       1000-pull-pending.
           exec sql
                declare C1 cursor for
                select request_id, cust_id, firstname, lastname,
                       street, city, postal_code, phone,
                       birthdate, requested_on
                       from customer_change_request
                       where status = 'P'
                       order by request_id
           end-exec.
           exec sql open C1 end-exec.
           perform until sqlcode not = 0 or ws-pulled-full
              exec sql
                   fetch C1 into :ws-request-id, :ws-cust-id,
                                 :ws-firstname, :ws-lastname,
                                 :ws-street, :ws-city,
                                 :ws-postal-code, :ws-phone,
                                 :ws-birthdate, :ws-requested-on
              end-exec
              if sqlcode = 0
                 perform 1100-take-request
              end-if
           end-perform.
           exec sql close C1 end-exec.
           if ws-pulled-full
              display "More than " ws-pulled-limit " requests "
                      "pending - the rest are taken tomorrow."
           end-if.

       1100-take-request.
           add 1 to ws-read-count.
           move ws-request-id to CQ-REQUEST-ID.
           read change-queue
              invalid key
                 perform 1200-check-and-queue
              not invalid key
      *    Queued on an earlier night whose table update was lost -
      *    mark it again, do not queue it twice.
                 add 1 to ws-requeued-count
                 if CQ-QUEUED
                    perform 1400-note-pulled
                 end-if
           end-read.

       1200-check-and-queue.
           move spaces to CHANGE-REQUEST-RECORD.
           move ws-request-id     to CQ-REQUEST-ID.
           move ws-cust-id        to CQ-CUST-ID.
           move ws-requested-on   to CQ-REQUESTED-DATE.
           move ws-curr-date      to CQ-PULLED-DATE.
           move ws-firstname      to CQ-NEW-FIRST-NAME.
           move ws-lastname       to CQ-NEW-LAST-NAME.
           move ws-street         to CQ-NEW-STREET.
           move ws-city           to CQ-NEW-CITY.
           move ws-postal-code    to CQ-NEW-POSTAL-CODE.
           move ws-phone          to CQ-NEW-PHONE.
           move ws-birthdate      to CQ-CLAIMED-BIRTH-DATE.
           move zero              to CQ-DECIDED-DATE.
           move "N"               to CQ-WRITTEN-BACK.
           perform 1300-check-request.
           if ws-reason = spaces
              move "Q" to CQ-STATUS
           else
              move "X"          to CQ-STATUS
              move ws-reason    to CQ-REASON
              move "CHGPULL"    to CQ-DECIDED-BY
              move ws-curr-date to CQ-DECIDED-DATE
           end-if.
           write CHANGE-REQUEST-RECORD
              invalid key
                 display "Queue write failed for request "
                         ws-request-id ", status=" ws-queue-status
                 move "QUEUE WRITE FAILED" to ws-reason
           end-write.
           move ws-request-id to dl-request-id.
           call "CUSTCHK" using ws-chk-function ws-print-id
                                 ws-cust-id ws-chk-result.
           move ws-print-id(1:7) to dl-cust-id.
           move ws-reason     to dl-reason.
           if ws-queue-status not = "00"
              move "NOT TAKEN" to dl-outcome
           else
              if CQ-QUEUED
                 add 1 to ws-queued-count
                 move "QUEUED" to dl-outcome
                 perform 1400-note-pulled
              else
                 add 1 to ws-refused-count
                 move "TURNED AWAY" to dl-outcome
              end-if
           end-if.
           if ws-line-count >= 60
              perform 8200-print-page-headers
           end-if.
           write pull-report-line from ws-detail-line.
           add 1 to ws-line-count.

      *    The checks an operator should not have to make by eye.
       1300-check-request.
           move spaces to ws-reason.
           move "N" to ws-name-asked ws-address-asked
                       ws-phone-asked.
           if ws-firstname not = spaces or ws-lastname not = spaces
              move "Y" to ws-name-asked
           end-if.
           if ws-street not = spaces or ws-city not = spaces
              or ws-postal-code not = spaces
              move "Y" to ws-address-asked
           end-if.
           if ws-phone not = spaces
              move "Y" to ws-phone-asked
           end-if.
           call "CUSTLOOKUP" using ws-cust-id ws-found-switch
                                    ws-first-on-file ws-last-on-file
                                    ws-age-on-file.
           if ws-found-switch = "Y"
              call "DATEVAL" using ws-birth-text ws-curr-date
                                    ws-date-status ws-claimed-age
           end-if.
           if ws-address-asked = "Y"
              and ws-street not = spaces and ws-city not = spaces
              and ws-postal-code not = spaces
              call "POSTCHECK" using ws-postal-code ws-city
                                      ws-postcheck-result
           else
              move space to ws-postcheck-result
           end-if.
           evaluate true
              when ws-found-switch not = "Y"
                 move "CUSTOMER NOT ON FILE" to ws-reason
              when ws-date-status not = space
                 move "BIRTH DATE NOT VALID" to ws-reason
              when ws-claimed-age not = ws-age-on-file
                 move "BIRTH DATE DOES NOT MATCH" to ws-reason
              when ws-name-asked = "N" and ws-address-asked = "N"
                   and ws-phone-asked = "N"
                 move "NO CHANGE REQUESTED" to ws-reason
              when ws-address-asked = "Y"
                   and (ws-street = spaces or ws-city = spaces
                        or ws-postal-code = spaces)
                 move "ADDRESS INCOMPLETE" to ws-reason
              when ws-postcheck-result = "M"
                 move "CITY WRONG FOR POSTAL CODE" to ws-reason
           end-evaluate.

       1400-note-pulled.
           if ws-pulled-count < ws-pulled-limit
              add 1 to ws-pulled-count
              move ws-request-id to pu-request-id(ws-pulled-count)
           end-if.
           if ws-pulled-count >= ws-pulled-limit
              move "Y" to ws-pull-full
           end-if.

      *    The updates run after the cursor is closed - updating the
      *    table under the open cursor would be walking the set being
      *    changed.
       2000-mark-in-review.
           move 1 to ws-pu-sub.
           perform until ws-pu-sub > ws-pulled-count
              move pu-request-id(ws-pu-sub) to ws-request-id
              exec sql
                   update customer_change_request
                      set status = 'Q'
                      where request_id = :ws-request-id
                        and status = 'P'
              end-exec
              add 1 to ws-pu-sub
           end-perform.

      *    Every decided request whose outcome the table has not had
      *    yet - turned away tonight, or accepted or rejected in
      *    CHGREVIEW since the last run.
       3000-write-back-outcomes.
           move "N" to ws-queue-eof.
           move low-values to CQ-REQUEST-ID.
           start change-queue
              key is not less than CQ-REQUEST-ID
              invalid key
                 move "Y" to ws-queue-eof
           end-start.
           perform until ws-queue-eof = "Y"
              read change-queue next record
                 at end
                    move "Y" to ws-queue-eof
                 not at end
                    if CQ-OUTCOME-PENDING and not CQ-QUEUED
                       perform 3100-send-outcome
                    end-if
              end-read
           end-perform.

       3100-send-outcome.
           move CQ-REQUEST-ID   to ws-request-id.
           move CQ-REASON       to ws-reason.
           move CQ-DECIDED-DATE to ws-decided-on.
           if CQ-ACCEPTED
              move "A" to ws-req-status
           else
              move "R" to ws-req-status
           end-if.
           exec sql
                update customer_change_request
                   set status     = :ws-req-status,
                       reason     = :ws-reason,
                       decided_on = :ws-decided-on
                   where request_id = :ws-request-id
           end-exec.
           if sqlcode = 0
              move "Y" to CQ-WRITTEN-BACK
              rewrite CHANGE-REQUEST-RECORD
                 invalid key
                    display "Queue rewrite failed for request "
                            ws-request-id ", status="
                            ws-queue-status
              end-rewrite
              add 1 to ws-sent-count
           else
              add 1 to ws-unsent-count
           end-if.

       8200-print-page-headers.
           add 1 to ws-page-number.
           move spaces to pull-report-line.
           string "CUSTOMER CHANGE REQUEST INTAKE" delimited by size
                  "   COMPANY: " delimited by size
                  ws-company-code delimited by size
                  "   RUN DATE: " delimited by size
                  ws-run-date-text delimited by size
                  "   PAGE: " delimited by size
                  ws-page-number delimited by size
                  into pull-report-line
           end-string.
           if ws-page-number = 1
              write pull-report-line
           else
              write pull-report-line after advancing page
           end-if.
           move spaces to pull-report-line.
           write pull-report-line.
           move "Request"  to pull-report-line(1:9).
           move "Cust"     to pull-report-line(12:7).
           move "Outcome"  to pull-report-line(20:12).
           move "Reason"   to pull-report-line(34:30).
           write pull-report-line.
           move spaces to pull-report-line.
           move all "=" to pull-report-line(1:9).
           move all "=" to pull-report-line(12:7).
           move all "=" to pull-report-line(20:12).
           move all "=" to pull-report-line(34:30).
           write pull-report-line.
           move 4 to ws-line-count.

       8500-print-totals.
           move spaces to pull-report-line.
           write pull-report-line.
           move "Pending requests read" to ws-total-label.
           move ws-read-count to ws-count-out.
           perform 8700-print-count-line.
           move "Queued for review" to ws-total-label.
           move ws-queued-count to ws-count-out.
           perform 8700-print-count-line.
           move "Turned away on checks" to ws-total-label.
           move ws-refused-count to ws-count-out.
           perform 8700-print-count-line.
           move "Already queued, marked again" to ws-total-label.
           move ws-requeued-count to ws-count-out.
           perform 8700-print-count-line.
           move "Outcomes written back" to ws-total-label.
           move ws-sent-count to ws-count-out.
           perform 8700-print-count-line.
           move "Outcomes not written back" to ws-total-label.
           move ws-unsent-count to ws-count-out.
           perform 8700-print-count-line.

       8700-print-count-line.
           move spaces to pull-report-line.
           string ws-total-label delimited by size
                  ": " delimited by size
                  ws-count-out delimited by size
                  into pull-report-line
           end-string.
           write pull-report-line.

       9998-sql-warning-trap.
           display "SQL WARNING - SQLCODE=" sqlcode.

       9999-sql-error-trap.
           display "SQL ERROR - SQLCODE=" sqlcode.
           display "SQLERRMC=" sqlerrmc.
           move sqlcode to ws-sqlcode.
           call "SQLERRLOG" using ws-program-name ws-sqlcode
                                   sqlerrmc.
