      *                     DB-side edits would be silently
      *                     overwritten again, the exact failure the
      *                     conflict hold exists to stop.
      *    2026-10-15  RDM  CUSTMAST is read from the night's CUSTSNAP
      *                     snapshot when SNAPREAD finds it current,
      *                     and from the live file otherwise. A
      *                     snapshot that does not balance rolls the
      *                     sync back before the orphan sweep - a
      *                     short read would delete live table rows.
      *    2026-10-15  RDM  Orphan and conflict lines print customer
      *                     numbers with their check digits.
      *    ============================================================

       $set sql(dbman=odbc)
       01  ws-sp-hit           pic 9(5) value zero.
       01  ws-snap-overflow    pic x(1) value "N".

      *    The nightly master snapshot, when current - see SNAPREAD.
       COPY SNAPREC.
       01  ws-ms-function      pic x(1) value space.
       01  ws-ms-result        pic x(1) value space.
       01  ws-ms-switch        pic x(1) value "N".
           88 ws-from-ms       value "Y".
       01  ws-ms-bad           pic x(1) value "N".

      *    Rows held for a supervisor decision, reported in the
      *    conflict section at end of run.
       01  ws-conflict-table.
           05  ws-orphan-entry occurs 1000 times.
               10  or-cust-id    pic 9(6).

      *    Customer numbers print in the seven-digit form (with check
      *    digit) from CUSTCHK.
       01  ws-chk-function     pic x(1) value "D".
       01  ws-chk-cust-id      pic 9(6) value zero.
       01  ws-chk-result       pic x(1) value space.
       01  ws-print-id         pic x(8) value spaces.

       01  ws-operator-id      pic x(8) value spaces.
       01  ws-program-name     pic x(20) value "CUSTSYNC".
       01  ws-audit-outcome    pic x(8) value spaces.
           exec sql whenever sqlwarning perform 9998-sql-warning-trap
           end-exec.

           move "O" to ws-ms-function.
           call "SNAPREAD" using ws-ms-function ws-ms-result
                                  CUSTOMER-SNAPSHOT-RECORD.
           move ws-ms-result to ws-ms-switch.
           if not ws-from-ms
              open input customer-master
              if ws-master-status not = "00"
                 display "Cannot open CUSTMAST, status="
                         ws-master-status
                 exec sql disconnect current end-exec
                 move "FAIL" to ws-audit-outcome
                 call "AUDITLOG" using ws-program-name ws-operator-id
                                        ws-audit-outcome
                 move 8 to return-code
                 goback
              end-if
           end-if.

           perform 1000-read-master.
              perform 1000-read-master
           end-perform.

           if ws-from-ms
              move "C" to ws-ms-function
              call "SNAPREAD" using ws-ms-function ws-ms-result
                                     CUSTOMER-SNAPSHOT-RECORD
           else
              close customer-master
           end-if.

           if ws-ms-bad = "Y"
              display "Sync rolled back - the CUSTSNAP snapshot did "
                      "not balance."
              exec sql rollback end-exec
              exec sql disconnect current end-exec
              move "FAIL" to ws-audit-outcome
              call "AUDITLOG" using ws-program-name ws-operator-id
                                     ws-audit-outcome
              move 8 to return-code
              goback
           end-if.

           perform 3000-sweep-orphan-rows.

           goback.

       1000-read-master.
           if ws-from-ms
              perform 1100-read-snapshot-master
           else
              read customer-master next record
                 at end
                    move "Y" to ws-eof-switch
              end-read
           end-if.

      *    The next snapshot customer who is on the master, laid into
      *    the CUSTREC record area the sync works from.
       1100-read-snapshot-master.
           move "R" to ws-ms-function.
           call "SNAPREAD" using ws-ms-function ws-ms-result
                                  CUSTOMER-SNAPSHOT-RECORD.
           perform until ws-ms-result not = "Y"
                      or MS-ON-MASTER
              call "SNAPREAD" using ws-ms-function ws-ms-result
                                     CUSTOMER-SNAPSHOT-RECORD
           end-perform.
           if ws-ms-result = "Y"
              move MS-CUST-ID     to CM-CUST-ID
              move MS-FIRST-NAME  to CM-FIRST-NAME
              move MS-LAST-NAME   to CM-LAST-NAME
              move MS-BIRTH-DATE  to CM-BIRTH-DATE
              move MS-AGE         to CM-AGE
              move MS-DELETE-FLAG to CM-DELETE-FLAG
              move MS-LOAD-DATE   to CM-LOAD-DATE
           else
              move "Y" to ws-eof-switch
              if ws-ms-result not = "E"
                 move "Y" to ws-ms-bad
              end-if
           end-if.

       2000-sync-customer.
           move CM-CUST-ID to ws-cust-id.
                          where cust_id = :ws-cust-id
              end-exec
              if sqlcode = 0
                 call "CUSTCHK" using ws-chk-function ws-print-id
                                      ws-cust-id ws-chk-result
                 display "Orphan row for customer "
                         ws-print-id(1:7)
                         " removed from the table."
                 add 1 to ws-delete-count
              end-if
              write sync-report-line
              move 1 to ws-cf-sub
              perform until ws-cf-sub > ws-conflict-count
                 move cf-cust-id(ws-cf-sub) to ws-chk-cust-id
                 call "CUSTCHK" using ws-chk-function ws-print-id
                                      ws-chk-cust-id ws-chk-result
                 move spaces to sync-report-line
                 string "  ID " delimited by size
                        ws-print-id(1:7) delimited by size
                        " FILE  " delimited by size
                        cf-file-last(ws-cf-sub) delimited by size
                        " " delimited by size
