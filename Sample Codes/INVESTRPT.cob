      *                  program and operator. The afternoon-long
      *                  fraud review becomes minutes.
      *    Compiler    : Micro Focus Visual COBOL
      *    ============================================================
      *    Modification History
      *    2026-10-15  RDM  The timeline can now take in the CUSTJRNL
      *                     segments JRNLCOMP has cut that overlap the
      *                     date range - INVESTRPT-JRNLARCH=Y, or Y at
      *                     the prompt - shown with source JRNLARCH.
      *                     Without them the report says how many
      *                     segments were left unread.
      *    2026-10-15  RDM  A customer ID is proved against its
      *                     check digit (CUSTCHK) before the
      *                     timeline is gathered.
      *    2026-10-15  RDM  The timeline prints the customer number
      *                     with its check digit.
      *    ============================================================

       $set sql(dbman=odbc)
                                 organization line sequential
                                 file status is ws-seclog-status.

           select journal-file  assign to ws-jrnl-read-name
                                 organization line sequential
                                 file status is ws-journal-status.

           select journal-segments assign to ws-jarch-file
                                 organization line sequential
                                 file status is ws-jarch-status.

           select invest-rpt    assign to "INVEST.RPT"
                                 organization line sequential
                                 file status is ws-report-status.
           05 filler           pic x.
           05 jr-after-image   pic x(65).

       fd  journal-segments.
       copy JARCREC.

       fd  invest-rpt.
       01  invest-rpt-line     pic x(132).

       01  ws-auditlog-file    pic x(26) value "AUDIT.LOG".
       01  ws-seclog-file      pic x(26) value "SECURITY.LOG".
       01  ws-jrnl-file-name   pic x(26) value "CUSTJRNL.DAT".
       01  ws-jarch-file       pic x(26) value "JRNLARCH.DAT".
      *    The live journal or one of its archived segments.
       01  ws-jrnl-read-name   pic x(30) value spaces.

       01  ws-audit-status     pic xx value "00".
       01  ws-seclog-status    pic xx value "00".
       01  ws-journal-status   pic xx value "00".
       01  ws-report-status    pic xx value "00".
       01  ws-jarch-status     pic xx value "00".
       01  ws-eof-switch       pic x value "N".
           88 ws-eof           value "Y".

           88 ws-by-customer   value "C", "c".
       01  ws-subject-id       pic x(8) value spaces.
       01  ws-cust-id          pic 9(6) value zero.
       01  ws-chk-function     pic x(1) value "V".
       01  ws-chk-result       pic x(1) value space.
      *    Customer numbers print in the seven-digit form (with check
      *    digit) from CUSTCHK.
       01  ws-print-function   pic x(1) value "D".
       01  ws-print-cust-id    pic 9(6) value zero.
       01  ws-print-id         pic x(8) value spaces.
       01  ws-print-result     pic x(1) value space.
       01  ws-from-text        pic x(8) value spaces.
       01  ws-to-text          pic x(8) value spaces.
       01  ws-from-date        pic 9(8) value zero.
       01  ws-to-date          pic 9(8) value 99991231.

      *    CUSTJRNL segments JRNLCOMP has cut that overlap the date
      *    range, oldest first. Only read when asked for -
      *    INVESTRPT-JRNLARCH=Y, or Y at the prompt.
       01  ws-jrnlarch-option  pic x(1) value space.
           88 ws-read-segments value "Y", "y".
       01  ws-seg-table.
           05 ws-seg-count     pic 9(4) value zero.
           05 ws-seg-limit     pic 9(4) value 500.
           05 ws-seg-name occurs 500 times pic x(30).
       01  ws-seg-sub          pic 9(4) value zero.
       01  ws-event-source-jr  pic x(8) value "JOURNAL".

      *    The journal images start with the six-digit customer ID.
       01  ws-image-view.
           05 ws-iv-cust-id    pic x(6).
           call "FILERES" using ws-auditlog-file.
           call "FILERES" using ws-seclog-file.
           call "FILERES" using ws-jrnl-file-name.
           call "FILERES" using ws-jarch-file.

           perform 0500-get-criteria.

           accept ws-subject-id from environment "INVESTRPT-ID".
           accept ws-from-text from environment "INVESTRPT-FROM".
           accept ws-to-text from environment "INVESTRPT-TO".
           accept ws-jrnlarch-option
                  from environment "INVESTRPT-JRNLARCH".

           if ws-subject-id = spaces
              display "Mode - O operator, C customer (O): "
              display "To date YYYYMMDD (blank for open): "
                      with no advancing
              accept ws-to-text
              if ws-jrnlarch-option = space
                 display "Include archived journal segments? "
                         "(Y/N): " with no advancing
                 accept ws-jrnlarch-option
              end-if
           end-if.

           if not ws-by-customer and not ws-by-operator
              move ws-to-text to ws-to-date
           end-if.
           if ws-by-customer
              move "V" to ws-chk-function
              call "CUSTCHK" using ws-chk-function ws-subject-id
                                   ws-cust-id ws-chk-result
              evaluate ws-chk-result
                 when space
                 when "B"
                    continue
                 when "C"
                    display "Check digit wrong for customer number "
                            ws-subject-id " - nothing will match."
                 when "M"
                    display "Key the full customer number, check "
                            "digit included - nothing will match."
                 when other
                    display "'" function trim(ws-subject-id)
                            "' is not a customer number - nothing "
                            "will match."
              end-evaluate
           end-if.

       9000-add-event.
           end-if.

      *    Every customer-master image change - by the operator in
      *    operator mode, for the customer in customer mode. The
      *    segments JRNLCOMP has cut that cover the date range are
      *    read too when asked for; the sort puts them in place.
       3000-collect-journal.
           perform 3200-load-segment-list.
           if ws-read-segments
              move "JRNLARCH" to ws-event-source-jr
              move 1 to ws-seg-sub
              perform until ws-seg-sub > ws-seg-count
                 move ws-seg-name(ws-seg-sub) to ws-jrnl-read-name
                 perform 3300-scan-journal
                 if ws-journal-status not = "00"
                    display "Archived segment "
                            function trim(ws-jrnl-read-name)
                            " is not on disk."
                 end-if
                 add 1 to ws-seg-sub
              end-perform
              move "JOURNAL" to ws-event-source-jr
           end-if.
           move ws-jrnl-file-name to ws-jrnl-read-name.
           perform 3300-scan-journal.

      *    The CUSTJRNL segments on JRNLARCH.DAT holding any entry
      *    dated inside the range.
       3200-load-segment-list.
           move zero to ws-seg-count.
           open input journal-segments.
           if ws-jarch-status not = "00"
              continue
           else
              move "N" to ws-eof-switch
              perform until ws-eof
                 read journal-segments
                    at end
                       move "Y" to ws-eof-switch
                    not at end
                       if ja-journal-name = "CUSTJRNL.DAT"
                          and ja-last-date >= ws-from-date
                          and ja-first-date <= ws-to-date
                          and ws-seg-count < ws-seg-limit
                          add 1 to ws-seg-count
                          move ja-archive-name
                            to ws-seg-name(ws-seg-count)
                       end-if
                 end-read
              end-perform
              close journal-segments
           end-if.

      *    One pass over whichever journal ws-jrnl-read-name names.
       3300-scan-journal.
           open input journal-file.
           if ws-journal-status not = "00"
              continue
              and jr-ts-date is numeric
              move jr-ts-date to ws-event-date
              move jr-ts-time to ws-event-time
              move ws-event-source-jr to ws-event-source
              move jr-after-image to ws-image-view
              if ws-iv-cust-id = spaces
                 move jr-before-image to ws-image-view
              end-if
              move ws-iv-cust-id to ws-print-id
              if ws-iv-cust-id is numeric
                 move ws-iv-cust-id to ws-print-cust-id
                 call "CUSTCHK" using ws-print-function ws-print-id
                                       ws-print-cust-id ws-print-result
              end-if
              move spaces to ws-event-text
              string "master action " delimited by size
                     jr-action delimited by size
                     " on ID " delimited by size
                     ws-print-id(1:7) delimited by size
                     " by " delimited by size
                     function trim(jr-program-name)
                     delimited by size
           open output invest-rpt.
           move spaces to invest-rpt-line.
           if ws-by-customer
              call "CUSTCHK" using ws-print-function ws-print-id
                                    ws-cust-id ws-print-result
              string "INVESTIGATION TIMELINE - CUSTOMER "
                     delimited by size
                     ws-print-id(1:7) delimited by size
                     into invest-rpt-line
              end-string
           else
                  into invest-rpt-line
           end-string.
           write invest-rpt-line.

           if ws-seg-count > 0
              and not ws-read-segments
              move spaces to invest-rpt-line
              string "Older journal entries in the range are on "
                     delimited by size
                     ws-seg-count delimited by size
                     " archived segment(s) not read - rerun with "
                     delimited by size
                     "INVESTRPT-JRNLARCH=Y." delimited by size
                     into invest-rpt-line
              end-string
              write invest-rpt-line
           end-if.
           close invest-rpt.
