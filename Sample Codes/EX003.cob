      *                     moves with it, and an undeliverable
      *                     address is flagged under the display the
      *                     way CUSTBROWSE flags it.
      *    2026-10-15  RDM  Looks the customer up by the number as
      *                     printed - seven digits, or six, a hyphen
      *                     and the check digit - proved through the
      *                     shared CUSTCHK, so a mistyped number says
      *                     so instead of showing another customer. A
      *                     six-digit ID is still taken while
      *                     CUSTCHK-BARE-IDS allows it.
      *    2026-10-15  RDM  The not-found message prints the customer
      *                     number with its check digit.
      *    ============================================================

       IDENTIFICATION DIVISION.
       WORKING-STORAGE SECTION.

       01  ws-cust-id          pic 9(6) value zero.
       01  ws-cust-id-text     pic x(8) value spaces.
       01  ws-chk-function     pic x(1) value "V".
       01  ws-chk-result       pic x(1) value space.
       01  ws-print-function   pic x(1) value "D".
       01  ws-print-id         pic x(8) value spaces.
       01  ws-print-result     pic x(1) value space.
       01  ws-found-switch     pic x(1) value "N".
           88 ws-customer-found value "Y".
       01  ws-first-name       pic x(20) value spaces.
                                  ws-audit-outcome.

           display "I am ex003 - customer lookup.".
           display "Customer number to look up: " with no advancing.
           accept ws-cust-id-text.

           call "CUSTCHK" using ws-chk-function ws-cust-id-text
                                 ws-cust-id ws-chk-result.
           evaluate ws-chk-result
              when space
              when "B"
                 perform 1000-look-up-customer
              when "C"
                 display "Check digit wrong for customer number "
                         function trim(ws-cust-id-text) "."
                 move "NOTFND" to ws-audit-outcome
              when "M"
                 display "Key the full customer number, check "
                         "digit included."
                 move "NOTFND" to ws-audit-outcome
              when other
                 display "'" function trim(ws-cust-id-text)
                         "' is not a customer number."
                 move "NOTFND" to ws-audit-outcome
           end-evaluate.

           call "AUDITLOG" using ws-program-name ws-operator-id
                                  ws-audit-outcome.

           goback.

       1000-look-up-customer.
           call "CUSTCHK" using ws-print-function ws-print-id
                                 ws-cust-id ws-print-result.
           call "CUSTLOOKUP" using ws-cust-id ws-found-switch
                                    ws-first-name ws-last-name
                                    ws-age.
              if return-code = 8
                 display "CUSTMAST could not be opened."
              else
                 display "No customer found with ID "
                         ws-print-id(1:7)
              end-if
              move "NOTFND" to ws-audit-outcome
           end-if.
