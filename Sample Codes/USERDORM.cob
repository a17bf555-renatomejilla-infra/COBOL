      *                  review but left alone, so a freshly created
      *                  operator isn't closed before first use.
      *    Compiler    : Micro Focus Visual COBOL
      *    ============================================================
      *    Modification History
      *    2026-10-15  RDM  USERDORM-DAYS now read through PARMGET -
      *                     PARMS.DAT value in force, environment still
      *                     overrides.
      *    ============================================================

       $set sql(dbman=odbc)

       01  ws-operator-id      pic x(8) value spaces.
       01  ws-program-name     pic x(20) value "USERDORM".
       01  ws-parm-name        pic x(24) value spaces.
       01  ws-parm-value       pic x(20) value spaces.
       01  ws-parm-source      pic x(1) value space.
       01  ws-audit-outcome    pic x(8) value spaces.

       procedure division.
           call "AUDITLOG" using ws-program-name ws-operator-id
                                  ws-audit-outcome.

           move "USERDORM-DAYS" to ws-parm-name.
           move spaces to ws-parm-value.
           call "PARMGET" using ws-program-name ws-parm-name
                                 ws-parm-value ws-parm-source.
           move ws-parm-value to ws-days-text.
           if ws-days-text not = spaces
              and function test-numval(ws-days-text) = 0
              compute ws-dormant-days = function numval(ws-days-text)
