      *    Author      : Renato D. Mejilla
      *    Date        : October 15, 2026
      *    Description : The nightly schedule NIGHTLYRUN dispatches -
      *                  step count, display names, called programs,
      *                  built-in prerequisites and the batch-lock
      *                  resource per step. Shared with NIGHTFCST so
      *                  the forward forecast applies the same steps
      *                  and the same dependency rows the driver does.
      *                  Step N is the Nth entry of every table, and
      *                  ws-step-max is their OCCURS count. Every step
      *                  that updates CUSTMAST or CUSTADDR runs ahead
      *                  of CUSTSNAP and the steps that read its
      *                  snapshot (CUSTSYNC to DQSCORE) run straight
      *                  after it - CUSTBACKUP apart, which has to come
      *                  before the loads and reads the live files
      *                  whenever anything has been journalled since
      *                  the last snapshot. Steps after the snapshot
      *                  do still change what it covers: the INTEGAUD
      *                  repair and JRNLCOMP drop CUSTSNAP.DAT when
      *                  they rewrite CUSTADDR or a journal, and
      *                  SEGASSIGN updates CUSTPREF, which is not
      *                  journalled - the snapshot's preference
      *                  columns are stale from then on, which is why
      *                  no reader takes preference data from it.
      *                  Before the first nightly on the current
      *                  PREFREC layout, PREFCONV must have been run
      *                  once to convert CUSTPREF - CUSTMNTB,
      *                  SEGASSIGN, SUSPSCAN and every other step that
      *                  opens CUSTPREF fails on the old 25-byte file.
      *    ============================================================

       01  ws-step-max         pic 9(2) value 37.
       01  ws-step-names.
           05  filler pic x(30) value "TESTPG (health check)".
           05  filler pic x(30) value "SQLconnect (roster listing)".
           05  filler pic x(30) value "SQLUserInput (user intake)".
           05  filler pic x(30) value "USERRECON (reconciliation)".
           05  filler pic x(30) value "AGEREFRESH (age refresh)".
           05  filler pic x(30) value "CUSTBACKUP (master backup)".
           05  filler pic x(30) value "USERBATCH (user maint)".
           05  filler pic x(30) value "USERSNAP (snapshot diff)".
           05  filler pic x(30) value "LOGHOUSE (log housekeeping)".
           05  filler pic x(30) value "CUSTMNTB (customer maint)".
           05  filler pic x(30) value "ADDRBACKUP (address backup)".
           05  filler pic x(30) value "INTAKE (inbound file intake)".
           05  filler pic x(30) value "RETMAIL (returned mail)".
           05  filler pic x(30) value "CUSTSNAP (master snapshot)".
           05  filler pic x(30) value "CUSTSYNC (customer sync)".
           05  filler pic x(30) value "MONTHEND (movement balance)".
           05  filler pic x(30) value "INTEGAUD (integrity sweep)".
           05  filler pic x(30) value "DRREHEARSE (DR rehearsal)".
           05  filler pic x(30) value "DQSCORE (quality scorecard)".
           05  filler pic x(30) value "ELEVSWEEP (elevation sweep)".
           05  filler pic x(30) value "HRTERM (termination feed)".
           05  filler pic x(30) value "FEEDCHK (expected feeds)".
           05  filler pic x(30) value "CASEAGE (service case aging)".
           05  filler pic x(30) value "LTRACK (mail vendor acks)".
           05  filler pic x(30) value "USERRECERT (recert escalation)".
           05  filler pic x(30) value "SODRPT (duties conflicts)".
           05  filler pic x(30) value "PRODRPT (productivity)".
           05  filler pic x(30) value "JRNLCOMP (journal compaction)".
           05  filler pic x(30) value "LBOXPOST (lockbox posting)".
           05  filler pic x(30) value "GLPOST (general ledger feed)".
           05  filler pic x(30) value "CHGPULL (change requests)".
           05  filler pic x(30) value "DISTRIB (report bundles)".
           05  filler pic x(30) value "QASAMPLE (keying QA sample)".
           05  filler pic x(30) value "QARPT (keying accuracy rates)".
           05  filler pic x(30) value "SEGASSIGN (segment rules)".
           05  filler pic x(30) value "SUSPSCAN (suspicious changes)".
           05  filler pic x(30) value "READINESS (morning report)".
       01  ws-step-name-table redefines ws-step-names.
           05  ws-step-name occurs 37 times pic x(30).

      *> The called program per step, matched against RUNCAL.DAT.
       01  ws-step-programs.
           05  filler pic x(12) value "TESTPG".
           05  filler pic x(12) value "SQLconnect".
           05  filler pic x(12) value "SQLUserInput".
           05  filler pic x(12) value "USERRECON".
           05  filler pic x(12) value "AGEREFRESH".
           05  filler pic x(12) value "CUSTBACKUP".
           05  filler pic x(12) value "USERBATCH".
           05  filler pic x(12) value "USERSNAP".
           05  filler pic x(12) value "LOGHOUSE".
           05  filler pic x(12) value "CUSTMNTB".
           05  filler pic x(12) value "ADDRBACKUP".
           05  filler pic x(12) value "INTAKE".
           05  filler pic x(12) value "RETMAIL".
           05  filler pic x(12) value "CUSTSNAP".
           05  filler pic x(12) value "CUSTSYNC".
           05  filler pic x(12) value "MONTHEND".
           05  filler pic x(12) value "INTEGAUD".
           05  filler pic x(12) value "DRREHEARSE".
           05  filler pic x(12) value "DQSCORE".
           05  filler pic x(12) value "ELEVSWEEP".
           05  filler pic x(12) value "HRTERM".
           05  filler pic x(12) value "FEEDCHK".
           05  filler pic x(12) value "CASEAGE".
           05  filler pic x(12) value "LTRACK".
           05  filler pic x(12) value "USERRECERT".
           05  filler pic x(12) value "SODRPT".
           05  filler pic x(12) value "PRODRPT".
           05  filler pic x(12) value "JRNLCOMP".
           05  filler pic x(12) value "LBOXPOST".
           05  filler pic x(12) value "GLPOST".
           05  filler pic x(12) value "CHGPULL".
           05  filler pic x(12) value "DISTRIB".
           05  filler pic x(12) value "QASAMPLE".
           05  filler pic x(12) value "QARPT".
           05  filler pic x(12) value "SEGASSIGN".
           05  filler pic x(12) value "SUSPSCAN".
           05  filler pic x(12) value "READINESS".
       01  ws-step-program-table redefines ws-step-programs.
           05  ws-step-program occurs 37 times pic x(12).

      *    Built-in prerequisites per step, two digits each, three
      *    slots, zero meaning none: SQLconnect and SQLUserInput wait
      *    on the TESTPG health check, USERRECON on SQLUserInput,
      *    CUSTSNAP on AGEREFRESH (the snapshot carries tonight's ages),
      *    CUSTSYNC on CUSTBACKUP (never sync off an unprotected
      *    master), USERSNAP on USERBATCH, DRREHEARSE on CUSTBACKUP,
      *    INTAKE on CUSTBACKUP and ADDRBACKUP (never load onto an
      *    unprotected master either), JRNLCOMP on both backups too
      *    (it compacts to their generation registries), SEGASSIGN on
      *    AGEREFRESH, CUSTMNTB and INTAKE (tonight's ages, keyed
      *    segments and new customers).
      *    A RUNCAL.DAT line naming prerequisite programs overrides
      *    its step's row here.
       01  ws-step-dep-values.
           05  filler pic x(6) value "000000".
           05  filler pic x(6) value "010000".
           05  filler pic x(6) value "010000".
           05  filler pic x(6) value "030000".
           05  filler pic x(6) value "000000".
           05  filler pic x(6) value "000000".
           05  filler pic x(6) value "000000".
           05  filler pic x(6) value "070000".
           05  filler pic x(6) value "000000".
           05  filler pic x(6) value "000000".
           05  filler pic x(6) value "000000".
           05  filler pic x(6) value "061100".
           05  filler pic x(6) value "000000".
           05  filler pic x(6) value "050000".
           05  filler pic x(6) value "060000".
           05  filler pic x(6) value "000000".
           05  filler pic x(6) value "000000".
           05  filler pic x(6) value "060000".
           05  filler pic x(6) value "000000".
           05  filler pic x(6) value "000000".
           05  filler pic x(6) value "000000".
           05  filler pic x(6) value "000000".
           05  filler pic x(6) value "000000".
           05  filler pic x(6) value "000000".
           05  filler pic x(6) value "000000".
           05  filler pic x(6) value "000000".
           05  filler pic x(6) value "000000".
           05  filler pic x(6) value "061100".
           05  filler pic x(6) value "000000".
           05  filler pic x(6) value "290000".
           05  filler pic x(6) value "150000".
           05  filler pic x(6) value "000000".
           05  filler pic x(6) value "000000".
           05  filler pic x(6) value "330000".
           05  filler pic x(6) value "051012".
           05  filler pic x(6) value "000000".
           05  filler pic x(6) value "000000".
       01  ws-step-dep-table redefines ws-step-dep-values.
           05  ws-step-deps occurs 37 times.
               10  ws-dep-step occurs 3 times pic 99.

      *    Batch-lock resource per step - C locks the CUSTMAST side,
      *    U the USERID side, N locks nothing.
       01  ws-step-res-values.
           05  filler pic x(1) value "N".
           05  filler pic x(1) value "N".
           05  filler pic x(1) value "U".
           05  filler pic x(1) value "N".
           05  filler pic x(1) value "C".
           05  filler pic x(1) value "C".
           05  filler pic x(1) value "U".
           05  filler pic x(1) value "N".
           05  filler pic x(1) value "N".
           05  filler pic x(1) value "C".
           05  filler pic x(1) value "C".
           05  filler pic x(1) value "C".
           05  filler pic x(1) value "C".
           05  filler pic x(1) value "C".
           05  filler pic x(1) value "C".
           05  filler pic x(1) value "C".
           05  filler pic x(1) value "C".
           05  filler pic x(1) value "C".
           05  filler pic x(1) value "C".
           05  filler pic x(1) value "U".
           05  filler pic x(1) value "U".
           05  filler pic x(1) value "N".
           05  filler pic x(1) value "N".
           05  filler pic x(1) value "C".
           05  filler pic x(1) value "U".
           05  filler pic x(1) value "N".
           05  filler pic x(1) value "N".
           05  filler pic x(1) value "C".
           05  filler pic x(1) value "C".
           05  filler pic x(1) value "C".
           05  filler pic x(1) value "C".
           05  filler pic x(1) value "N".
           05  filler pic x(1) value "N".
           05  filler pic x(1) value "N".
           05  filler pic x(1) value "C".
           05  filler pic x(1) value "N".
           05  filler pic x(1) value "N".
       01  ws-step-res-table redefines ws-step-res-values.
           05  ws-step-resource occurs 37 times pic x(1).
