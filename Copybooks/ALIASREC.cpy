      *    Author      : Renato D. Mejilla
      *    Date        : October 15, 2026
      *    Description : Shared layout for a CUSTALIAS customer alias
      *                  record - a previous or alternative name for a
      *                  CM-CUST-ID, so a customer who gives the name
      *                  on an old letter can still be found after a
      *                  marriage or a correction has changed CUSTMAST.
      *                  The record key is the customer ID plus a
      *                  sequence number (a customer can carry several
      *                  names); the alias surname is an alternate key,
      *                  duplicates allowed, so CUSTBROWSE can START on
      *                  it the same way it STARTs CM-LAST-NAME. The
      *                  same side-file pattern as CUSTREL and
      *                  CUSTPREF, so CUSTMAST is untouched.
      *                  The shared CUSTJRNL routine files the old name
      *                  automatically (source J, reason U) whenever it
      *                  journals an update that changed the name;
      *                  ALIASMAINT adds names by hand (source H),
      *                  reclassifies the reason, and removes a name
      *                  keyed in error. A removed name stays on file
      *                  with status R as the record of who took it
      *                  off, and every reader skips it.
      *    ============================================================

       01  CUSTOMER-ALIAS-RECORD.
           05 AL-ALIAS-KEY.
              10 AL-CUST-ID      PIC 9(6).
              10 AL-ALIAS-SEQ    PIC 9(3).
           05 AL-FIRST-NAME      PIC X(20).
           05 AL-LAST-NAME       PIC X(20).
           05 AL-ALIAS-TYPE      PIC X(1).
              88 AL-PREVIOUS-NAME   VALUE "P".
              88 AL-ALTERNATE-NAME  VALUE "A".
           05 AL-REASON          PIC X(1).
              88 AL-REASON-MARRIAGE   VALUE "M".
              88 AL-REASON-CORRECTION VALUE "C".
              88 AL-REASON-KNOWN-AS   VALUE "K".
              88 AL-REASON-UNSTATED   VALUE "U".
           05 AL-NAME-DATE       PIC 9(8).
           05 AL-SOURCE          PIC X(1).
              88 AL-FROM-JOURNAL    VALUE "J".
              88 AL-BY-HAND         VALUE "H".
           05 AL-SOURCE-PROGRAM  PIC X(20).
           05 AL-SET-BY          PIC X(8).
           05 AL-STATUS          PIC X(1).
              88 AL-ALIAS-ACTIVE    VALUE "A".
              88 AL-ALIAS-REMOVED   VALUE "R".
           05 AL-REMOVED-DATE    PIC 9(8).
           05 AL-REMOVED-BY      PIC X(8).
