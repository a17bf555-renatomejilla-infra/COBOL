      *                     role is allowed to run - an OPERATOR no
      *                     longer even sees the database maintenance
      *                     programs.
      *    2026-10-15  RDM  Two entries are always on the menu, for
      *                     every role: Request a batch job (JOBSUBMIT)
      *                     queues an approved extract or report for
      *                     the daytime JOBRUN runner, and My batch job
      *                     requests (JOBSTAT) shows how it went.
      *                     MENUTAB.DAT may list them itself instead.
      *    2026-10-15  RDM  A JOBSUBMIT or JOBSTAT line in MENUTAB.DAT
      *                     now stands even when its role keeps it off
      *                     the caller's menu - the built-in entry is
      *                     only added when the table has none.
      *    2026-10-15  RDM  The job entries are added before the empty-
      *                     menu check, so a role with no MENUTAB.DAT
      *                     rows still gets them.
      *    ============================================================

       identification division.
               10  ws-menu-name    pic x(20).
               10  ws-menu-program pic x(12).
       01  ws-menu-sub         pic 9(2) value zero.
       01  ws-submit-listed    pic x value "N".
       01  ws-status-listed    pic x value "N".

      *> Role ranking for the minimum-role filter.
       01  ws-needed-rank      pic 9 value 1.
           end-evaluate.

           perform 0500-load-menu-table.
           perform 0700-add-job-entries.

           if ws-menu-count = 0
              display "No menu entries available for your role."
           end-perform.
           close menu-table-file.

      *> A job entry MENUTAB.DAT lists is the one that counts, even
      *> when its minimum role keeps it off this caller's menu.
       0600-filter-menu-entry.
           if mt-program-id = "JOBSUBMIT"
              move "Y" to ws-submit-listed
           end-if.
           if mt-program-id = "JOBSTAT"
              move "Y" to ws-status-listed
           end-if.
           evaluate mt-min-role
              when "ADMIN"
                 move 3 to ws-needed-rank
              end-if
           end-if.

      *> Asking for a daytime batch job and following it up are open
      *> to every role - JOBSUBMIT only offers the programs the
      *> caller's role may ask for. MENUTAB.DAT may list them itself,
      *> and then its entry and minimum role stand.
       0700-add-job-entries.
           if ws-submit-listed = "N"
              and ws-menu-count < ws-menu-limit
              add 1 to ws-menu-count
              move "Request a batch job"
                to ws-menu-name(ws-menu-count)
              move "JOBSUBMIT" to ws-menu-program(ws-menu-count)
           end-if.
           if ws-status-listed = "N"
              and ws-menu-count < ws-menu-limit
              add 1 to ws-menu-count
              move "My batch job requests"
                to ws-menu-name(ws-menu-count)
              move "JOBSTAT" to ws-menu-program(ws-menu-count)
           end-if.

       1000-show-menu.
           display " ".
           display "Available subprograms:".
