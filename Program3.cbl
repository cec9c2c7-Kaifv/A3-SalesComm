      *A3-YTDMaint already applies to the YTD master.
      *
      *Modification History
      *2026-10-15 KV A change held for approval is counted as held
      *              only, no longer as applied as well.
      *2026-10-15 KV A run with no transaction file still opens the
      *              pending file and prints the pending-items
      *              report, so the ages and the count handed to
      *              the close driver are current.  An approved
      *              pending row now keeps the approver's user id.
      *2026-10-15 KV Ends with a return code the period-close driver
      *              can act on - 0 clean, 4 when any transaction
      *              was rejected or there was no transaction file,
      *              16 when a file will not open - and hands it
      *              the read, rejected, held and still-pending
      *              counts.
      *2026-10-15 KV Maker-checker on the money-bearing actions: ADD,
      *              RATE and MGR no longer post when keyed - they
      *              are validated and held on a pending-changes
      *              file, and post only when a different user
      *              APPROVs them in a later run (re-validated
      *              against the master as it stands then).  REJECT
      *              closes one without posting.  The audit line
      *              carries the checker's user id beside the
      *              maker's, and a pending-items report lists what
      *              is still waiting and how many days old it is.
      *2026-09-02 KV Blank or non-numeric manager number and
      *              override rate are normalized to zero before
      *              they reach the master - spaces in those
               record key is sm-key
               file status is ws-master-file-status.

      *Master changes held for a second user's approval - ADD, RATE
      *and MGR wait here, keyed by pending number, from the run that
      *keys them until a later run approves or rejects them.  Kept
      *after the decision, with who made it, so the file is the
      *record of every change that needed two people.
           select pending-file
               assign to "../../../A3-SMPending.dat"
               organization is indexed
               access mode is dynamic
               record key is pnd-id
               file status is ws-pending-file-status.

      *Pending-items report - everything still waiting, with age.
           select pending-report-file
               assign to "../../../A3-SMPending.out"
               organization is line sequential
               file status is ws-pendrpt-file-status.

       data division.
       file section.

         05 tx-ovr-rate      pic 99v9.
         05 tx-user          pic x(8).
         05 tx-reason        pic x(30).
      *APPROV and REJECT name the pending change in columns 7-12;
      *user and reason stay where every other action keeps them -
      *here they are the checker's.
       01 maint-decision-rec.
         05 filler           pic x(6).
         05 tx-pend-id       pic 9(6).
         05 filler           pic x(78).

      *Audit-trail record - one line per master row touched,
      *carrying the rate-plan fields before and after the change.
      *image the YTD audit lines carry for earned/paid.
       fd audit-file
           data record is audit-rec
           record contains 128 characters.
       01 audit-rec.
         05 aud-date         pic 9(8).
         05 filler           pic x.
         05 filler           pic x.
         05 aud-reason       pic x(30).
         05 filler           pic x(3).
      *The approving user, on a change that needed one - the user
      *above is then the one who keyed it.
         05 aud-checker      pic x(8).

      *Salesperson master record - same layout as in A3-SalesComm.
       fd sman-master-file
         05 sm-mgr-num       pic 999.
         05 sm-ovr-rate      pic 99v9.

      *Pending change - the transaction exactly as keyed, with its
      *status (P pending, A approved, R rejected), the date it was
      *keyed and, once decided, when, by whom and why.
       fd pending-file
           data record is pending-rec.
       01 pending-rec.
         05 pnd-id           pic 9(6).
         05 pnd-status       pic x.
         05 pnd-submit-date  pic 9(8).
         05 pnd-tx.
           10 pnd-action     pic x(6).
           10 pnd-branch     pic xx.
           10 pnd-sman-num   pic 999.
           10 pnd-name       pic x(8).
           10 pnd-date       pic 9(8).
           10 pnd-plan-code  pic xx.
           10 pnd-min        pic 9(6).
           10 pnd-max        pic 9(6).
           10 pnd-rate       pic 99v9.
           10 pnd-mgr-branch pic xx.
           10 pnd-mgr-num    pic 999.
           10 pnd-ovr-rate   pic 99v9.
           10 pnd-user       pic x(8).
           10 pnd-reason     pic x(30).
         05 pnd-decide-date  pic 9(8).
         05 pnd-checker      pic x(8).
         05 pnd-decide-reason
                             pic x(30).

       fd pending-report-file
           data record is pending-report-line
           record contains 120 characters.
       01 pending-report-line
                             pic x(120).

       working-storage section.
       77 ws-maint-file-status
                           pic xx.
                           pic xx.
       77 ws-master-file-status
                           pic xx.
       77 ws-pending-file-status
                           pic xx.
       77 ws-pendrpt-file-status
                           pic xx.

       77 ws-maint-eof     pic x       value 'n'.
       77 ws-maint-missing pic x       value 'n'.
       77 ws-master-found  pic x       value 'n'.
       77 ws-tx-rejected   pic x       value 'n'.
       77 ws-tx-held       pic x       value 'n'.
       77 ws-mgr-key-valid pic x       value 'y'.
       77 ws-mgr-branch-work
                           pic xx      value spaces.
       77 ws-tx-rejected-count
                           pic 9(5)    value 0.

      *Maker-checker working storage.  Pending numbers run on from
      *the highest on file; anything numbered from ws-first-new-id
      *on was keyed in this run and cannot be decided in it.  While
      *an approved change is being posted ws-applying-approved is
      *'y' and the checker's id rides along to the audit line.
       77 ws-applying-approved
                           pic x       value 'n'.
       77 ws-pending-eof   pic x       value 'n'.
       77 ws-pend-found    pic x       value 'n'.
       77 ws-next-pend-id  pic 9(6)    value 0.
       77 ws-first-new-id  pic 9(6)    value 0.
       77 ws-aud-checker   pic x(8)    value spaces.
       77 ws-checker-reason
                           pic x(30)   value spaces.
       77 ws-pend-queued-count
                           pic 9(5)    value 0.
       77 ws-pend-approved-count
                           pic 9(5)    value 0.
       77 ws-pend-rejected-count
                           pic 9(5)    value 0.
       77 ws-pend-open-count
                           pic 9(5)    value 0.
       77 ws-pend-age      pic 9(5)    value 0.
       77 ws-pend-oldest   pic 9(5)    value 0.

      *Day-number working storage for the age of a pending change -
      *whole days from a fixed origin, so two dates subtract.
       77 ws-today-days    pic 9(7)    value 0.

      *Key counts handed to the period-close driver (A3-Close) when
      *this program runs as one of its steps - the same layout is
      *declared in every program the driver runs.
       01 ws-step-counts external.
         05 ws-step-count-entry
                           occurs 4 times.
           10 ws-step-count-label
                           pic x(10).
           10 ws-step-count-value
                           pic 9(7).
       01 ws-dn-date       pic 9(8)    value 0.
       01 ws-dn-date-parts redefines ws-dn-date.
         05 ws-dn-ccyy     pic 9(4).
         05 ws-dn-mm       pic 99.
         05 ws-dn-dd       pic 99.
       77 ws-dn-year       pic 9(4)    value 0.
       77 ws-dn-month      pic 99      value 0.
       77 ws-dn-era        pic 9(2)    value 0.
       77 ws-dn-yoe        pic 9(3)    value 0.
       77 ws-dn-doy        pic 9(3)    value 0.
       77 ws-dn-work       pic 9(5)    value 0.
       77 ws-dn-q4         pic 9(3)    value 0.
       77 ws-dn-q100       pic 9(3)    value 0.
       77 ws-dn-days       pic 9(7)    value 0.

       01 ws-pr-title-line.
         05 filler         pic x(30)   value spaces.
         05 filler         pic x(36)   value
         "MASTER CHANGES AWAITING APPROVAL  ".
         05 filler         pic x(9)    value "RUN DATE ".
         05 ws-pr-title-date
                           pic 9999/99/99.

       01 ws-pr-heading.
         05 filler         pic x(8)    value "PENDING".
         05 filler         pic x(12)   value "KEYED".
         05 filler         pic x(6)    value "DAYS".
         05 filler         pic x(8)    value "ACTION".
         05 filler         pic x(3)    value "BR".
         05 filler         pic x(5)    value "No.".
         05 filler         pic x(10)   value "KEYED BY".
         05 filler         pic x(38)   value "CHANGE".
         05 filler         pic x(6)    value "REASON".

       01 ws-pr-detail-line.
         05 ws-pr-id       pic 9(6).
         05 filler         pic x(2)    value spaces.
         05 ws-pr-date     pic 9999/99/99.
         05 filler         pic x(2)    value spaces.
         05 ws-pr-age      pic zzz9.
         05 filler         pic x(2)    value spaces.
         05 ws-pr-action   pic x(6).
         05 filler         pic x(2)    value spaces.
         05 ws-pr-branch   pic xx.
         05 filler         pic x(1)    value spaces.
         05 ws-pr-sman-num pic 999.
         05 filler         pic x(2)    value spaces.
         05 ws-pr-user     pic x(8).
         05 filler         pic x(2)    value spaces.
         05 ws-pr-change   pic x(36).
         05 filler         pic x(2)    value spaces.
         05 ws-pr-reason   pic x(30).

      *Edited values for the change column.
       77 ws-ed-min        pic zzzzz9.
       77 ws-ed-max        pic zzzzz9.
       77 ws-ed-rate       pic z9.9.

       01 ws-pr-count-line.
         05 ws-pr-count-label
                           pic x(36).
         05 ws-pr-count-value
                           pic zz,zz9.

       procedure division.
       000-main.
           perform 010-open-files.
           perform 030-find-next-pending-id.
           if (ws-maint-missing = "n") then
               perform 020-read-maint-record
           end-if.
           perform 100-process-transaction
               until ws-maint-eof = "y".
           perform 500-report-pending.
           perform 600-close-files.
           display "A3-SMMAINT: " ws-tx-read-count
               " TRANSACTIONS READ, " ws-tx-applied-count
               " APPLIED, " ws-tx-rejected-count " REJECTED".
           display "A3-SMMAINT: " ws-pend-queued-count
               " HELD FOR APPROVAL, " ws-pend-approved-count
               " APPROVED, " ws-pend-rejected-count
               " REJECTED BY CHECKER, " ws-pend-open-count
               " STILL PENDING".
           perform 650-post-step-counts.
           if (ws-tx-rejected-count > zero)
               or (ws-maint-missing = "y") then
               move 4 to return-code
           else
               move zero to return-code
           end-if.
           goback.

      *A month with no master changes to key has no transaction
      *file; that is a warning, not a failure.  The rest of the run
      *still goes ahead so the pending-items report is current.
       010-open-files.
           open input maint-file.
           if (ws-maint-file-status = "35") then
               display "A3-SMMAINT: NO TRANSACTION FILE - NOTHING "
               "APPLIED"
               move "y" to ws-maint-missing
               move "y" to ws-maint-eof
           end-if.
           if (ws-maint-file-status not = "00")
               and (ws-maint-missing = "n") then
               display "A3-SMMAINT: UNABLE TO OPEN TRANSACTION "
               "FILE - STATUS " ws-maint-file-status
               move 16 to return-code
               goback
           end-if.
      *The master is created on the very first run, when the whole
           if (ws-master-file-status not = "00") then
               display "A3-SMMAINT: UNABLE TO OPEN SALESPERSON "
               "MASTER - STATUS " ws-master-file-status
               perform 605-close-maint-file
               move 16 to return-code
               goback
           end-if.
      *The audit trail accumulates across runs, so it is opened
           if (ws-audit-file-status not = "00") then
               display "A3-SMMAINT: UNABLE TO OPEN AUDIT FILE - "
               "STATUS " ws-audit-file-status
               perform 605-close-maint-file
               close sman-master-file
               move 16 to return-code
               goback
           end-if.
      *Created on the first run, like the master.
           open i-o pending-file.
           if (ws-pending-file-status = "35") then
               open output pending-file
               close pending-file
               open i-o pending-file
           end-if.
           if (ws-pending-file-status not = "00") then
               display "A3-SMMAINT: UNABLE TO OPEN PENDING CHANGES "
               "FILE - STATUS " ws-pending-file-status
               perform 605-close-maint-file
               close sman-master-file audit-file
               move 16 to return-code
               goback
           end-if.
           open output pending-report-file.
           if (ws-pendrpt-file-status not = "00") then
               display "A3-SMMAINT: UNABLE TO OPEN PENDING ITEMS "
               "REPORT - STATUS " ws-pendrpt-file-status
               perform 605-close-maint-file
               close sman-master-file audit-file pending-file
               move 16 to return-code
               goback
           end-if.
           accept ws-run-date from date yyyymmdd.
           move ws-run-date to ws-dn-date.
           perform 700-compute-day-number.
           move ws-dn-days to ws-today-days.

       020-read-maint-record.
           read maint-file
               at end
                   move "y" to ws-maint-eof.

      *New pending numbers carry on from the highest on file.
       030-find-next-pending-id.
           move zero to ws-next-pend-id.
           move zero to pnd-id.
           move "n" to ws-pending-eof.
           start pending-file key is not less than pnd-id
               invalid key
                   move "y" to ws-pending-eof
           end-start.
           if (ws-pending-eof = "n") then
               perform 031-read-next-pending
           end-if.
           perform 032-note-pending-id
               until ws-pending-eof = "y".
           add ws-one to ws-next-pend-id.
           move ws-next-pend-id to ws-first-new-id.

       031-read-next-pending.
           read pending-file next record
               at end
                   move "y" to ws-pending-eof.

       032-note-pending-id.
           move pnd-id to ws-next-pend-id.
           perform 031-read-next-pending.

      *User and reason are required on every transaction - an
      *audit line with blanks in those columns is not worth keeping,
      *so such a transaction is rejected before it can post.
       100-process-transaction.
           add ws-one to ws-tx-read-count.
           move "n" to ws-tx-rejected.
           move "n" to ws-tx-held.
           if (tx-user = spaces) or (tx-reason = spaces) then
               perform 190-reject-transaction
           else
                                   if (tx-action = "MGR   ") then
                                       perform 155-apply-manager
                                   else
                                       perform 105-process-decision
                                   end-if
                               end-if
                           end-if
                   end-if
               end-if
           end-if.
           if (ws-tx-rejected = "n") and (ws-tx-held = "n") then
               add ws-one to ws-tx-applied-count
           end-if.
           perform 020-read-maint-record.

      *APPROV and REJECT decide a change held on the pending file;
      *anything else is not an action this program knows.
       105-process-decision.
           if (tx-action = "APPROV") then
               perform 300-apply-approval
           else
               if (tx-action = "REJECT") then
                   perform 310-apply-rejection
               else
                   perform 190-reject-transaction
               end-if
           end-if.

      *Adds a new active salesperson.  The key must not already be
      *on file, the name must be present, and the rate plan has to
      *be sane on the way in - min not above max, rate not zero -
                   or (ws-mgr-key-valid = "n") then
                   perform 190-reject-transaction
               else
                 if (ws-applying-approved = "n") then
                   perform 180-hold-pending-change
                 else
                   perform 165-clear-before-image
                   move tx-branch    to sm-branch
                   move tx-sman-num  to sm-sman-num
                   write sm-rec
                   move "ADD   " to ws-aud-action
                   perform 200-write-audit-record
                 end-if
               end-if
           end-if.

               if (tx-min > tx-max) or (tx-rate = zero) then
                   perform 190-reject-transaction
               else
                 if (ws-applying-approved = "n") then
                   perform 180-hold-pending-change
                 else
                   perform 170-capture-before-image
                   move tx-min  to sm-min
                   move tx-max  to sm-max
                   rewrite sm-rec
                   move "RATE  " to ws-aud-action
                   perform 200-write-audit-record
                 end-if
               end-if
           end-if.

                   if (ws-mgr-key-valid = "n") then
                       perform 190-reject-transaction
                   else
                     if (ws-applying-approved = "n") then
                       perform 180-hold-pending-change
                     else
      *The manager check read the manager's row into sm-rec, so
      *the target row comes back before it is imaged and changed.
                       perform 160-read-master-row
                       rewrite sm-rec
                       move "MGR   " to ws-aud-action
                       perform 200-write-audit-record
                     end-if
                   end-if
               end-if
           end-if.
           move sm-ovr-rate to ws-before-ovr.
           move sm-name     to ws-before-name.

      *A change that passed its checks is held, not posted - the
      *transaction goes onto the pending file exactly as keyed.
       180-hold-pending-change.
           move spaces          to pending-rec.
           move ws-next-pend-id to pnd-id.
           move "P"             to pnd-status.
           move ws-run-date     to pnd-submit-date.
           move maint-rec       to pnd-tx.
           move zero            to pnd-decide-date.
           write pending-rec
               invalid key
                   display "A3-SMMAINT: PENDING NUMBER " pnd-id
                   " ALREADY ON FILE"
                   perform 190-reject-transaction
               not invalid key
                   add ws-one to ws-next-pend-id
                   add ws-one to ws-pend-queued-count
                   move "y" to ws-tx-held
                   display "A3-SMMAINT: " tx-action " BRANCH "
                   tx-branch " SMAN " tx-sman-num
                   " HELD FOR APPROVAL AS PENDING " pnd-id
           end-write.

      *A transaction that cannot be applied is reported and counted;
      *nothing is posted and nothing is audited for it.
       190-reject-transaction.
           move sm-name          to aud-after-name.
           move tx-user          to aud-user.
           move tx-reason        to aud-reason.
           move ws-aud-checker   to aud-checker.
           write audit-rec.

      *Posts a held change.  The kept transaction is put back in
      *the transaction record and run through the same paragraph
      *that would have posted it, so it is checked again against
      *the master as it stands now - a key added meanwhile, or a
      *manager since removed, refuses it and it stays pending.
      *Posted, its audit line carries the maker as the user and
      *the checker beside them.
       300-apply-approval.
           perform 320-check-decision.
           if (ws-pend-found = "y") then
               move tx-user   to ws-aud-checker
               move tx-reason to ws-checker-reason
               move pnd-tx    to maint-rec
               move "y" to ws-applying-approved
               if (pnd-action = "ADD   ") then
                   perform 110-apply-add
               else
                   if (pnd-action = "RATE  ") then
                       perform 140-apply-rate
                   else
                       perform 155-apply-manager
                   end-if
               end-if
               move "n" to ws-applying-approved
               if (ws-tx-rejected = "n") then
                   move "A"               to pnd-status
                   perform 330-record-decision
                   add ws-one to ws-pend-approved-count
               else
                   display "A3-SMMAINT: PENDING " pnd-id
                   " NO LONGER VALID AGAINST THE MASTER - LEFT "
                   "PENDING"
               end-if
               move spaces to ws-aud-checker
           end-if.

      *Closes a held change without posting it.
       310-apply-rejection.
           perform 320-check-decision.
           if (ws-pend-found = "y") then
               move tx-user   to ws-aud-checker
               move tx-reason to ws-checker-reason
               move "R" to pnd-status
               perform 330-record-decision
               move spaces to ws-aud-checker
               add ws-one to ws-pend-rejected-count
           end-if.

      *A decision needs a change still pending, keyed in an
      *earlier run, by somebody else.
       320-check-decision.
           move "n" to ws-pend-found.
           if (tx-pend-id numeric) then
               move tx-pend-id to pnd-id
               read pending-file
                   invalid key
                       move "n" to ws-pend-found
                   not invalid key
                       move "y" to ws-pend-found
               end-read
           end-if.
           if (ws-pend-found = "n") then
               display "A3-SMMAINT: NO PENDING CHANGE " tx-pend-id
               perform 190-reject-transaction
           else
               if (pnd-status not = "P") then
                   display "A3-SMMAINT: PENDING " pnd-id
                   " WAS ALREADY DECIDED"
                   move "n" to ws-pend-found
                   perform 190-reject-transaction
               else
                   if (pnd-id not < ws-first-new-id) then
                       display "A3-SMMAINT: PENDING " pnd-id
                       " WAS KEYED IN THIS RUN - DECIDE IT IN A "
                       "LATER RUN"
                       move "n" to ws-pend-found
                       perform 190-reject-transaction
                   else
                       if (pnd-user = tx-user) then
                           display "A3-SMMAINT: PENDING " pnd-id
                           " CANNOT BE DECIDED BY THE USER WHO "
                           "KEYED IT"
                           move "n" to ws-pend-found
                           perform 190-reject-transaction
                       end-if
                   end-if
               end-if
           end-if.

       330-record-decision.
           move ws-run-date       to pnd-decide-date.
           move ws-aud-checker    to pnd-checker.
           move ws-checker-reason to pnd-decide-reason.
           rewrite pending-rec.

      *Every change still waiting, oldest first (pending numbers
      *run in the order the changes were keyed), with its age in
      *days, then this run's counts.
       500-report-pending.
           move ws-run-date to ws-pr-title-date.
           write pending-report-line from ws-pr-title-line.
           write pending-report-line from ws-pr-heading
               after advancing 2 lines.
           move spaces to pending-report-line.
           write pending-report-line.
           move zero to pnd-id.
           move "n" to ws-pending-eof.
           start pending-file key is not less than pnd-id
               invalid key
                   move "y" to ws-pending-eof
           end-start.
           if (ws-pending-eof = "n") then
               perform 031-read-next-pending
           end-if.
           perform 510-report-one-pending
               until ws-pending-eof = "y".
           move "CHANGES STILL PENDING"    to ws-pr-count-label.
           move ws-pend-open-count         to ws-pr-count-value.
           write pending-report-line from ws-pr-count-line
               after advancing 2 lines.
           move "OLDEST PENDING (DAYS)"    to ws-pr-count-label.
           move ws-pend-oldest             to ws-pr-count-value.
           write pending-report-line from ws-pr-count-line.
           move "HELD FOR APPROVAL THIS RUN"
                                           to ws-pr-count-label.
           move ws-pend-queued-count       to ws-pr-count-value.
           write pending-report-line from ws-pr-count-line.
           move "APPROVED AND POSTED THIS RUN"
                                           to ws-pr-count-label.
           move ws-pend-approved-count     to ws-pr-count-value.
           write pending-report-line from ws-pr-count-line.
           move "REJECTED BY CHECKER THIS RUN"
                                           to ws-pr-count-label.
           move ws-pend-rejected-count     to ws-pr-count-value.
           write pending-report-line from ws-pr-count-line.

       510-report-one-pending.
           if (pnd-status = "P") then
               add ws-one to ws-pend-open-count
               move pnd-submit-date to ws-dn-date
               perform 700-compute-day-number
               if (ws-dn-days > ws-today-days) then
                   move zero to ws-pend-age
               else
                   compute ws-pend-age = ws-today-days - ws-dn-days
               end-if
               if (ws-pend-age > ws-pend-oldest) then
                   move ws-pend-age to ws-pend-oldest
               end-if
               move spaces          to ws-pr-detail-line
               move pnd-id          to ws-pr-id
               move pnd-submit-date to ws-pr-date
               move ws-pend-age     to ws-pr-age
               move pnd-action      to ws-pr-action
               move pnd-branch      to ws-pr-branch
               move pnd-sman-num    to ws-pr-sman-num
               move pnd-user        to ws-pr-user
               move pnd-reason      to ws-pr-reason
               perform 520-describe-change
               write pending-report-line from ws-pr-detail-line
           end-if.
           perform 031-read-next-pending.

       520-describe-change.
           move pnd-min  to ws-ed-min.
           move pnd-max  to ws-ed-max.
           move pnd-rate to ws-ed-rate.
           if (pnd-action = "ADD   ") then
               string pnd-name " " ws-ed-min "/" ws-ed-max " @"
                   ws-ed-rate "%"
                   delimited by size into ws-pr-change
               end-string
           else
               if (pnd-action = "RATE  ") then
                   string "MIN/MAX " ws-ed-min "/" ws-ed-max " @"
                       ws-ed-rate "%"
                       delimited by size into ws-pr-change
                   end-string
               else
                   move pnd-ovr-rate to ws-ed-rate
                   string "REPORTS TO " pnd-mgr-branch "-"
                       pnd-mgr-num " OVR " ws-ed-rate "%"
                       delimited by size into ws-pr-change
                   end-string
               end-if
           end-if.

       600-close-files.
           perform 605-close-maint-file.
           close sman-master-file, audit-file, pending-file,
               pending-report-file.

       605-close-maint-file.
           if (ws-maint-missing = "n") then
               close maint-file
           end-if.

       650-post-step-counts.
           move "READ"               to ws-step-count-label (1).
           move ws-tx-read-count     to ws-step-count-value (1).
           move "REJECTED"           to ws-step-count-label (2).
           move ws-tx-rejected-count to ws-step-count-value (2).
           move "HELD"               to ws-step-count-label (3).
           move ws-pend-queued-count to ws-step-count-value (3).
           move "PENDING"            to ws-step-count-label (4).
           move ws-pend-open-count   to ws-step-count-value (4).

      *Day number of the date in ws-dn-date, counted in whole
      *days from a fixed origin, so two dates subtract to the days
      *between them - leap years by the usual 4/100/400 rule.
       700-compute-day-number.
           move ws-dn-ccyy to ws-dn-year.
           if (ws-dn-mm > 2) then
               compute ws-dn-month = ws-dn-mm - 3
           else
               compute ws-dn-month = ws-dn-mm + 9
               subtract ws-one from ws-dn-year
           end-if.
           divide ws-dn-year by 400 giving ws-dn-era
               remainder ws-dn-yoe.
           compute ws-dn-work = (153 * ws-dn-month) + 2.
           divide ws-dn-work by 5 giving ws-dn-doy.
           compute ws-dn-doy = ws-dn-doy + ws-dn-dd - 1.
           divide ws-dn-yoe by 4   giving ws-dn-q4.
           divide ws-dn-yoe by 100 giving ws-dn-q100.
           compute ws-dn-days = (ws-dn-era * 146097)
               + (ws-dn-yoe * 365) + ws-dn-q4 - ws-dn-q100
               + ws-dn-doy.

       end program A3-SMMaint.
