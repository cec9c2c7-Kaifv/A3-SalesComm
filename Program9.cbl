       identification division.
       program-id. A3-Dispute.
       author. Kaifkhan Vakil.
       date-written. 2026-10-15.
      *Program Description: Commission dispute case log.  When a
      *salesperson disputes a statement, the case used to live in
      *email and the correction was keyed separately, with nothing
      *tying it back to the complaint.  This program keeps every
      *dispute on its own case file (A3-Disputes.dat), keyed by case
      *number, carrying the branch and salesperson, the period, the
      *amount claimed, the status (open, under review, approved,
      *denied), the owner and the resolution notes.  It reads a
      *transaction file and applies OPEN, REVIEW, NOTE, APPROVE and
      *DENY actions, logging each one with who did it.  An approved
      *case writes the matching ADJ transaction onto A3-YTDMaint's
      *transaction file, with the case number in its reason, so the
      *correction posts through the YTD audit trail and can be
      *traced back to the case.  Every run ends with an ageing
      *report of the cases still open, by branch, with the number
      *of days each has been open.
      *
      *Modification History
      *2026-10-15 KV Initial version - OPEN, REVIEW, NOTE, APPROVE
      *              and DENY transactions against the case file,
      *              a case log line per action, an ADJ transaction
      *              for A3-YTDMaint per approved case, and the
      *              open-case ageing report.
       environment division.
       input-output section.
       file-control.

      *Case transactions - one per line, fixed layout.
           select case-tx-file
               assign to "../../../A3-DisputeTx.dat"
               organization is line sequential
               file status is ws-tx-file-status.

      *The dispute case file, keyed by case number.
           select case-file
               assign to "../../../A3-Disputes.dat"
               organization is indexed
               access mode is dynamic
               record key is dc-case-num
               file status is ws-case-file-status.

      *Salesperson master - a case can only be opened against a
      *salesperson on it.
           select sman-master-file
               assign to "../../../A3-SalesMaster.dat"
               organization is indexed
               access mode is random
               record key is sm-key
               file status is ws-master-file-status.

      *Case log - opened extend so one file keeps every action ever
      *taken on every case.
           select case-log-file
               assign to "../../../A3-DisputeLog.out"
               organization is line sequential
               file status is ws-log-file-status.

      *A3-YTDMaint's own transaction file - approved cases are
      *added to it for the next maintenance run.
           select ytd-maint-file
               assign to "../../../A3-YTDMaint.dat"
               organization is line sequential
               file status is ws-ytd-maint-file-status.

      *The open-case ageing report.
           select report-file
               assign to "../../../A3-DisputeAge.out"
               organization is line sequential
               file status is ws-report-file-status.

      *Sort work file - puts the open cases in branch order, oldest
      *first.
           select sort-file assign to "SORTWK1".

       data division.
       file section.

      *Case transaction record.  OPEN uses every field but the paid
      *amount; REVIEW and NOTE use the case number, owner and notes;
      *APPROVE uses the case number, the earned and paid amounts to
      *post (both zero posts the amount claimed to each) and the
      *notes; DENY uses the case number and notes.  User is required
      *on all of them, notes on OPEN and DENY.
       fd case-tx-file
           data record is case-tx-rec
           record contains 118 characters.
       01 case-tx-rec.
         05 tx-action        pic x(7).
         05 tx-case-num      pic 9(6).
         05 tx-branch        pic xx.
         05 tx-sman-num      pic 999.
         05 tx-period        pic x(6).
         05 tx-amount        pic s9(8) sign is leading separate.
         05 tx-paid-amount   pic s9(8) sign is leading separate.
         05 tx-owner         pic x(8).
         05 tx-user          pic x(8).
         05 tx-notes         pic x(60).

      *Dispute case record.  Status is O open, U under review, A
      *approved or D denied.  The approved amounts are what was
      *sent to A3-YTDMaint, which may differ from the claim.
       fd case-file
           data record is case-rec.
       01 case-rec.
         05 dc-case-num      pic 9(6).
         05 dc-branch        pic xx.
         05 dc-sman-num      pic 999.
         05 dc-period        pic x(6).
         05 dc-claim-amount  pic s9(8) sign is leading separate.
         05 dc-status        pic x.
         05 dc-owner         pic x(8).
         05 dc-opened-by     pic x(8).
         05 dc-opened-date   pic 9(8).
         05 dc-closed-date   pic 9(8).
         05 dc-approved-earned
                             pic s9(8) sign is leading separate.
         05 dc-approved-paid pic s9(8) sign is leading separate.
         05 dc-notes         pic x(60).

       fd sman-master-file
           data record is sm-rec.
       01 sm-rec.
         05 sm-key.
           10 sm-branch      pic xx.
           10 sm-sman-num    pic 999.
         05 sm-name          pic x(8).
         05 sm-status        pic x.
         05 sm-hire-date     pic 9(8).
         05 sm-term-date     pic 9(8).
         05 sm-plan-code     pic xx.
         05 sm-min           pic 9(6).
         05 sm-max           pic 9(6).
         05 sm-rate          pic 99v9.
         05 sm-mgr-branch    pic xx.
         05 sm-mgr-num       pic 999.
         05 sm-ovr-rate      pic 99v9.

      *Case log record - one line per action applied: the date, the
      *action, the case and its key, the status before and after,
      *the amount involved, who and the notes.
       fd case-log-file
           data record is log-rec
           record contains 120 characters.
       01 log-rec.
         05 log-date         pic 9(8).
         05 filler           pic x.
         05 log-action       pic x(7).
         05 filler           pic x.
         05 log-case-num     pic 9(6).
         05 filler           pic x.
         05 log-branch       pic xx.
         05 log-sman-num     pic 999.
         05 filler           pic x.
         05 log-before-status
                             pic x.
         05 log-after-status pic x.
         05 filler           pic x.
         05 log-amount       pic s9(8) sign is trailing separate.
         05 filler           pic x.
         05 log-user         pic x(8).
         05 filler           pic x.
         05 log-notes        pic x(60).
         05 filler           pic x(8).

      *A3-YTDMaint transaction record - same layout it reads.
       fd ytd-maint-file
           data record is ym-rec
           record contains 67 characters.
       01 ym-rec.
         05 ym-action        pic x(4).
         05 ym-branch        pic xx.
         05 ym-sman-num      pic 999.
         05 ym-new-branch    pic xx.
         05 ym-earned-adj    pic s9(8) sign is leading separate.
         05 ym-paid-adj      pic s9(8) sign is leading separate.
         05 ym-user          pic x(8).
         05 ym-reason        pic x(30).

       fd report-file
           data record is report-line
           record contains 120 characters.
       01 report-line        pic x(120).

       sd sort-file
           data record is sf-rec.
       01 sf-rec.
         05 sf-branch        pic xx.
         05 sf-days-open     pic 9(5).
         05 sf-case-num      pic 9(6).
         05 sf-sman-num      pic 999.
         05 sf-period        pic x(6).
         05 sf-owner         pic x(8).
         05 sf-status        pic x.
         05 sf-claim-amount  pic s9(8).
         05 sf-opened-date   pic 9(8).

       working-storage section.
       77 ws-tx-file-status
                           pic xx.
       77 ws-case-file-status
                           pic xx.
       77 ws-master-file-status
                           pic xx.
       77 ws-log-file-status
                           pic xx.
       77 ws-ytd-maint-file-status
                           pic xx.
       77 ws-report-file-status
                           pic xx.

       77 ws-tx-eof        pic x       value 'n'.
       77 ws-case-eof      pic x       value 'n'.
       77 ws-sort-eof      pic x       value 'n'.
       77 ws-case-found    pic x       value 'n'.
       77 ws-master-found  pic x       value 'n'.
       77 ws-tx-rejected   pic x       value 'n'.
       77 ws-before-status pic x       value space.
       77 ws-log-amount    pic s9(8)   value 0.
       77 ws-run-date      pic 9(8)    value 0.
       77 ws-one           pic 9       value 1.

       77 ws-tx-read-count pic 9(5)    value 0.
       77 ws-tx-applied-count
                           pic 9(5)    value 0.
       77 ws-tx-rejected-count
                           pic 9(5)    value 0.
       77 ws-adj-written-count
                           pic 9(5)    value 0.

      *Reason text on the generated ADJ - the case number and the
      *disputed period.
       01 ws-adj-reason.
         05 filler         pic x(8)    value "DISPUTE ".
         05 ws-adj-reason-case
                           pic 9(6).
         05 filler         pic x(8)    value " PERIOD ".
         05 ws-adj-reason-period
                           pic x(6).
         05 filler         pic x(2)    value spaces.

      *Day-number work fields.  700 turns a ccyymmdd date into a
      *count of days, so two dates can be subtracted to give the
      *days between them.
       77 ws-today-days    pic 9(7)    value 0.
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

      *Ageing report accumulators.
       77 ws-prior-branch  pic xx      value spaces.
       77 ws-brn-cases     pic 9(5)    value 0.
       77 ws-brn-claimed   pic s9(10)  value 0.
       77 ws-brn-oldest    pic 9(5)    value 0.
       77 ws-tot-cases     pic 9(5)    value 0.
       77 ws-tot-claimed   pic s9(11)  value 0.

       01 ws-title-line.
         05 filler         pic x(25)   value spaces.
         05 filler         pic x(37)   value
         "OPEN DISPUTE CASE AGEING  RUN DATE ".
         05 ws-title-date  pic 9(8).

       01 ws-heading.
         05 filler         pic x(2)    value "BR".
         05 filler         pic x(2)    value spaces.
         05 filler         pic x(6)    value "CASE  ".
         05 filler         pic x(2)    value spaces.
         05 filler         pic x(3)    value "No.".
         05 filler         pic x(2)    value spaces.
         05 filler         pic x(6)    value "PERIOD".
         05 filler         pic x(2)    value spaces.
         05 filler         pic x(8)    value "OWNER".
         05 filler         pic x(2)    value spaces.
         05 filler         pic x(12)   value "STATUS".
         05 filler         pic x(5)    value spaces.
         05 filler         pic x(7)    value "CLAIMED".
         05 filler         pic x(2)    value spaces.
         05 filler         pic x(8)    value "OPENED".
         05 filler         pic x(2)    value spaces.
         05 filler         pic x(9)    value "DAYS OPEN".

       01 ws-detail-line.
         05 ws-det-branch  pic xx.
         05 filler         pic x(2)    value spaces.
         05 ws-det-case-num
                           pic 9(6).
         05 filler         pic x(2)    value spaces.
         05 ws-det-sman-num
                           pic zz9.
         05 filler         pic x(2)    value spaces.
         05 ws-det-period  pic x(6).
         05 filler         pic x(2)    value spaces.
         05 ws-det-owner   pic x(8).
         05 filler         pic x(2)    value spaces.
         05 ws-det-status  pic x(12).
         05 filler         pic x(1)    value spaces.
         05 ws-det-claimed pic -zz,zzz,zz9.
         05 filler         pic x(2)    value spaces.
         05 ws-det-opened  pic 9(8).
         05 filler         pic x(4)    value spaces.
         05 ws-det-days    pic zz,zz9.

       01 ws-branch-line.
         05 filler         pic x(7)    value "BRANCH ".
         05 ws-brl-branch  pic xx.
         05 filler         pic x(3)    value spaces.
         05 ws-brl-cases   pic zz,zz9.
         05 filler         pic x(11)   value " OPEN CASES".
         05 filler         pic x(7)    value spaces.
         05 filler         pic x(8)    value "CLAIMED ".
         05 ws-brl-claimed pic -zzz,zzz,zz9.
         05 filler         pic x(4)    value spaces.
         05 filler         pic x(7)    value "OLDEST ".
         05 ws-brl-oldest  pic zz,zz9.
         05 filler         pic x(5)    value " DAYS".

       01 ws-count-line.
         05 filler         pic x(3)    value spaces.
         05 ws-count-label pic x(40).
         05 ws-count-value pic -zzz,zzz,zz9.

       procedure division.
       000-main.
           perform 010-open-files.
           perform 020-read-tx-record.
           perform 100-process-transaction
               until ws-tx-eof = "y".
           perform 300-produce-ageing-report.
           perform 600-close-files.
           display "A3-DISPUTE: " ws-tx-read-count
               " TRANSACTIONS READ, " ws-tx-applied-count
               " APPLIED, " ws-tx-rejected-count " REJECTED, "
               ws-adj-written-count " ADJ TRANSACTIONS WRITTEN".
           if (ws-tx-rejected-count > zero) then
               move 4 to return-code
           else
               move zero to return-code
           end-if.
           goback.

      *A missing transaction file just means nothing to apply this
      *run - the ageing report is still wanted.
       010-open-files.
           open input case-tx-file.
           if (ws-tx-file-status not = "00") then
               display "A3-DISPUTE: NO TRANSACTION FILE - STATUS "
               ws-tx-file-status " - AGEING REPORT ONLY"
               move "y" to ws-tx-eof
           end-if.
      *The case file is created on the very first run.
           open i-o case-file.
           if (ws-case-file-status = "35") then
               open output case-file
               close case-file
               open i-o case-file
           end-if.
           if (ws-case-file-status not = "00") then
               display "A3-DISPUTE: UNABLE TO OPEN CASE FILE - "
               "STATUS " ws-case-file-status
               perform 015-close-tx-file
               move 16 to return-code
               goback
           end-if.
           open input sman-master-file.
           if (ws-master-file-status not = "00") then
               display "A3-DISPUTE: UNABLE TO OPEN SALESPERSON "
               "MASTER - STATUS " ws-master-file-status
               perform 015-close-tx-file
               close case-file
               move 16 to return-code
               goback
           end-if.
           open extend case-log-file.
           if (ws-log-file-status = "35") then
               open output case-log-file
           end-if.
           if (ws-log-file-status not = "00") then
               display "A3-DISPUTE: UNABLE TO OPEN CASE LOG - "
               "STATUS " ws-log-file-status
               perform 015-close-tx-file
               close case-file sman-master-file
               move 16 to return-code
               goback
           end-if.
           open extend ytd-maint-file.
           if (ws-ytd-maint-file-status = "35") then
               open output ytd-maint-file
           end-if.
           if (ws-ytd-maint-file-status not = "00") then
               display "A3-DISPUTE: UNABLE TO OPEN YTD MAINTENANCE "
               "FILE - STATUS " ws-ytd-maint-file-status
               perform 015-close-tx-file
               close case-file sman-master-file case-log-file
               move 16 to return-code
               goback
           end-if.
           open output report-file.
           if (ws-report-file-status not = "00") then
               display "A3-DISPUTE: UNABLE TO OPEN AGEING REPORT - "
               "STATUS " ws-report-file-status
               perform 015-close-tx-file
               close case-file sman-master-file case-log-file
                   ytd-maint-file
               move 16 to return-code
               goback
           end-if.
           accept ws-run-date from date yyyymmdd.
           move ws-run-date to ws-dn-date.
           perform 700-compute-day-number.
           move ws-dn-days to ws-today-days.

       015-close-tx-file.
           if (ws-tx-file-status = "00") then
               close case-tx-file
           end-if.

       020-read-tx-record.
           read case-tx-file
               at end
                   move "y" to ws-tx-eof.

      *The user is required on every transaction - the case log is
      *only worth keeping if it says who did what.
       100-process-transaction.
           add ws-one to ws-tx-read-count.
           move "n" to ws-tx-rejected.
           if (tx-user = spaces) or (tx-case-num not numeric) then
               perform 190-reject-transaction
           else
               if (tx-action = "OPEN   ") then
                   perform 110-apply-open
               else
                   if (tx-action = "REVIEW ") then
                       perform 120-apply-review
                   else
                       if (tx-action = "NOTE   ") then
                           perform 130-apply-note
                       else
                           if (tx-action = "APPROVE") then
                               perform 140-apply-approve
                           else
                               if (tx-action = "DENY   ") then
                                   perform 150-apply-deny
                               else
                                   perform 190-reject-transaction
                               end-if
                           end-if
                       end-if
                   end-if
               end-if
           end-if.
           if (ws-tx-rejected = "n") then
               add ws-one to ws-tx-applied-count
           end-if.
           perform 020-read-tx-record.

      *Opens a new case.  The case number must be new, the
      *salesperson must be on the master, and the period, amount
      *and the complaint itself (the notes) must be there.  With no
      *owner named the clerk keying it owns it.
       110-apply-open.
           perform 160-read-case.
           perform 170-read-master-row.
           if (ws-case-found = "y") or (ws-master-found = "n") then
               perform 190-reject-transaction
           else
               if (tx-period = spaces) or (tx-amount = zero)
                   or (tx-notes = spaces) then
                   perform 190-reject-transaction
               else
                   move space          to ws-before-status
                   move tx-case-num    to dc-case-num
                   move tx-branch      to dc-branch
                   move tx-sman-num    to dc-sman-num
                   move tx-period      to dc-period
                   move tx-amount      to dc-claim-amount
                   move "O"            to dc-status
                   if (tx-owner = spaces) then
                       move tx-user    to dc-owner
                   else
                       move tx-owner   to dc-owner
                   end-if
                   move tx-user        to dc-opened-by
                   move ws-run-date    to dc-opened-date
                   move zero           to dc-closed-date
                   move zero           to dc-approved-earned
                   move zero           to dc-approved-paid
                   move tx-notes       to dc-notes
                   write case-rec
                   move dc-claim-amount to ws-log-amount
                   perform 200-write-log-record
               end-if
           end-if.

      *Puts an open case under review, taking a new owner and notes
      *when they are given.
       120-apply-review.
           perform 160-read-case.
           if (ws-case-found = "n") then
               perform 190-reject-transaction
           else
               if (dc-status not = "O") and (dc-status not = "U") then
                   perform 190-reject-transaction
               else
                   move dc-status to ws-before-status
                   move "U" to dc-status
                   perform 180-take-owner-and-notes
                   rewrite case-rec
                   move zero to ws-log-amount
                   perform 200-write-log-record
               end-if
           end-if.

      *Changes the owner or notes without moving the status - on a
      *closed case too, so the resolution can still be written up.
       130-apply-note.
           perform 160-read-case.
           if (ws-case-found = "n") then
               perform 190-reject-transaction
           else
               if (tx-owner = spaces) and (tx-notes = spaces) then
                   perform 190-reject-transaction
               else
                   move dc-status to ws-before-status
                   perform 180-take-owner-and-notes
                   rewrite case-rec
                   move zero to ws-log-amount
                   perform 200-write-log-record
               end-if
           end-if.

      *Approves a case and writes the ADJ that corrects the YTD
      *master.  The approver may post less (or other) than was
      *claimed; with no amounts given, the claim is posted to both
      *earned and paid.
       140-apply-approve.
           perform 160-read-case.
           if (ws-case-found = "n") then
               perform 190-reject-transaction
           else
               if (dc-status not = "O") and (dc-status not = "U") then
                   perform 190-reject-transaction
               else
                   move dc-status to ws-before-status
                   if (tx-amount = zero) and (tx-paid-amount = zero)
                       then
                       move dc-claim-amount to dc-approved-earned
                       move dc-claim-amount to dc-approved-paid
                   else
                       move tx-amount       to dc-approved-earned
                       move tx-paid-amount  to dc-approved-paid
                   end-if
                   move "A"         to dc-status
                   move ws-run-date to dc-closed-date
                   perform 180-take-owner-and-notes
                   rewrite case-rec
                   perform 210-write-ytd-adjustment
                   move dc-approved-paid to ws-log-amount
                   perform 200-write-log-record
               end-if
           end-if.

      *Denies a case.  The notes must say why.
       150-apply-deny.
           perform 160-read-case.
           if (ws-case-found = "n") then
               perform 190-reject-transaction
           else
               if ((dc-status not = "O") and (dc-status not = "U"))
                   or (tx-notes = spaces) then
                   perform 190-reject-transaction
               else
                   move dc-status to ws-before-status
                   move "D"         to dc-status
                   move ws-run-date to dc-closed-date
                   perform 180-take-owner-and-notes
                   rewrite case-rec
                   move zero to ws-log-amount
                   perform 200-write-log-record
               end-if
           end-if.

       160-read-case.
           move tx-case-num to dc-case-num.
           read case-file
               invalid key
                   move "n" to ws-case-found
               not invalid key
                   move "y" to ws-case-found
           end-read.

       170-read-master-row.
           move tx-branch   to sm-branch.
           move tx-sman-num to sm-sman-num.
           read sman-master-file
               invalid key
                   move "n" to ws-master-found
               not invalid key
                   move "y" to ws-master-found
           end-read.

       180-take-owner-and-notes.
           if (tx-owner not = spaces) then
               move tx-owner to dc-owner
           end-if.
           if (tx-notes not = spaces) then
               move tx-notes to dc-notes
           end-if.

      *A transaction that cannot be applied is reported and counted;
      *nothing changes and nothing is logged for it.
       190-reject-transaction.
           move "y" to ws-tx-rejected.
           add ws-one to ws-tx-rejected-count.
           display "A3-DISPUTE: TRANSACTION REJECTED - ACTION "
               tx-action " CASE " tx-case-num " USER " tx-user.

      *One log line per action applied.  The key, status and notes
      *are taken from the case record as it stands when this runs.
       200-write-log-record.
           move spaces           to log-rec.
           move ws-run-date      to log-date.
           move tx-action        to log-action.
           move dc-case-num      to log-case-num.
           move dc-branch        to log-branch.
           move dc-sman-num      to log-sman-num.
           move ws-before-status to log-before-status.
           move dc-status        to log-after-status.
           move ws-log-amount    to log-amount.
           move tx-user          to log-user.
           move dc-notes         to log-notes.
           write log-rec.

      *The ADJ carries the approver as its user and the case number
      *in its reason, so the YTD audit line leads back to the case.
       210-write-ytd-adjustment.
           move spaces             to ym-rec.
           move "ADJ "             to ym-action.
           move dc-branch          to ym-branch.
           move dc-sman-num        to ym-sman-num.
           move dc-approved-earned to ym-earned-adj.
           move dc-approved-paid   to ym-paid-adj.
           move tx-user            to ym-user.
           move dc-case-num        to ws-adj-reason-case.
           move dc-period          to ws-adj-reason-period.
           move ws-adj-reason      to ym-reason.
           write ym-rec.
           add ws-one to ws-adj-written-count.

      *Ageing report - every case still open or under review, by
      *branch, oldest first.
       300-produce-ageing-report.
           move ws-run-date to ws-title-date.
           write report-line from ws-title-line.
           write report-line from ws-heading
               after advancing 2 lines.
           sort sort-file
               on ascending key sf-branch
               on descending key sf-days-open
               on ascending key sf-case-num
               input procedure is 310-select-open-cases
               output procedure is 330-print-open-cases.
           perform 350-print-run-totals.

       310-select-open-cases.
           move zero to dc-case-num.
           move "n"  to ws-case-eof.
           start case-file key is not less than dc-case-num
               invalid key
                   move "y" to ws-case-eof
           end-start.
           if (ws-case-eof = "n") then
               perform 315-read-next-case
               perform 320-release-open-case
                   until ws-case-eof = "y"
           end-if.

       315-read-next-case.
           read case-file next record
               at end
                   move "y" to ws-case-eof.

       320-release-open-case.
           if (dc-status = "O") or (dc-status = "U") then
               move dc-branch       to sf-branch
               move dc-case-num     to sf-case-num
               move dc-sman-num     to sf-sman-num
               move dc-period       to sf-period
               move dc-owner        to sf-owner
               move dc-status       to sf-status
               move dc-claim-amount to sf-claim-amount
               move dc-opened-date  to sf-opened-date
               move dc-opened-date  to ws-dn-date
               perform 700-compute-day-number
               if (ws-dn-days > ws-today-days) then
                   move zero to sf-days-open
               else
                   compute sf-days-open = ws-today-days - ws-dn-days
               end-if
               release sf-rec
           end-if.
           perform 315-read-next-case.

       330-print-open-cases.
           move "n" to ws-sort-eof.
           perform 335-return-open-case.
           perform 340-print-one-case
               until ws-sort-eof = "y".
           if (ws-prior-branch not = spaces) then
               perform 345-flush-branch
           end-if.

       335-return-open-case.
           return sort-file
               at end
                   move "y" to ws-sort-eof
           end-return.

       340-print-one-case.
           if (ws-prior-branch not = spaces)
               and (sf-branch not = ws-prior-branch) then
               perform 345-flush-branch
           end-if.
           move sf-branch to ws-prior-branch.
           move spaces          to ws-detail-line.
           move sf-branch       to ws-det-branch.
           move sf-case-num     to ws-det-case-num.
           move sf-sman-num     to ws-det-sman-num.
           move sf-period       to ws-det-period.
           move sf-owner        to ws-det-owner.
           if (sf-status = "U") then
               move "UNDER REVIEW" to ws-det-status
           else
               move "OPEN"         to ws-det-status
           end-if.
           move sf-claim-amount to ws-det-claimed.
           move sf-opened-date  to ws-det-opened.
           move sf-days-open    to ws-det-days.
           write report-line from ws-detail-line.
      *Oldest first within branch, so the first case seen is the
      *branch's oldest.
           if (ws-brn-cases = zero) then
               move sf-days-open to ws-brn-oldest
           end-if.
           add ws-one          to ws-brn-cases.
           add sf-claim-amount to ws-brn-claimed.
           perform 335-return-open-case.

       345-flush-branch.
           move ws-prior-branch to ws-brl-branch.
           move ws-brn-cases    to ws-brl-cases.
           move ws-brn-claimed  to ws-brl-claimed.
           move ws-brn-oldest   to ws-brl-oldest.
           write report-line from ws-branch-line.
           move spaces to report-line.
           write report-line.
           add ws-brn-cases   to ws-tot-cases.
           add ws-brn-claimed to ws-tot-claimed.
           move zero to ws-brn-cases.
           move zero to ws-brn-claimed.
           move zero to ws-brn-oldest.

       350-print-run-totals.
           move "OPEN CASES"                  to ws-count-label.
           move ws-tot-cases                  to ws-count-value.
           write report-line from ws-count-line
               after advancing 2 lines.
           move "AMOUNT CLAIMED ON OPEN CASES" to ws-count-label.
           move ws-tot-claimed                to ws-count-value.
           write report-line from ws-count-line.
           move "TRANSACTIONS READ"           to ws-count-label.
           move ws-tx-read-count              to ws-count-value.
           write report-line from ws-count-line
               after advancing 2 lines.
           move "TRANSACTIONS APPLIED"        to ws-count-label.
           move ws-tx-applied-count           to ws-count-value.
           write report-line from ws-count-line.
           move "TRANSACTIONS REJECTED"       to ws-count-label.
           move ws-tx-rejected-count          to ws-count-value.
           write report-line from ws-count-line.
           move "ADJ TRANSACTIONS FOR A3-YTDMAINT"
                                              to ws-count-label.
           move ws-adj-written-count          to ws-count-value.
           write report-line from ws-count-line.

       600-close-files.
           perform 015-close-tx-file.
           close case-file, sman-master-file, case-log-file,
               ytd-maint-file, report-file.

      *Day number of the date in ws-dn-date, counted in whole
      *400-year cycles from a March-based year so the leap day
      *falls at the end of each year.  Only differences between two
      *day numbers mean anything.
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

       end program A3-Dispute.
