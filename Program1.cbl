      *              their sign on the report and statements, and a
      *              branch's prior-period variance totals include
      *              the salespeople who left.
      *2026-10-15 KV Invoice-level sales lines: an invoice number in
      *              columns 44-53 of the sales input (the date in
      *              columns 36-43 serving as the invoice date) lets
      *              a salesperson carry any number of sale lines
      *              per regional file.  Each line is validated on
      *              its own, then the lines are rolled up into one
      *              total per salesperson per file and priced once,
      *              so ranking, payroll and YTD see one figure as
      *              before.  The duplicate check now refuses the
      *              same invoice twice (or a second line with no
      *              invoice number, the old one-record rule), a
      *              ROLLED column keeps the reconciliation tied
      *              out, and a sales detail listing by salesperson
      *              and invoice traces every priced total back to
      *              the invoices behind it.
      *2026-10-15 KV Personal sales targets: a target file carrying
      *              each salesperson's period and annual sales
      *              target (branch + number, the master's key)
      *              feeds a quota-attainment report - period and
      *              year-to-date sales against target with the
      *              percent attained, ranked by attainment within
      *              branch, anyone under the ATTAIN threshold
      *              percent flagged - and the same figures print
      *              on each salesperson's statement page.  Year-
      *              to-date sales are this year's history rows
      *              plus this run.
      *2026-10-15 KV Sales contests and SPIFFs: the contest file
      *              defines each contest's id, date window, branch
      *              scope, rule (beat a sales figure, or top N in
      *              branch) and payout.  Sales inside a contest's
      *              window are gathered as records are priced -
      *              line by line for invoice roll-ups - and once
      *              every file is in, each award is released as a
      *              'C' record that pays through payroll, YTD and
      *              the journal like any commission, prints on the
      *              winner's statement page and is checkpointed for
      *              restart like an override.  A contest results
      *              section lists the qualifiers and near-misses.
      *2026-10-15 KV Compensation ledger: a live run appends each
      *              salesperson's draw advanced, recovered and
      *              written off, each manager's override earned and
      *              the final YTD figures of anyone settled out, so
      *              the year-end statement has the whole year.
      *              Adjustment, override and contest postings to
      *              YTD are written to it too, since the period
      *              history leaves them out.
      *2026-10-15 KV Batch control on the regional sales files: each
      *              file opens with a header (branch, period, file
      *              sequence number) and closes with a trailer
      *              (record count, hash totals of sr-sales and the
      *              salesperson numbers).  Every file is read
      *              through and proved against its own header and
      *              trailer before any of its records is priced,
      *              and one that fails - short, resent, another
      *              branch's records or another period's - is
      *              refused whole, with the expected and actual
      *              figures in the reconciliation.  BATCHCTL O
      *              lets files with neither record through during
      *              the changeover.  The carry-forward file is
      *              written with a header and trailer of its own.
      *2026-10-15 KV Master changes still waiting for a second
      *              user's approval in A3-SMMaint are listed at the
      *              foot of the reconciliation with a warning -
      *              the run priced against the master as it stands,
      *              without them.
      *2026-10-15 KV Ends with a return code the period-close driver
      *              can act on - 0 clean; 4 for rejected records, a
      *              refused or unopened sales file, or master
      *              changes awaiting approval; 8 when the run is
      *              out of balance or refused as already posted;
      *              16 when it cannot run at all - and hands it the
      *              read, rejected, released and YTD-posted counts.
      *2026-10-15 KV Retro adjustments (marked 'R' by A3-Retro) are
      *              already in home currency and are no longer
      *              converted by the branch's CURRENCY rate.  A live
      *              run registers each contest award on the
      *              compensation ledger (type C), and an award
      *              already on the register is not paid again.
      *2026-10-15 KV A contest whose window spans periods is judged
      *              once, in the run whose period holds its end
      *              date, on the whole window's sales - each live
      *              run banks its in-window sales on the ledger
      *              (type K) and the later runs load them back.  A
      *              live run also leaves a period marker row (type
      *              M) on the ledger, and the draw row carries the
      *              part of the recovery taken from sales pay.
      *2026-10-15 KV A contest winner with no sale or split share in
      *              the run that pays the award gets a statement
      *              page of their own carrying the award, so every
      *              award paid shows on a statement.
       environment division.


               file status is ws-report-file-status.

      *Exception listing for records that fail the pre-pass sanity
      *checks (bad min/max, zero rate, duplicate invoice line).
           select exception-file
               assign to "../../../A3-Exceptions.out"
               organization is line sequential
               organization is line sequential
               file status is ws-simulate-file-status.

      *Work file carrying every invoice line rolled into a priced
      *total, plus one total row per salesperson per file, out of
      *the validation pre-pass to the sales detail sort.
           select invoice-work-file
               assign to "../../../A3-InvWork.dat"
               organization is line sequential
               file status is ws-invwork-file-status.

      *The invoice lines again, in salesperson and invoice order.
           select invoice-sorted-file
               assign to "../../../A3-InvSorted.dat"
               organization is line sequential
               file status is ws-invsorted-file-status.

      *Sales detail listing by salesperson and invoice, so a
      *disputed total can be traced to the invoices behind it.
           select sales-detail-file
               assign to "../../../A3-SalesDetail.out"
               organization is line sequential
               file status is ws-salesdetail-file-status.

      *Personal sales targets - one row per salesperson, keyed by
      *branch and salesperson number like the salesperson master,
      *with a period target and an annual target.  Management keeps
      *it; no file just means no one has a target.
           select target-file
               assign to "../../../A3-Targets.dat"
               organization is line sequential
               file status is ws-target-file-status.

      *Sales contest / SPIFF definitions - one row per contest.  No
      *file just means no contest is running.
           select contest-file
               assign to "../../../A3-Contests.dat"
               organization is line sequential
               file status is ws-contest-file-status.

      *Quota-attainment report.
           select attain-file
               assign to "../../../A3-Attain.out"
               organization is line sequential
               file status is ws-attain-file-status.

      *Cumulative compensation ledger - each run appends the draw,
      *write-off, override and settlement figures per salesperson
      *that no other file keeps, for the year-end statement.
           select ledger-file
               assign to "../../../A3-CompLedger.dat"
               organization is line sequential
               file status is ws-ledger-file-status.

      *Salesperson master changes held for approval by A3-SMMaint,
      *read at the reconciliation to warn of any still waiting.
           select pending-file
               assign to "../../../A3-SMPending.dat"
               organization is indexed
               access mode is sequential
               record key is pnd-id
               file status is ws-pending-file-status.

      *Sort work files - one pass ranks by earned commission, the
      *second groups the ranked records by branch for the subtotals,
      *the third puts the ranked records into salesperson order
      *within branch for the statement pages, the fourth puts the
      *invoice lines into salesperson and invoice order for the
      *sales detail listing, the fifth ranks the salespeople by
      *quota attainment within branch.
           select sort-file-1 assign to "SORTWK1".
           select sort-file-2 assign to "SORTWK2".
           select sort-file-3 assign to "SORTWK3".
           select sort-file-4 assign to "SORTWK4".
           select sort-file-5 assign to "SORTWK5".
      *
       data division.
       file section.
      *moved to working storage.
       fd sales-file
           data record is sales-input-rec
           record contains 34 to 53 characters.
       01 sales-input-rec  pic x(53).

      *Decalaring output file in which we will be writing the data
      *
      *
       01 report-line      pic x(120).

      *Exception listing record - one line per bad sales-rec, with
      *the invoice number of a rejected sale line so the regional
      *office can find the line on its own file.
       fd exception-file
           data record is exception-rec
           record contains 51 characters.
       01 exception-rec.
         05 exc-sman-num   pic 999.
         05 filler         pic x       value space.
         05 exc-name       pic x(8).
         05 filler         pic x       value space.
         05 exc-reason     pic x(27).
         05 filler         pic x       value space.
         05 exc-invoice    pic x(10).

      *Comma-delimited extract record.
       fd extract-file
         05 filler           pic x(8).
         05 param-var-pct    pic 999.
         05 filler           pic x(19).
       01 param-attain-rec.
         05 filler           pic x(8).
         05 param-attain-pct pic 999.
         05 filler           pic x(19).
      *POSTMODE and SIMULATE fill their whole 8 bytes, so their
      *values sit after a separating space, in column 10 - and
      *SETTLE keeps its flag in the same column for consistency,
         05 filler           pic x(9).
         05 param-date-mode  pic x.
         05 filler           pic x(20).
       01 param-batchctl-rec.
         05 filler           pic x(9).
         05 param-batch-mode pic x.
         05 filler           pic x(20).
      *CURRENCY fills its whole 8 bytes too, so its branch code
      *sits after the separating space, in columns 10-11.
       01 param-currency-rec.

       fd defer-file
           data record is defer-rec
           record contains 53 characters.
       01 defer-rec          pic x(53).

       fd settlement-file
           data record is settlement-line
           record contains 120 characters.
       01 simulate-line      pic x(120).

       fd invoice-work-file
           data record is iw-work-rec
           record contains 90 characters.
       01 iw-work-rec        pic x(90).

       fd invoice-sorted-file
           data record is iw-sorted-rec
           record contains 90 characters.
       01 iw-sorted-rec      pic x(90).

       fd sales-detail-file
           data record is sales-detail-line
           record contains 120 characters.
       01 sales-detail-line  pic x(120).

      *Sales target record.
       fd target-file
           data record is tgt-rec
           record contains 22 characters.
       01 tgt-rec.
         05 tgt-branch       pic xx.
         05 tgt-sman-num     pic 999.
         05 tgt-period-target
                             pic 9(8).
         05 tgt-annual-target
                             pic 9(9).

      *Contest definition record.  The window is inclusive
      *(ccyymmdd).  A blank branch runs the contest in every branch.
      *Rule B pays everyone whose window sales beat con-figure; rule
      *T pays the top con-top-n by window sales in each branch.
       fd contest-file
           data record is con-rec
           record contains 61 characters.
       01 con-rec.
         05 con-id           pic x(6).
         05 con-start        pic 9(8).
         05 con-end          pic 9(8).
         05 con-branch       pic xx.
         05 con-rule         pic x.
         05 con-figure       pic 9(8).
         05 con-top-n        pic 99.
         05 con-payout       pic 9(6).
         05 con-desc         pic x(20).

       fd attain-file
           data record is attain-line
           record contains 120 characters.
       01 attain-line        pic x(120).

      *Compensation ledger record.  Type D carries one salesperson's
      *draw advanced, recovered and written off this period, type O
      *a manager's override earned, type S the final YTD earned and
      *paid of a salesperson settled out (their YTD row is deleted
      *by the settlement), and type Y the earned and paid of an
      *adjustment, override or contest record posted to YTD - the
      *postings the period history does not carry.  Type C is the
      *contest award register: one row per contest award paid, the
      *contest id in the draw-added columns and the payout as
      *earned and paid.  Type K banks one salesperson's in-window
      *sales for a contest this period, the contest id again in the
      *draw-added columns and the sales after it.  Type M, with a
      *blank branch and salesperson, marks a period the ledger was
      *written for.  A type D row also carries, in the earned
      *columns, the part of the recovery taken from sales and split
      *-share pay - the part the period history's paid figures are
      *net of; the rest came out of override pay.  Fields a type
      *does not use are zero.
       fd ledger-file
           data record is ledger-rec
           record contains 63 characters.
       01 ledger-rec.
         05 led-period       pic x(6).
         05 led-branch       pic xx.
         05 led-sman-num     pic 999.
         05 led-row-type     pic x.
         05 led-draw-added   pic 9(8).
         05 led-draw-recovered
                             pic 9(8).
         05 led-draw-writeoff
                             pic 9(8).
         05 led-override     pic s9(8)
                             sign is leading separate.
         05 led-earned       pic s9(8)
                             sign is leading separate.
         05 led-paid         pic s9(8)
                             sign is leading separate.
       01 ledger-award-rec.
         05 filler           pic x(12).
         05 led-award-contest
                             pic x(8).
         05 led-contest-sales
                             pic 9(10).
         05 filler           pic x(33).
       01 ledger-draw-rec.
         05 filler           pic x(45).
         05 led-sales-recovered
                             pic s9(8)
                             sign is leading separate.
         05 filler           pic x(9).

      *Pending master change - status P until a second user decides
      *it in A3-SMMaint (A approved, R rejected).
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

      *Sort description for the earned-commission ranking pass.
       sd sort-file-1
           data record is sf1-rec.
         05 sf3-branch        pic xx.
         05 filler            pic x(94).

      *Sort description for the sales detail listing - the invoice
      *lines (kind 'L') and the priced total (kind 'T') of each
      *salesperson's roll-up, the total sorting after its lines.
       sd sort-file-4
           data record is sf4-rec.
       01 sf4-rec.
         05 sf4-branch        pic xx.
         05 sf4-sman-num      pic 999.
         05 sf4-file-index    pic 99.
         05 sf4-kind          pic x.
         05 sf4-invoice       pic x(10).
         05 sf4-inv-date      pic x(8).
         05 filler            pic x(64).

      *Sort description for the attainment ranking - salespeople
      *with a target first, then best period attainment first
      *within branch, pointing back at their attainment table row.
       sd sort-file-5
           data record is sf5-rec.
       01 sf5-rec.
         05 sf5-branch        pic xx.
         05 sf5-has-target    pic x.
         05 sf5-period-pct    pic 9(4)v9.
         05 sf5-annual-pct    pic 9(4)v9.
         05 sf5-att-index     pic 9(4).

      *
       working-storage section.
      *Eof flag for making sure the end is reached.
         05 sr-tran-date   pic 9(8).
         05 sr-tran-date-x redefines sr-tran-date
                           pic x(8).
      *Invoice number (columns 44-53) on a sale line - the date
      *above is its invoice date.  A salesperson may carry any
      *number of invoiced lines in one file; they are rolled up
      *into one priced total.  Blank on the older layouts.
         05 sr-invoice-num pic x(10).

      *Adjustment/reversal layout - same key and name positions as a
      *sale, then a sign, the sales amount being corrected and the
      *rate to price it at (the master's rate wins when the master
      *is available).  An 'R' in column 24 marks an adjustment
      *written by A3-Retro, whose amount is already in home currency.
       01 sales-adj-rec redefines sales-rec.
         05 adj-sman-num   pic 999.
         05 adj-branch     pic xx.
         05 adj-sign       pic x.
         05 adj-amount     pic 9(6).
         05 adj-rate       pic 99v9.
         05 adj-origin     pic x.
         05 filler         pic x(10).
         05 adj-rec-type   pic x.
         05 filler         pic x(18).

      *Split-commission layout - one record per participant in a
      *split group: the same key and name positions as a sale, the
         05 spl-pct        pic 99v9.
         05 filler         pic x(9).
         05 spl-rec-type   pic x.
         05 filler         pic x(18).

      *Batch header layout - type 'H', the first record of a
      *regional file: the branch whose records the file carries
      *(blank only on the company-wide carry-forward file), the
      *period it was cut for and the sending office's file
      *sequence number.
       01 sales-hdr-rec redefines sales-rec.
         05 hdr-branch     pic xx.
         05 hdr-period     pic x(6).
         05 hdr-file-seq   pic 9(4).
         05 filler         pic x(22).
         05 hdr-rec-type   pic x.
         05 filler         pic x(18).

      *Batch trailer layout - type 'T', the last record of a
      *regional file: the count of records between header and
      *trailer and the hash totals of their sr-sales (the amount
      *on an adjustment) and salesperson numbers.
       01 sales-trl-rec redefines sales-rec.
         05 trl-rec-count  pic 9(6).
         05 trl-sales-hash pic 9(12).
         05 trl-sman-hash  pic 9(9).
         05 filler         pic x(7).
         05 trl-rec-type   pic x.
         05 filler         pic x(18).


      *A heading variable which will show my name.
                           pic xx.
       77 ws-statement-file-status
                           pic xx.
       77 ws-invwork-file-status
                           pic xx.
       77 ws-invsorted-file-status
                           pic xx.
       77 ws-salesdetail-file-status
                           pic xx.
       77 ws-file-open-errors
                           pic 99      value 0.

      *Dynamic assign name for sales-file - set from the control list
      *entry currently being processed.
                           pic x(27)   value spaces.
       77 ws-seen-count    pic 9(4)    value 0.
       77 ws-scan-index    pic 9(4)    value 0.
      *One entry per sale line seen in the current file - the
      *salesperson and the line's invoice number, so the same
      *invoice cannot be counted twice (and a line with no invoice
      *number keeps the old one-record-per-salesperson rule).
       01 ws-seen-table.
         05 ws-seen-entry  occurs 5000 times.
           10 ws-seen-sman pic 999.
           10 ws-seen-invoice
                           pic x(10).

      *Sale-line roll-up working storage.  Every valid sale line is
      *added into its salesperson's row here as the file is read;
      *after the file's last record each row is priced once and
      *released as that salesperson's one sales record for the
      *file.  Scoped to one regional file at a time, the same way
      *the seen-table and the split table are.
       77 ws-roll-count    pic 9(4)    value 0.
       77 ws-roll-index    pic 9(4)    value 0.
       77 ws-roll-found-index
                           pic 9(4)    value 0.
       77 ws-roll-extra-lines
                           pic 9(4)    value 0.
       01 ws-roll-table.
         05 ws-roll-entry  occurs 5000 times.
           10 ws-rol-branch
                           pic xx.
           10 ws-rol-sman-num
                           pic 999.
           10 ws-rol-name  pic x(8).
           10 ws-rol-sales pic 9(10).
           10 ws-rol-orig-sales
                           pic 9(10).
           10 ws-rol-min   pic 9(6).
           10 ws-rol-max   pic 9(6).
           10 ws-rol-rate  pic 99v9.
           10 ws-rol-conv-rate
                           pic 9(3)v9(4).
           10 ws-rol-lines pic 9(4).
      *The lines' sales inside each contest's window, gathered line
      *by line since the rolled-up total carries no single date.
           10 ws-rol-con-sales
                           pic 9(10)   occurs 10 times.

      *Restart / checkpoint working storage.  The restart table holds
      *every salesperson already printed as of the checkpoint being
                           pic 9(8).
           10 ws-drw-writeoff
                           pic 9(8).
      *The part of ws-drw-recovered taken from sales and split-share
      *pay, as against override pay.
           10 ws-drw-sales-recovered
                           pic 9(8).

       01 ws-draw-title-line.
         05 filler         pic x(30)   value spaces.
                           pic 9(6).
           10 ws-spl-conv-rate
                           pic 9(3)v9(4).
           10 ws-spl-tran-date
                           pic x(8).
           10 ws-spl-skipped
                           pic x.
           10 ws-spl-done  pic x.
       77 ws-settle-term-date
                           pic 9(8)    value 0.

      *Compensation ledger - opened extend with the other master
      *files on a live run and appended to by the settlement pass
      *and after the draw file is rewritten.
       77 ws-ledger-file-status
                           pic xx.
       77 ws-ledger-opened pic x       value 'n'.
       77 ws-ledger-row-count
                           pic 9(5)    value 0.

       01 ws-settle-title-line.
         05 filler         pic x(20)   value spaces.
         05 filler         pic x(26)   value
      *counters per regional file in the control list, accumulated as
      *the validation pre-pass works through each file, plus run-wide
      *tallies of what the later passes produced.  The tie-out is
      *read = rejected + skipped + deferred + rolled + released per
      *file and in total, and printed detail lines = released
      *records.  A sale line rolled into another line's total for
      *the same salesperson counts as rolled; the total it went
      *into counts once, as whatever became of it.
       01 ws-recon-table.
         05 ws-recon-entry   occurs 20 times.
           10 ws-recon-read  pic 9(5).
                             pic 9(5).
           10 ws-recon-deferred
                             pic 9(5).
           10 ws-recon-rolled
                             pic 9(5).
           10 ws-recon-released
                             pic 9(5).
       77 ws-recon-read-total
                           pic 9(6)    value 0.
       77 ws-recon-deferred-total
                           pic 9(6)    value 0.
       77 ws-recon-rolled-total
                           pic 9(6)    value 0.
       77 ws-recon-released-total
                           pic 9(6)    value 0.
       77 ws-recon-out-of-balance
         05 filler         pic x(2)    value spaces.
         05 filler         pic x(5)    value "DEFER".
         05 filler         pic x(2)    value spaces.
         05 filler         pic x(6)    value "ROLLED".
         05 filler         pic x(2)    value spaces.
         05 filler         pic x(8)    value "RELEASED".
         05 filler         pic x(2)    value spaces.
         05 filler         pic x(16)   value "STATUS".
         05 ws-recon-line-deferred
                           pic zz,zz9.
         05 filler         pic x(2)    value spaces.
         05 ws-recon-line-rolled
                           pic zz,zz9.
         05 filler         pic x(2)    value spaces.
         05 ws-recon-line-released
                           pic zzz,zz9.
         05 filler         pic x(3)    value spaces.
       01 ws-ctl-opened-flags.
         05 ws-ctl-opened  pic x       occurs 20 times.

      *Batch control working storage.  Each control-list entry keeps
      *the figures its header and trailer declared next to the same
      *figures counted off the file, and what became of it: 'A'
      *accepted, 'U' accepted without header and trailer under
      *BATCHCTL O, 'R' refused.  ws-batch-mode is R (header and
      *trailer required) unless the parameter file says O.
       77 ws-batch-mode    pic x       value 'R'.
       77 ws-batch-refused-count
                           pic 99      value 0.
       77 ws-bc-scan-index pic 99      value 0.
       77 ws-bc-refusal    pic x(20)   value spaces.
       77 ws-bc-header-seen
                           pic x       value 'n'.
       77 ws-bc-trailer-seen
                           pic x       value 'n'.
       77 ws-bc-out-of-place
                           pic x       value 'n'.
       77 ws-bc-rec-sales  pic 9(6)    value 0.
       77 ws-bc-rec-sman   pic 999     value 0.
       01 ws-batch-table.
         05 ws-batch-entry occurs 20 times.
           10 ws-bc-status pic x.
           10 ws-bc-reason pic x(30).
           10 ws-bc-hdr-branch
                           pic xx.
           10 ws-bc-hdr-period
                           pic x(6).
           10 ws-bc-hdr-seq
                           pic 9(4).
           10 ws-bc-act-branch
                           pic xx.
           10 ws-bc-exp-count
                           pic 9(6).
           10 ws-bc-exp-sales-hash
                           pic 9(12).
           10 ws-bc-exp-sman-hash
                           pic 9(9).
           10 ws-bc-act-count
                           pic 9(6).
           10 ws-bc-act-sales-hash
                           pic 9(12).
           10 ws-bc-act-sman-hash
                           pic 9(9).

      *The carry-forward file is read next period like any regional
      *file, so it carries a header and trailer too - company-wide
      *(blank branch), cut for the period after this one.
       77 ws-carry-count   pic 9(6)    value 0.
       77 ws-carry-sales-hash
                           pic 9(12)   value 0.
       77 ws-carry-sman-hash
                           pic 9(9)    value 0.
       01 ws-carry-period.
         05 ws-carry-year  pic 9(4)    value 0.
         05 ws-carry-month pic 99      value 0.

       01 ws-bc-title-line.
         05 filler         pic x(30)   value spaces.
         05 filler         pic x(33)   value
         "BATCH CONTROL - HEADER / TRAILER".

       01 ws-bc-heading.
         05 filler         pic x(26)   value "FILE".
         05 filler         pic x(3)    value "BR".
         05 filler         pic x(7)    value "PERIOD".
         05 filler         pic x(6)    value "SEQ".
         05 filler         pic x(9)    value spaces.
         05 filler         pic x(7)    value "RECORDS".
         05 filler         pic x(6)    value spaces.
         05 filler         pic x(10)   value "SALES HASH".
         05 filler         pic x(3)    value spaces.
         05 filler         pic x(9)    value "SMAN HASH".
         05 filler         pic x(2)    value spaces.
         05 filler         pic x(6)    value "STATUS".

       01 ws-bc-detail-line.
         05 ws-bc-line-file
                           pic x(24).
         05 filler         pic x(2)    value spaces.
         05 ws-bc-line-branch
                           pic xx.
         05 filler         pic x(1)    value spaces.
         05 ws-bc-line-period
                           pic x(6).
         05 filler         pic x(1)    value spaces.
         05 ws-bc-line-seq pic x(4).
         05 filler         pic x(2)    value spaces.
         05 ws-bc-line-label
                           pic x(8).
         05 filler         pic x(1)    value spaces.
         05 ws-bc-line-count
                           pic zzz,zz9.
         05 filler         pic x(1)    value spaces.
         05 ws-bc-line-sales-hash
                           pic zzz,zzz,zzz,zz9.
         05 filler         pic x(1)    value spaces.
         05 ws-bc-line-sman-hash
                           pic zzz,zzz,zz9.
         05 filler         pic x(2)    value spaces.
         05 ws-bc-line-status
                           pic x(30).
       01 ws-bc-seq-edit   pic zzz9.

      *Master changes awaiting approval - read from A3-SMMaint's
      *pending file at the reconciliation; no file, nothing held.
       77 ws-pending-file-status
                           pic xx.
       77 ws-pending-eof   pic x       value 'n'.
       77 ws-pending-count pic 9(5)    value 0.

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

       01 ws-pc-title-line.
         05 filler         pic x(30)   value spaces.
         05 filler         pic x(33)   value
         "MASTER CHANGES AWAITING APPROVAL".

       01 ws-pc-heading.
         05 filler         pic x(9)    value "PENDING".
         05 filler         pic x(8)    value "ACTION".
         05 filler         pic x(4)    value "BR".
         05 filler         pic x(5)    value "No.".
         05 filler         pic x(10)   value "KEYED".
         05 filler         pic x(10)   value "KEYED BY".
         05 filler         pic x(6)    value "REASON".

       01 ws-pc-detail-line.
         05 ws-pc-line-id  pic 9(6).
         05 filler         pic x(3)    value spaces.
         05 ws-pc-line-action
                           pic x(6).
         05 filler         pic x(2)    value spaces.
         05 ws-pc-line-branch
                           pic xx.
         05 filler         pic x(2)    value spaces.
         05 ws-pc-line-sman-num
                           pic 999.
         05 filler         pic x(2)    value spaces.
         05 ws-pc-line-date
                           pic 9(8).
         05 filler         pic x(2)    value spaces.
         05 ws-pc-line-user
                           pic x(8).
         05 filler         pic x(2)    value spaces.
         05 ws-pc-line-reason
                           pic x(30).

      *Period history / variance working storage.  The run is
      *stamped with the PERIOD row of the parameter file; the prior
      *period's rows are pulled from the history file at start-up
         05 filler         pic x(26)   value "BONUS REMARK".
         05 ws-stmt-remark pic x(16).

      *Sales detail listing working storage.  The pre-pass writes
      *one 'L' row per invoice line that went into a salesperson's
      *roll-up and one 'T' row carrying the priced total; the
      *listing sorts them into salesperson and invoice order and
      *prints each salesperson's lines under their total, so the
      *total can be tied to the report line it produced.
       77 ws-inv-eof       pic x       value 'n'.
       77 ws-inv-line-total
                           pic 9(6)    value 0.
       77 ws-inv-sales-total
                           pic 9(12)   value 0.
       01 iw-rec.
         05 iw-branch      pic xx.
         05 iw-sman-num    pic 999.
         05 iw-file-index  pic 99.
         05 iw-kind        pic x.
         05 iw-invoice     pic x(10).
         05 iw-inv-date    pic x(8).
         05 iw-name        pic x(8).
         05 iw-sales       pic 9(10).
         05 iw-orig-sales  pic 9(10).
         05 iw-lines       pic 9(4).
         05 iw-earned      pic s9(8).
         05 iw-paid        pic s9(8).
         05 iw-remark      pic x(16).

       01 ws-inv-title-line.
         05 filler         pic x(25)   value spaces.
         05 filler         pic x(45)   value
         "SALES DETAIL BY SALESPERSON AND INVOICE      ".
         05 ws-inv-title-period
                           pic x(6).

       01 ws-inv-heading.
         05 filler         pic x(2)    value "BR".
         05 filler         pic x(2)    value spaces.
         05 filler         pic x(3)    value "No.".
         05 filler         pic x(2)    value spaces.
         05 filler         pic x(8)    value "NAME".
         05 filler         pic x(2)    value spaces.
         05 filler         pic x(10)   value "INVOICE".
         05 filler         pic x(2)    value spaces.
         05 filler         pic x(8)    value "INV DATE".
         05 filler         pic x(6)    value spaces.
         05 filler         pic x(5)    value "SALES".
         05 filler         pic x(3)    value spaces.
         05 filler         pic x(8)    value "ORIGINAL".

       01 ws-inv-detail-line.
         05 ws-inv-line-branch
                           pic xx.
         05 filler         pic x(2)    value spaces.
         05 ws-inv-line-sman-num
                           pic zz9.
         05 filler         pic x(2)    value spaces.
         05 ws-inv-line-name
                           pic x(8).
         05 filler         pic x(2)    value spaces.
         05 ws-inv-line-invoice
                           pic x(10).
         05 filler         pic x(2)    value spaces.
         05 ws-inv-line-date
                           pic x(8).
         05 filler         pic x(2)    value spaces.
         05 ws-inv-line-sales
                           pic z,zzz,zz9.
         05 filler         pic x(2)    value spaces.
         05 ws-inv-line-orig
                           pic zzz,zzz.

       01 ws-inv-total-line.
         05 filler         pic x(9)    value spaces.
         05 filler         pic x(6)    value "TOTAL ".
         05 ws-inv-tot-lines
                           pic z,zz9.
         05 filler         pic x(9)    value " INVOICES".
         05 filler         pic x(2)    value spaces.
         05 ws-inv-tot-sales
                           pic z,zzz,zzz,zz9.
         05 filler         pic x(9)    value "  EARNED ".
         05 ws-inv-tot-earned
                           pic -zz,zzz,zz9.
         05 filler         pic x(7)    value "  PAID ".
         05 ws-inv-tot-paid
                           pic -zz,zzz,zz9.
         05 filler         pic x(2)    value spaces.
         05 ws-inv-tot-remark
                           pic x(16).

       01 ws-inv-grand-line.
         05 filler         pic x(10)   value "RUN TOTAL ".
         05 ws-inv-grand-lines
                           pic zzz,zz9.
         05 filler         pic x(14)   value " INVOICE LINES".
         05 filler         pic x(2)    value spaces.
         05 ws-inv-grand-sales
                           pic zzz,zzz,zzz,zz9.

      *Quota-attainment working storage.  One row per salesperson
      *who has a sales target, was in this run, or has history rows
      *earlier this year: the targets come from the target file,
      *the year-to-date sales from this year's history rows before
      *this period, and the period sales (which also count toward
      *year-to-date) from the print pass.  The ranking sort writes
      *each row's rank within branch back here so the statement
      *page can quote it.  ATTAIN in the parameter file sets the
      *period attainment percent below which a salesperson is
      *flagged.
       77 ws-target-file-status
                           pic xx.
       77 ws-attain-file-status
                           pic xx.
       77 ws-target-eof    pic x       value 'n'.
       77 ws-att-threshold pic 999     value 80.
       77 ws-att-count     pic 9(4)    value 0.
       77 ws-att-index     pic 9(4)    value 0.
       77 ws-att-found-index
                           pic 9(4)    value 0.
       77 ws-att-key-branch
                           pic xx      value spaces.
       77 ws-att-key-sman  pic 999     value 0.
       77 ws-att-pct-work  pic 9(9)v9  value 0.
       77 ws-att-eof       pic x       value 'n'.
       77 ws-att-prior-branch
                           pic xx      value spaces.
       77 ws-att-rank-work pic 9(4)    value 0.
       77 ws-att-below-count
                           pic 9(4)    value 0.
       77 ws-att-untargeted-count
                           pic 9(4)    value 0.
       01 ws-att-period-parts.
         05 ws-att-run-year
                           pic x(4).
         05 filler         pic xx.
       01 ws-att-hist-parts.
         05 ws-att-hist-year
                           pic x(4).
         05 filler         pic xx.
       01 ws-att-table.
         05 ws-att-entry   occurs 5000 times.
           10 ws-att-branch
                           pic xx.
           10 ws-att-sman-num
                           pic 999.
           10 ws-att-name  pic x(8).
           10 ws-att-period-target
                           pic 9(8).
           10 ws-att-annual-target
                           pic 9(9).
           10 ws-att-period-sales
                           pic s9(9).
           10 ws-att-ytd-sales
                           pic s9(10).
           10 ws-att-period-pct
                           pic 9(4)v9.
           10 ws-att-annual-pct
                           pic 9(4)v9.
           10 ws-att-rank  pic 9(4).
           10 ws-att-has-target
                           pic x.
           10 ws-att-in-run
                           pic x.

       01 ws-att-title-line.
         05 filler         pic x(30)   value spaces.
         05 filler         pic x(33)   value
         "QUOTA ATTAINMENT REPORT - PERIOD ".
         05 ws-att-title-period
                           pic x(6).

       01 ws-att-threshold-line.
         05 filler         pic x(30)   value spaces.
         05 filler         pic x(39)   value
         "SALESPEOPLE BELOW THRESHOLD FLAGGED AT ".
         05 ws-att-thr-pct pic zz9.
         05 filler         pic x       value "%".

       01 ws-att-heading.
         05 filler         pic x(2)    value "BR".
         05 filler         pic x(2)    value spaces.
         05 filler         pic x(3)    value "No.".
         05 filler         pic x(2)    value spaces.
         05 filler         pic x(8)    value "NAME".
         05 filler         pic x(2)    value spaces.
         05 filler         pic x(12)   value "PERIOD SALES".
         05 filler         pic x(2)    value spaces.
         05 filler         pic x(11)   value "PER. TARGET".
         05 filler         pic x(2)    value spaces.
         05 filler         pic x(7)    value "   PCT ".
         05 filler         pic x(2)    value spaces.
         05 filler         pic x(12)   value "   YTD SALES".
         05 filler         pic x(2)    value spaces.
         05 filler         pic x(11)   value "ANN. TARGET".
         05 filler         pic x(2)    value spaces.
         05 filler         pic x(7)    value "   PCT ".
         05 filler         pic x(2)    value spaces.
         05 filler         pic x(4)    value "RANK".
         05 filler         pic x(2)    value spaces.
         05 filler         pic x(9)    value "FLAG".

       01 ws-att-detail-line.
         05 ws-att-line-branch
                           pic xx.
         05 filler         pic x(2)    value spaces.
         05 ws-att-line-sman-num
                           pic zz9.
         05 filler         pic x(2)    value spaces.
         05 ws-att-line-name
                           pic x(8).
         05 filler         pic x(2)    value spaces.
         05 ws-att-line-period-sales
                           pic -zzz,zzz,zz9.
         05 filler         pic x(2)    value spaces.
         05 ws-att-line-period-target
                           pic zz,zzz,zz9.
         05 filler         pic x(3)    value spaces.
         05 ws-att-line-period-pct
                           pic zzz9.9.
         05 filler         pic x       value "%".
         05 filler         pic x(2)    value spaces.
         05 ws-att-line-ytd-sales
                           pic -zzz,zzz,zz9.
         05 filler         pic x(2)    value spaces.
         05 ws-att-line-annual-target
                           pic zzz,zzz,zz9.
         05 filler         pic x(2)    value spaces.
         05 ws-att-line-annual-pct
                           pic zzz9.9.
         05 filler         pic x       value "%".
         05 filler         pic x(2)    value spaces.
         05 ws-att-line-rank
                           pic zzz9.
         05 filler         pic x(2)    value spaces.
         05 ws-att-line-flag
                           pic x(9).

       01 ws-att-count-line.
         05 ws-att-count-label
                           pic x(34).
         05 ws-att-count-value
                           pic zzz9.

      *Attainment lines on the statement page.
       01 ws-stmt-pct-line.
         05 filler         pic x(3)    value spaces.
         05 ws-stmt-pct-label
                           pic x(26).
         05 filler         pic x(4)    value spaces.
         05 ws-stmt-pct    pic zzz9.9.
         05 filler         pic x       value "%".
         05 filler         pic x(2)    value spaces.
         05 ws-stmt-pct-flag
                           pic x(9).

       01 ws-stmt-no-target-line.
         05 filler         pic x(3)    value spaces.
         05 filler         pic x(23)   value
         "NO SALES TARGET ON FILE".

      *Contest / SPIFF working storage.  The definitions are loaded
      *once at start-up.  Each priced sale or split share adds its
      *in-window sales to a row per contest and salesperson in the
      *contest sales table, on top of the window sales earlier
      *periods' runs banked on the ledger; after the last file, in
      *the run whose period holds the contest's end date, the rows
      *are judged - B rows against the figure to beat, T rows
      *ranked within branch - and the winners' awards released as
      *'C' records.
      *A B row within ws-con-near-pct percent of the figure, or a T
      *row in the ws-con-near-places places after the last prize,
      *is a near-miss.  Records from a file the posting register
      *flagged as already posted stay out, as they do for the
      *overrides - their contest sales counted on the first run.
       77 ws-contest-file-status
                           pic xx.
       77 ws-contest-eof   pic x       value 'n'.
       77 ws-con-count     pic 99      value 0.
       77 ws-con-index     pic 99      value 0.
       77 ws-con-near-pct  pic 999     value 90.
       77 ws-con-near-places
                           pic 99      value 3.
       77 ws-con-in-window pic x       value 'n'.
       77 ws-con-amount    pic 9(10)   value 0.
       77 ws-con-near-work pic 9(12)   value 0.
       77 ws-con-sales-work
                           pic 9(12)   value 0.
       77 ws-con-scope-ok  pic x       value 'n'.
       77 ws-roll-releasing
                           pic x       value 'n'.
       77 ws-contest-release-count
                           pic 9(4)    value 0.
       77 ws-con-award-total
                           pic 9(9)    value 0.
       77 ws-cst-count     pic 9(4)    value 0.
       77 ws-cst-index     pic 9(4)    value 0.
       77 ws-cst-scan      pic 9(4)    value 0.
       77 ws-cst-found-index
                           pic 9(4)    value 0.
       77 ws-cst-want-result
                           pic x       value space.
       77 ws-stmt-award-branch
                           pic xx      value spaces.
       77 ws-stmt-award-sman
                           pic 999     value 0.

      *Contest award register - the awards earlier runs paid, from
      *the type C rows of the compensation ledger, for the contests
      *on file.  A winner found here is not paid again.
       77 ws-awd-eof       pic x       value 'n'.
       77 ws-awd-count     pic 9(4)    value 0.
       77 ws-awd-index     pic 9(4)    value 0.
       77 ws-awd-found     pic x       value 'n'.
       77 ws-awd-con-scan  pic 99      value 0.
       01 ws-con-end-parts.
         05 ws-con-end-period
                           pic x(6).
         05 filler         pic xx.
       01 ws-awd-table.
         05 ws-awd-entry   occurs 5000 times.
           10 ws-awd-contest
                           pic 99.
           10 ws-awd-branch
                           pic xx.
           10 ws-awd-sman-num
                           pic 999.
       01 ws-contest-table.
         05 ws-contest-entry
                           occurs 10 times.
           10 ws-con-id    pic x(6).
           10 ws-con-start pic 9(8).
           10 ws-con-end   pic 9(8).
           10 ws-con-branch
                           pic xx.
           10 ws-con-rule  pic x.
           10 ws-con-figure
                           pic 9(8).
           10 ws-con-top-n pic 99.
           10 ws-con-payout
                           pic 9(6).
           10 ws-con-desc  pic x(20).
           10 ws-con-awards
                           pic 9(4).
      *y when this run's period holds the contest's end date - the
      *one run that judges it and pays its awards.
           10 ws-con-judge-now
                           pic x.
       01 ws-cst-table.
         05 ws-cst-entry   occurs 5000 times.
           10 ws-cst-contest
                           pic 99.
           10 ws-cst-branch
                           pic xx.
           10 ws-cst-sman-num
                           pic 999.
           10 ws-cst-name  pic x(8).
           10 ws-cst-sales pic 9(10).
      *The part of ws-cst-sales banked on the ledger by earlier
      *periods' runs - the rest is this run's.
           10 ws-cst-banked
                           pic 9(10).
           10 ws-cst-rank  pic 9(4).
      *W won, N near-miss, space neither.
           10 ws-cst-result
                           pic x.
      *y when the award went out this run, r when an interrupted
      *run already paid it and the restart checkpoint consumed it,
      *p when an earlier run of the period completed and paid it -
      *it is on the award register.
           10 ws-cst-released
                           pic x.
      *y once the award is on a statement page.
           10 ws-cst-printed
                           pic x.

       01 ws-con-title-line.
         05 filler         pic x(30)   value spaces.
         05 filler         pic x(25)   value
         "CONTEST AND SPIFF RESULTS".

       01 ws-con-head-line.
         05 filler         pic x(8)    value "CONTEST ".
         05 ws-chl-id      pic x(6).
         05 filler         pic x(2)    value spaces.
         05 ws-chl-desc    pic x(20).
         05 filler         pic x(2)    value spaces.
         05 ws-chl-start   pic 9(8).
         05 filler         pic x(4)    value " TO ".
         05 ws-chl-end     pic 9(8).
         05 filler         pic x(2)    value spaces.
         05 filler         pic x(7)    value "BRANCH ".
         05 ws-chl-branch  pic x(3).
         05 filler         pic x(2)    value spaces.
         05 ws-chl-rule    pic x(24).
         05 filler         pic x(8)    value " PAYOUT ".
         05 ws-chl-payout  pic zzz,zz9.

       01 ws-con-heading.
         05 filler         pic x(3)    value spaces.
         05 filler         pic x(2)    value "BR".
         05 filler         pic x(2)    value spaces.
         05 filler         pic x(3)    value "No.".
         05 filler         pic x(2)    value spaces.
         05 filler         pic x(8)    value "NAME".
         05 filler         pic x(4)    value spaces.
         05 filler         pic x(12)   value "WINDOW SALES".
         05 filler         pic x(2)    value spaces.
         05 filler         pic x(4)    value "RANK".
         05 filler         pic x(2)    value spaces.
         05 filler         pic x(6)    value "RESULT".

       01 ws-con-detail-line.
         05 filler         pic x(3)    value spaces.
         05 ws-cdl-branch  pic xx.
         05 filler         pic x(2)    value spaces.
         05 ws-cdl-sman-num
                           pic zz9.
         05 filler         pic x(2)    value spaces.
         05 ws-cdl-name    pic x(8).
         05 filler         pic x(2)    value spaces.
         05 ws-cdl-sales   pic zz,zzz,zzz,zz9.
         05 filler         pic x(2)    value spaces.
         05 ws-cdl-rank    pic zzz9.
         05 filler         pic x(2)    value spaces.
         05 ws-cdl-result  pic x(30).

       01 ws-con-open-line.
         05 filler         pic x(3)    value spaces.
         05 filler         pic x(46)   value
         "WINDOW CLOSES IN A LATER PERIOD - NOT JUDGED, ".
         05 filler         pic x(34)   value
         "THIS RUN'S WINDOW SALES BANKED".

       01 ws-con-total-line.
         05 filler         pic x(3)    value spaces.
         05 filler         pic x(16)   value "AWARDS RELEASED ".
         05 ws-con-tot-awards pic zzz9.
         05 filler         pic x(16)   value "   TOTAL PAYOUT ".
         05 ws-con-tot-payout pic zzz,zzz,zz9.

       01 ws-con-remark.
         05 filler         pic x(8)    value "CONTEST ".
         05 ws-con-remark-id
                           pic x(6).
         05 filler         pic x(2)    value spaces.

       01 ws-stmt-award-line.
         05 filler         pic x(3)    value spaces.
         05 filler         pic x(8)    value "CONTEST ".
         05 ws-sal-id      pic x(6).
         05 filler         pic x(1)    value space.
         05 ws-sal-desc    pic x(11).
         05 ws-sal-amount  pic -zz,zzz,zz9.

      *Parameter-file working storage.
       77 ws-param-record-found
                           pic x       value 'n'.
      *one continuous, globally-ranked report: one rank sort spanning
      *every regional file, then one branch sort, then one print pass.
           perform 210-run-sort1.
           perform 260-produce-sales-detail.

      *If every regional file in the control list failed to open
      *there is nothing left to report on - stop the job the same

           perform 220-run-sort2.
           perform 230-print-report-detail.
           perform 940-produce-attainment-report.

      *The statements read back the year-to-date rows the print
      *pass just posted, and the variance pass appends to the
           perform 700-print-ytd-summary.
           perform 750-print-draw-activity.
           perform 760-print-override-detail.
           perform 1340-print-contest-results.
           perform 800-print-reconciliation.
           if (ws-sim-mode = "n") then
               perform 870-produce-journal
               perform 850-rewrite-draw-file
               perform 885-append-comp-ledger
               perform 860-update-posting-register
           end-if.
           perform 600-close-files.
           perform 890-post-step-counts.
      *"Do not release" is the driver's cue to stop the close; the
      *warnings let it go on with the run flagged in its log.
           if (ws-recon-out-of-balance = "y") then
               move 8 to return-code
           else
               if (ws-recon-rejected-total > zero)
                   or (ws-file-open-errors > zero)
                   or (ws-pending-count > zero) then
                   move 4 to return-code
               else
                   move zero to return-code
               end-if
           end-if.
           goback.

      *Read the externalized commission-plan parameters (quota,
                                               then
                                               perform
                                                018-store-currency-row
                                           else
                                               if (param-kw = "ATTAIN")
                                                   then
                                                   move param-attain-pct
                                                     to ws-att-threshold
                                               else
                                                 if (param-kw =
                                                     "BATCHCTL") then
                                                   move param-batch-mode
                                                     to ws-batch-mode
                                                 end-if
                                               end-if
                                           end-if
                                       end-if
                                   end-if
                           move "O"
                               to ws-restart-type (ws-restart-count)
                       else
                           if (restart-rec-type = "C") then
                               move "C"
                                 to ws-restart-type (ws-restart-count)
                           else
                               move "S"
                                 to ws-restart-type (ws-restart-count)
                           end-if
                       end-if
                   end-if
               end-if
      *Override checkpoint entries are consumed when the override
      *records are rebuilt after the last file, not against raw
      *records, so they stay out of the first-file accounting -
      *and contest awards, released after the overrides, likewise.
               if (ws-restart-type (ws-restart-count) not = "O")
                   and (ws-restart-type (ws-restart-count) not = "C")
                   then
                   add ws-one to ws-restart-raw-count
               end-if
               move "n" to ws-restart-used (ws-restart-count)
               display
               "A3-SALESCOMM: UNABLE TO OPEN REPORT FILE - STATUS "
               ws-report-file-status
               move 16 to return-code
               goback
           end-if.

           open output exception-file.
           open output extract-file.
           open output invoice-work-file.
           if (ws-sim-mode = "n") then
               open output payroll-file
               open output checkpoint-file
                   open output defer-file
                   if (ws-defer-file-status = "00") then
                       move "y" to ws-defer-opened
                       perform 050-write-carry-header
                   else
                       display "A3-SALESCOMM: UNABLE TO OPEN CARRY-"
                       "FORWARD FILE - STATUS " ws-defer-file-status
           perform 12-open-ytd-file.
           perform 13-open-master-file.
           perform 14-load-draw-file.
      *The contests come in first - their award register is read
      *from the ledger before the ledger is opened to append.
           perform 046-load-contests.
           if (ws-sim-mode = "n") then
               perform 049-open-ledger-file
           end-if.
           if (ws-sim-mode = "n") then
               perform 019-load-gl-accounts
           end-if.
           perform 043-load-sales-targets.
           perform 23-load-history-file.
           if (ws-sim-mode = "n") then
               perform 008-read-restart-key
           end-if.

      *The carry-forward file is cut for the period after this one,
      *the period whose run will read it.
       050-write-carry-header.
           move ws-period-id to ws-carry-period.
           if (ws-carry-month < 12) then
               add ws-one to ws-carry-month
           else
               move ws-one to ws-carry-month
               add ws-one to ws-carry-year
           end-if.
           move spaces          to sales-rec.
           move spaces          to hdr-branch.
           move ws-carry-period to hdr-period.
           move zero            to hdr-file-seq.
           move "H"             to hdr-rec-type.
           move spaces          to defer-rec.
           move sales-rec       to defer-rec.
           write defer-rec.

       051-write-carry-trailer.
           move spaces              to sales-rec.
           move ws-carry-count      to trl-rec-count.
           move ws-carry-sales-hash to trl-sales-hash.
           move ws-carry-sman-hash  to trl-sman-hash.
           move "T"                 to trl-rec-type.
           move spaces              to defer-rec.
           move sales-rec           to defer-rec.
           write defer-rec.

      *Open one regional sales file.  A missing/unreadable sales file
      *must not abend the job outright here: this paragraph runs
      *inside 150-validate-pass, the input procedure of 210-run-sort1,
               move zero         to ws-drw-added (ws-draw-count)
               move zero         to ws-drw-recovered (ws-draw-count)
               move zero         to ws-drw-writeoff (ws-draw-count)
               move zero
                   to ws-drw-sales-recovered (ws-draw-count)
           else
               display "A3-SALESCOMM: OVER 5000 DRAW CARRY-FORWARD "
               "ROWS - SMAN " drw-sman-num " BALANCE NOT LOADED"
           end-if.
           perform 21-read-draw-record.

      *The ledger accumulates across runs, so it is opened extend -
      *output the very first time.  A ledger that cannot be opened
      *only costs the year-end statement its draw and override
      *detail; the run itself goes on.
       049-open-ledger-file.
           open extend ledger-file.
           if (ws-ledger-file-status = "35") then
               open output ledger-file
           end-if.
           if (ws-ledger-file-status = "00") then
               move "y" to ws-ledger-opened
           else
               display "A3-SALESCOMM: UNABLE TO OPEN COMPENSATION "
               "LEDGER - STATUS " ws-ledger-file-status
           end-if.

      *Load the personal sales targets into the attainment table.
      *No file just means no one has a target this period.  Runs
      *before the history load so this year's history rows land on
      *the rows already here.
       043-load-sales-targets.
           move zero to ws-att-count.
           move ws-period-id to ws-att-period-parts.
           open input target-file.
           if (ws-target-file-status = "00") then
               move "n" to ws-target-eof
               perform 044-read-target-record
               perform 045-store-target-entry
                   until ws-target-eof = "y"
               close target-file
           else
               display "A3-SALESCOMM: NO SALES TARGET FILE - "
               "ATTAINMENT REPORTED WITHOUT TARGETS"
           end-if.

       044-read-target-record.
           read target-file
               at end
                   move "y" to ws-target-eof.

       045-store-target-entry.
           move tgt-branch   to ws-att-key-branch.
           move tgt-sman-num to ws-att-key-sman.
           perform 947-find-or-add-attainment.
           move tgt-period-target
               to ws-att-period-target (ws-att-found-index).
           move tgt-annual-target
               to ws-att-annual-target (ws-att-found-index).
           move "y" to ws-att-has-target (ws-att-found-index).
           perform 044-read-target-record.

      *Load the contest definitions.  A row that cannot be judged
      *- unknown rule, window the wrong way round, nothing to beat,
      *no places or no payout - is dropped with a console note
      *rather than paying out on a guess.
       046-load-contests.
           move zero to ws-con-count.
           open input contest-file.
           if (ws-contest-file-status = "00") then
               move "n" to ws-contest-eof
               perform 047-read-contest-record
               perform 048-store-contest-entry
                   until ws-contest-eof = "y"
               close contest-file
           end-if.
           if (ws-con-count > zero) then
               perform 1300-load-award-register
           end-if.

       047-read-contest-record.
           read contest-file
               at end
                   move "y" to ws-contest-eof.

       048-store-contest-entry.
           if ((con-rule not = "B") and (con-rule not = "T"))
               or (con-start not numeric) or (con-end not numeric)
               or (con-payout not numeric) or (con-payout = zero)
               or (con-start > con-end) then
               display "A3-SALESCOMM: CONTEST " con-id
               " DEFINITION NOT USABLE - CONTEST DROPPED"
           else
               if ((con-rule = "B") and ((con-figure not numeric)
                   or (con-figure = zero)))
                   or ((con-rule = "T") and ((con-top-n not numeric)
                   or (con-top-n = zero))) then
                   display "A3-SALESCOMM: CONTEST " con-id
                   " DEFINITION NOT USABLE - CONTEST DROPPED"
               else
                   if (ws-con-count < 10) then
                       add ws-one to ws-con-count
                       move con-id     to ws-con-id (ws-con-count)
                       move con-start  to ws-con-start (ws-con-count)
                       move con-end    to ws-con-end (ws-con-count)
                       move con-branch to ws-con-branch (ws-con-count)
                       move con-rule   to ws-con-rule (ws-con-count)
                       move con-payout to ws-con-payout (ws-con-count)
                       move con-desc   to ws-con-desc (ws-con-count)
                       move zero       to ws-con-awards (ws-con-count)
                       move zero       to ws-con-figure (ws-con-count)
                       move zero       to ws-con-top-n (ws-con-count)
                       if (con-rule = "B") then
                           move con-figure
                               to ws-con-figure (ws-con-count)
                       else
                           move con-top-n
                               to ws-con-top-n (ws-con-count)
                       end-if
                   else
                       display "A3-SALESCOMM: OVER 10 CONTESTS ON "
                       "FILE - CONTEST " con-id " DROPPED"
                   end-if
               end-if
           end-if.
           perform 047-read-contest-record.

      *Load the posting register left by earlier runs.
       28-load-posting-register.
           move zero to ws-postreg-count.
                   " - RUN REFUSED"
      *No file has been opened yet, so the refusal leaves every
      *output of the last good run untouched.
                   move 8 to return-code
                   goback
               end-if
           end-if.
           end-read.

       26-store-history-entry.
           perform 29-accrue-history-ytd.
           if (hst-period not = ws-period-id) then
               if (hst-period > ws-prior-period) then
                   move hst-period to ws-prior-period
               perform 998-table-limit-abend
           end-if.

      *Rows for earlier periods of this run's year count toward the
      *salesperson's year-to-date sales for the attainment report.
      *This period's own rows are left out - this run supplies them.
       29-accrue-history-ytd.
           move hst-period to ws-att-hist-parts.
           if (ws-att-hist-year = ws-att-run-year)
               and (hst-period < ws-period-id) then
               move hst-branch   to ws-att-key-branch
               move hst-sman-num to ws-att-key-sman
               perform 947-find-or-add-attainment
               add hst-sales to ws-att-ytd-sales (ws-att-found-index)
           end-if.

      *Load the list of regional sales files to consolidate.  When
      *ctl-file is not present this falls back to the single sales
      *file the program has always read.
           move zero to ws-recon-rejected (ws-recon-index).
           move zero to ws-recon-skipped (ws-recon-index).
           move zero to ws-recon-deferred (ws-recon-index).
           move zero to ws-recon-rolled (ws-recon-index).
           move zero to ws-recon-released (ws-recon-index).
           move "y"  to ws-ctl-post-ytd (ws-recon-index).
           move "n"  to ws-ctl-opened (ws-recon-index).
           move space  to ws-bc-status (ws-recon-index).
           move spaces to ws-bc-reason (ws-recon-index).

       17-read-ctl-entry.
           read ctl-file
           end-if.
           close ranked-file.

      *Sales detail listing: the invoice lines banked by the
      *pre-pass, sorted into salesperson and invoice order within
      *branch, each salesperson's lines followed by the total they
      *were priced as.  A salesperson with lines in two regional
      *files gets one total per file, matching the report lines.
       260-produce-sales-detail.
           close invoice-work-file.
           sort sort-file-4
               on ascending key sf4-branch
               on ascending key sf4-sman-num
               on ascending key sf4-file-index
               on ascending key sf4-kind
               on ascending key sf4-invoice
               on ascending key sf4-inv-date
               using invoice-work-file
               giving invoice-sorted-file.
           open input invoice-sorted-file.
           open output sales-detail-file.
           move ws-period-id to ws-inv-title-period.
           write sales-detail-line from ws-inv-title-line.
           write sales-detail-line from ws-inv-heading
               after advancing 2 lines.
           move zero to ws-inv-line-total.
           move zero to ws-inv-sales-total.
           move "n" to ws-inv-eof.
           perform 261-read-invoice-record.
           perform 262-print-one-invoice-row
               until ws-inv-eof = "y".
           move ws-inv-line-total  to ws-inv-grand-lines.
           move ws-inv-sales-total to ws-inv-grand-sales.
           write sales-detail-line from ws-inv-grand-line
               after advancing 2 lines.
           close invoice-sorted-file sales-detail-file.

       261-read-invoice-record.
           read invoice-sorted-file
               at end
                   move "y" to ws-inv-eof.

       262-print-one-invoice-row.
           move iw-sorted-rec to iw-rec.
           if (iw-kind = "T") then
               move iw-lines   to ws-inv-tot-lines
               move iw-sales   to ws-inv-tot-sales
               move iw-earned  to ws-inv-tot-earned
               move iw-paid    to ws-inv-tot-paid
               move iw-remark  to ws-inv-tot-remark
               write sales-detail-line from ws-inv-total-line
                   before advancing 2 lines
           else
               move iw-branch     to ws-inv-line-branch
               move iw-sman-num   to ws-inv-line-sman-num
               move iw-name       to ws-inv-line-name
               move iw-invoice    to ws-inv-line-invoice
               move iw-inv-date   to ws-inv-line-date
               move iw-sales      to ws-inv-line-sales
               move iw-orig-sales to ws-inv-line-orig
               write sales-detail-line from ws-inv-detail-line
               add ws-one   to ws-inv-line-total
               add iw-sales to ws-inv-sales-total
           end-if.
           perform 261-read-invoice-record.

      *Input procedure for 210-run-sort1: works through every
      *regional file in the control list in turn, applying the
      *restart skip, the pre-pass validation checks and the existing
      *so the managers' override records can be released to the same
      *sort their people's records just went through.
           perform 176-release-manager-overrides.
      *Every priced record has now gathered its contest sales, so
      *the contests can be judged and their awards released too.
           perform 1320-release-contest-awards.

      *Opens one regional file and runs every one of its records
      *through the validation/calculation loop before moving on to
           move ws-ctl-entry (ws-file-index) to ws-sales-file-name.
           perform 11-open-sales-file.
           if (ws-sales-file-status = "00") then
               perform 140-check-batch-control
           end-if.
           if (ws-sales-file-status = "00")
               and (ws-bc-status (ws-file-index) not = "R") then
               move "y" to ws-ctl-opened (ws-file-index)
               move "n" to ws-raw-eof-flag
      *Duplicate detection is scoped to one regional file at a time -
      *a salesperson number only has to be unique within the branch
      *file it was assigned in, not company-wide, so the seen-table
      *is cleared before each file instead of carrying entries over
      *from one regional file into the next.  The sale-line roll-up
      *is scoped the same way.
               move zero to ws-seen-count
               move zero to ws-roll-count
      *Split groups are scoped to one regional file the same way -
      *a group number only has to be unique within the file that
      *assigned it.
               perform 160-validate-one-record
                   until ws-raw-eof-flag = ws-file-empty
               close sales-file
               perform 181-release-rolled-sales
               perform 158-process-split-groups
           end-if.
           if (ws-file-index = ws-one) then
               perform 195-check-restart-key-found
           end-if.

      *The header and trailer were proved before the file got this
      *far - the validation loop only ever sees the records between
      *them.
       155-read-sales-record.
           perform 146-read-raw-sales-record.
           perform 146-read-raw-sales-record
               until (ws-raw-eof-flag = ws-file-empty)
               or ((sr-rec-type not = "H")
               and (sr-rec-type not = "T")).

      *The buffer is cleared before the read so a short (undated,
      *old-layout) record comes through with a guaranteed blank
      *tail, then copied whole into the working-storage record.
       146-read-raw-sales-record.
           move spaces to sales-input-rec.
           read sales-file
               at end
                   move ws-file-empty to ws-raw-eof-flag
               not at end
                   move sales-input-rec to sales-rec
           end-read.

      *Reads the regional file through once before any record is
      *priced: counts and hashes everything between the header and
      *the trailer, then judges the file against both.  A file that
      *fails is left closed and refused whole; one that passes is
      *opened again for the validation loop.
       140-check-batch-control.
           move "A"    to ws-bc-status (ws-file-index).
           move spaces to ws-bc-reason (ws-file-index).
           move spaces to ws-bc-hdr-branch (ws-file-index).
           move spaces to ws-bc-hdr-period (ws-file-index).
           move spaces to ws-bc-act-branch (ws-file-index).
           move zero   to ws-bc-hdr-seq (ws-file-index).
           move zero   to ws-bc-exp-count (ws-file-index).
           move zero   to ws-bc-exp-sales-hash (ws-file-index).
           move zero   to ws-bc-exp-sman-hash (ws-file-index).
           move zero   to ws-bc-act-count (ws-file-index).
           move zero   to ws-bc-act-sales-hash (ws-file-index).
           move zero   to ws-bc-act-sman-hash (ws-file-index).
           move "n" to ws-bc-header-seen.
           move "n" to ws-bc-trailer-seen.
           move "n" to ws-bc-out-of-place.
           move "n" to ws-raw-eof-flag.
           perform 146-read-raw-sales-record.
           if (ws-raw-eof-flag not = ws-file-empty)
               and (sr-rec-type = "H") then
               move "y" to ws-bc-header-seen
               move hdr-branch to ws-bc-hdr-branch (ws-file-index)
               move hdr-period to ws-bc-hdr-period (ws-file-index)
               if (hdr-file-seq numeric) then
                   move hdr-file-seq to ws-bc-hdr-seq (ws-file-index)
               else
                   move "y" to ws-bc-out-of-place
               end-if
               perform 146-read-raw-sales-record
           end-if.
           perform 141-count-one-batch-record
               until ws-raw-eof-flag = ws-file-empty.
           close sales-file.
           perform 143-judge-batch-control.
           if (ws-bc-status (ws-file-index) not = "R") then
               perform 11-open-sales-file
           end-if.

       141-count-one-batch-record.
           if (sr-rec-type = "T") then
               if (ws-bc-trailer-seen = "y") then
                   move "y" to ws-bc-out-of-place
               else
                   move "y" to ws-bc-trailer-seen
                   perform 142-store-batch-trailer
               end-if
           else
               if (sr-rec-type = "H")
                   or (ws-bc-trailer-seen = "y") then
                   move "y" to ws-bc-out-of-place
               end-if
               add ws-one to ws-bc-act-count (ws-file-index)
               perform 147-batch-hash-values
               add ws-bc-rec-sales
                   to ws-bc-act-sales-hash (ws-file-index)
               add ws-bc-rec-sman
                   to ws-bc-act-sman-hash (ws-file-index)
      *The first record carrying another branch is the one shown.
               if (ws-bc-header-seen = "y")
                   and (ws-bc-hdr-branch (ws-file-index) not = spaces)
                   and (sr-branch
                   not = ws-bc-hdr-branch (ws-file-index))
                   and (ws-bc-act-branch (ws-file-index) = spaces)
                   then
                   move sr-branch to ws-bc-act-branch (ws-file-index)
               end-if
           end-if.
           perform 146-read-raw-sales-record.

       142-store-batch-trailer.
           if (trl-rec-count numeric)
               and (trl-sales-hash numeric)
               and (trl-sman-hash numeric) then
               move trl-rec-count
                   to ws-bc-exp-count (ws-file-index)
               move trl-sales-hash
                   to ws-bc-exp-sales-hash (ws-file-index)
               move trl-sman-hash
                   to ws-bc-exp-sman-hash (ws-file-index)
           else
               move "y" to ws-bc-out-of-place
           end-if.

      *The first failure found is the one reported.  A file with
      *neither header nor trailer is let through under BATCHCTL O;
      *one that has either must have both, in their places.
       143-judge-batch-control.
           if (ws-bc-header-seen = "n") then
               if (ws-bc-trailer-seen = "n")
                   and (ws-bc-out-of-place = "n")
                   and (ws-batch-mode = "O") then
                   move "U" to ws-bc-status (ws-file-index)
                   move "NO HEADER/TRAILER - ACCEPTED"
                       to ws-bc-reason (ws-file-index)
               else
                   move "NO HEADER RECORD" to ws-bc-refusal
                   perform 145-refuse-batch-file
               end-if
           end-if.
           if (ws-bc-status (ws-file-index) = "A")
               and (ws-bc-trailer-seen = "n") then
               move "NO TRAILER RECORD" to ws-bc-refusal
               perform 145-refuse-batch-file
           end-if.
           if (ws-bc-status (ws-file-index) = "A")
               and (ws-bc-out-of-place = "y") then
               move "HDR/TRL NOT VALID" to ws-bc-refusal
               perform 145-refuse-batch-file
           end-if.
           if (ws-bc-status (ws-file-index) = "A")
               and (ws-bc-hdr-period (ws-file-index)
               not = ws-period-id) then
               move "WRONG PERIOD" to ws-bc-refusal
               perform 145-refuse-batch-file
           end-if.
           if (ws-bc-status (ws-file-index) = "A")
               and (ws-bc-act-branch (ws-file-index) not = spaces)
               then
               move "OTHER BRANCH RECORD" to ws-bc-refusal
               perform 145-refuse-batch-file
           end-if.
           if (ws-bc-status (ws-file-index) = "A")
               and (ws-bc-exp-count (ws-file-index)
               not = ws-bc-act-count (ws-file-index)) then
               move "COUNT DISAGREES" to ws-bc-refusal
               perform 145-refuse-batch-file
           end-if.
           if (ws-bc-status (ws-file-index) = "A")
               and (ws-bc-exp-sales-hash (ws-file-index)
               not = ws-bc-act-sales-hash (ws-file-index)) then
               move "SALES HASH DISAGREES" to ws-bc-refusal
               perform 145-refuse-batch-file
           end-if.
           if (ws-bc-status (ws-file-index) = "A")
               and (ws-bc-exp-sman-hash (ws-file-index)
               not = ws-bc-act-sman-hash (ws-file-index)) then
               move "SMAN HASH DISAGREES" to ws-bc-refusal
               perform 145-refuse-batch-file
           end-if.
      *The same branch and file sequence number already accepted
      *earlier in this run means the file was listed or sent twice.
           if (ws-bc-status (ws-file-index) = "A") then
               perform 144-check-one-earlier-batch
                   varying ws-bc-scan-index from ws-one by ws-one
                   until ws-bc-scan-index >= ws-file-index
           end-if.
           if (ws-bc-status (ws-file-index) = "A") then
               move "ACCEPTED" to ws-bc-reason (ws-file-index)
           end-if.

       144-check-one-earlier-batch.
           if (ws-bc-status (ws-file-index) = "A")
               and (ws-bc-status (ws-bc-scan-index) = "A")
               and (ws-bc-hdr-branch (ws-bc-scan-index)
               = ws-bc-hdr-branch (ws-file-index))
               and (ws-bc-hdr-seq (ws-bc-scan-index)
               = ws-bc-hdr-seq (ws-file-index)) then
               move "DUPLICATE FILE SEQ" to ws-bc-refusal
               perform 145-refuse-batch-file
           end-if.

      *A refused file counts with the files that failed to open, so
      *a run whose every file is refused stops the same way.
       145-refuse-batch-file.
           move "R" to ws-bc-status (ws-file-index).
           move spaces to ws-bc-reason (ws-file-index).
           string "REFUSED - " ws-bc-refusal
               delimited by size into ws-bc-reason (ws-file-index)
           end-string.
           add ws-one to ws-batch-refused-count.
           add ws-one to ws-file-open-errors.
           display "A3-SALESCOMM: SALES FILE " ws-sales-file-name
               " REFUSED BY BATCH CONTROL - " ws-bc-refusal.

      *One record's contribution to the hash totals - the sr-sales
      *columns, or on an adjustment its unsigned amount, and the
      *salesperson number.  A field that is not numeric adds
      *nothing; the record is rejected on its own later anyway.
       147-batch-hash-values.
           move zero to ws-bc-rec-sales.
           move zero to ws-bc-rec-sman.
           if (sr-sman-num numeric) then
               move sr-sman-num to ws-bc-rec-sman
           end-if.
           if (sr-rec-type = "A") then
               if (adj-amount numeric) then
                   move adj-amount to ws-bc-rec-sales
               end-if
           else
               if (sr-sales numeric) then
                   move sr-sales to ws-bc-rec-sales
               end-if
           end-if.

       160-validate-one-record.
           add ws-one to ws-recon-read (ws-file-index).
      *normal end of job - so its draw movement has to be put back
      *by repricing it here, without releasing it again.  A skipped
      *split share is banked instead - its share cannot be repriced
      *until the whole group is in hand.  Sale lines are never
      *skipped one by one: the restart check runs on the rolled-up
      *total, in 182, once the file's lines are all in hand.
               if (ws-defer-this-record = "n") then
                   if (sr-rec-type = "P") then
                       perform 157-bank-split-record
                   else
                       perform 197-reaccrue-skipped-adjustment
                   end-if
               end-if
           end-if.
               and (ws-defer-this-record = "n")
               and (sr-rec-type not = "A")
               and (sr-rec-type not = "P") then
      *A valid sale line is only banked here - it is priced as part
      *of its salesperson's rolled-up total after the file's last
      *record, in 181.
               perform 165-check-basic-validity
               if (ws-record-is-valid = "y") then
                   perform 184-bank-sale-line
               else
                   perform 180-write-exception-record
               end-if
           move zero to ws-conv-rate.
           move zero to ws-orig-sales.
           move zero to ws-currency-found-index.
      *A retro adjustment was backed out of home-currency pay, so
      *it is never converted.
           if (sr-rec-type not = "A") or (adj-origin not = "R") then
               perform 154-match-one-currency-row
                   varying ws-currency-index from ws-one by ws-one
                   until (ws-currency-index > ws-currency-count)
                   or (ws-currency-found-index > zero)
           end-if.
           if (ws-currency-found-index > zero) then
               move ws-cur-rate (ws-currency-found-index)
                   to ws-conv-rate
                   move spaces    to defer-rec
                   move sales-rec to defer-rec
                   write defer-rec
                   add ws-one to ws-carry-count
                   perform 147-batch-hash-values
                   add ws-bc-rec-sales to ws-carry-sales-hash
                   add ws-bc-rec-sman  to ws-carry-sman-hash
               end-if
           else
               move "OUT OF PERIOD DATE" to ws-exception-reason
                                 to ws-spl-orig-amount
                                    (ws-split-count)
               move ws-conv-rate to ws-spl-conv-rate (ws-split-count)
               move sr-tran-date-x
                                 to ws-spl-tran-date (ws-split-count)
               move ws-skip-this-record
                                 to ws-spl-skipped (ws-split-count)
               move "n"          to ws-spl-done (ws-split-count)
               move ws-spl-branch (ws-split-scan)   to sr-branch
               move ws-spl-name (ws-split-scan)     to sr-name
               move "P" to sr-rec-type
               move spaces to sr-invoice-num
               move ws-spl-tran-date (ws-split-scan) to sr-tran-date-x
               if (ws-split-group-valid = "y") then
                   compute sr-sales rounded =
                       ws-spl-amount (ws-split-scan)
      *table membership, not file position, since the checkpoint
      *records who was already printed in rank order, not where their
      *record happens to sit in this raw, unranked file.
      *Sale lines are left alone here - the checkpoint holds one
      *entry per rolled-up total, so 182 matches it against the
      *total once the file's lines have been rolled up.
       190-restart-skip-check.
           move "n" to ws-skip-this-record.
           if (ws-restart-active = "y")
               and ((sr-rec-type = "A") or (sr-rec-type = "P")) then
               move sr-rec-type to ws-current-rec-type
               perform 191-scan-restart-table
               if (ws-restart-found = "y") then
                   move "y" to ws-skip-this-record
      *The interrupted run accrued this record into its manager's
      *override before it was printed, so the recomputed override
      *has to include it again or the re-released override record
      *would come up short.  Its contest sales count the same way.
               perform 372-accrue-manager-override
               perform 1310-accrue-contest-sales
           end-if.

      *A restart-skipped adjustment has no draw movement to replay,

      *The sanity checks a bad record fails silently used to slip
      *through - min greater than max, a zero rate, or a duplicate
      *invoice line (or, on a line with no invoice number, a
      *duplicate salesperson number).
       165-check-basic-validity.
           move "y" to ws-record-is-valid.
           move spaces to ws-exception-reason.
           perform 170-check-duplicate.
           if (ws-duplicate-found = "y") then
               move "n" to ws-record-is-valid
               if (sr-invoice-num = spaces) then
                   move "DUPLICATE SMAN NUMBER" to ws-exception-reason
               else
                   move "DUPLICATE INVOICE NUMBER"
                       to ws-exception-reason
               end-if
           else
               perform 175-remember-sman-num
           end-if.
               or (ws-duplicate-found = "y").

       172-scan-one-entry.
           if (ws-seen-sman (ws-scan-index) = sr-sman-num)
               and (ws-seen-invoice (ws-scan-index)
               = sr-invoice-num) then
               move "y" to ws-duplicate-found
           end-if.

       175-remember-sman-num.
           if (ws-seen-count < 5000) then
               add ws-one to ws-seen-count
               move sr-sman-num    to ws-seen-sman (ws-seen-count)
               move sr-invoice-num to ws-seen-invoice (ws-seen-count)
           else
               display "A3-SALESCOMM: OVER 5000 SALE LINES IN ONE "
               "FILE - SMAN " sr-sman-num
               " DUPLICATE CHECK NOT PERFORMED"
               perform 998-table-limit-abend
           move sr-sman-num         to exc-sman-num.
           move sr-name             to exc-name.
           move ws-exception-reason to exc-reason.
           move sr-invoice-num      to exc-invoice.
           write exception-rec.
           add ws-one to ws-recon-rejected (ws-file-index).

      *Prices each salesperson's rolled-up sale lines once, after
      *the file's last record has been read, and releases the total
      *as their one sales record for the file - exactly what a
      *hand-totalled single record used to produce.  Every line
      *past the first in a total counts as rolled in the
      *reconciliation; the total itself counts once, as released,
      *skipped by a restart or rejected.
       181-release-rolled-sales.
           perform 182-release-one-roll-entry
               varying ws-roll-index from ws-one by ws-one
               until ws-roll-index > ws-roll-count.

      *The restart checkpoint holds one 'S' entry per total the
      *interrupted run printed, so it is matched here against the
      *total rather than against each raw line.  A total too big
      *for the sales field rejects whole rather than truncating
      *money - the same rule the currency conversion applies.
       182-release-one-roll-entry.
           move "y" to ws-roll-releasing.
           move ws-rol-branch (ws-roll-index)   to sr-branch.
           move ws-rol-sman-num (ws-roll-index) to sr-sman-num.
           move ws-rol-name (ws-roll-index)     to sr-name.
           move ws-rol-min (ws-roll-index)      to sr-min.
           move ws-rol-max (ws-roll-index)      to sr-max.
           move ws-rol-rate (ws-roll-index)     to sr-rate.
           move "S"                             to sr-rec-type.
           move spaces                          to sr-invoice-num.
           move ws-rol-conv-rate (ws-roll-index)
                                                to ws-conv-rate.
           compute ws-roll-extra-lines =
               ws-rol-lines (ws-roll-index) - ws-one.
           add ws-roll-extra-lines to ws-recon-rolled (ws-file-index).
           move zero   to ws-earned-calc.
           move zero   to ws-paid-calc.
           move spaces to ws-bonus-remark.
           if (ws-rol-sales (ws-roll-index) > 999999)
               or (ws-rol-orig-sales (ws-roll-index) > 99999999) then
               move "ROLLED-UP SALES TOO BIG" to ws-exception-reason
               perform 180-write-exception-record
               move "NOT PRICED" to ws-bonus-remark
           else
               move ws-rol-sales (ws-roll-index) to sr-sales
               move ws-rol-orig-sales (ws-roll-index)
                   to ws-orig-sales
               move "n" to ws-skip-this-record
               if (ws-restart-active = "y") then
                   move "S" to ws-current-rec-type
                   perform 191-scan-restart-table
                   if (ws-restart-found = "y") then
                       move "y" to ws-skip-this-record
                       move "y"
                           to ws-restart-used (ws-restart-found-index)
                       add ws-one to ws-restart-matched-count
                   end-if
               end-if
               if (ws-skip-this-record = "y") then
                   add ws-one to ws-recon-skipped (ws-file-index)
                   perform 196-reprice-skipped-record
                   move "RESTART SKIPPED" to ws-bonus-remark
               else
                   perform 183-price-roll-entry
               end-if
           end-if.
           move "n" to ws-roll-releasing.
           perform 188-write-invoice-total.

      *The same pricing chain a single sales record has always run
      *- the master's min/max/rate were applied line by line as the
      *lines were validated and banked with the total.
       183-price-roll-entry.
           move "y"    to ws-record-is-valid.
           move spaces to ws-exception-reason.
           perform 308-walk-bracket-table.
           perform 310-bonus-greater-than.
           perform 320-bonus-less-than.
           perform 330-paid-price-calculation.
           perform 335-apply-draw-activity.
           perform 372-accrue-manager-override.
           if (ws-sim-mode = "y") then
               perform 1200-simulate-one-record
           end-if.
           perform 340-check-bonus-earned.
           perform 365-capture-exception-detail.
           perform 370-release-sorted-record.

      *Adds one valid sale line into its salesperson's roll-up row,
      *starting the row on their first line in the file.  The min,
      *max and rate come from the first line (the master's, when
      *the master is on file - the same on every line).
       184-bank-sale-line.
           move zero to ws-roll-found-index.
           perform 186-match-one-roll-entry
               varying ws-roll-index from ws-one by ws-one
               until (ws-roll-index > ws-roll-count)
               or (ws-roll-found-index > zero).
           if (ws-roll-found-index = zero) then
               if (ws-roll-count < 5000) then
                   add ws-one to ws-roll-count
                   move sr-branch   to ws-rol-branch (ws-roll-count)
                   move sr-sman-num to ws-rol-sman-num (ws-roll-count)
                   move sr-name     to ws-rol-name (ws-roll-count)
                   move zero        to ws-rol-sales (ws-roll-count)
                   move zero
                       to ws-rol-orig-sales (ws-roll-count)
                   move sr-min      to ws-rol-min (ws-roll-count)
                   move sr-max      to ws-rol-max (ws-roll-count)
                   move sr-rate     to ws-rol-rate (ws-roll-count)
                   move ws-conv-rate
                       to ws-rol-conv-rate (ws-roll-count)
                   move zero        to ws-rol-lines (ws-roll-count)
                   move ws-roll-count to ws-roll-found-index
                   perform 185-clear-one-contest-bucket
                       varying ws-con-index from ws-one by ws-one
                       until ws-con-index > 10
               else
                   display "A3-SALESCOMM: OVER 5000 SALESPEOPLE IN "
                   "ONE FILE - SMAN " sr-sman-num " NOT ROLLED UP"
                   perform 998-table-limit-abend
               end-if
           end-if.
           add sr-sales      to ws-rol-sales (ws-roll-found-index).
           add ws-orig-sales to ws-rol-orig-sales (ws-roll-found-index).
           add ws-one        to ws-rol-lines (ws-roll-found-index).
           perform 1312-bank-line-contest-sales
               varying ws-con-index from ws-one by ws-one
               until ws-con-index > ws-con-count.
           perform 187-write-invoice-line.

       185-clear-one-contest-bucket.
           move zero
               to ws-rol-con-sales (ws-roll-found-index, ws-con-index).

       186-match-one-roll-entry.
           if (ws-rol-branch (ws-roll-index) = sr-branch)
               and (ws-rol-sman-num (ws-roll-index) = sr-sman-num)
               then
               move ws-roll-index to ws-roll-found-index
           end-if.

      *One invoice line for the sales detail listing.
       187-write-invoice-line.
           move spaces         to iw-rec.
           move sr-branch      to iw-branch.
           move sr-sman-num    to iw-sman-num.
           move ws-file-index  to iw-file-index.
           move "L"            to iw-kind.
           move sr-invoice-num to iw-invoice.
           move sr-tran-date-x to iw-inv-date.
           move sr-name        to iw-name.
           move sr-sales       to iw-sales.
           move ws-orig-sales  to iw-orig-sales.
           move zero           to iw-lines.
           move zero           to iw-earned.
           move zero           to iw-paid.
           move iw-rec         to iw-work-rec.
           write iw-work-rec.

      *The priced total that closes one salesperson's lines on the
      *listing - the same sales, earned and paid the report line
      *carries.
       188-write-invoice-total.
           move spaces          to iw-rec.
           move sr-branch       to iw-branch.
           move sr-sman-num     to iw-sman-num.
           move ws-file-index   to iw-file-index.
           move "T"             to iw-kind.
           move sr-name         to iw-name.
           move ws-rol-sales (ws-roll-index)
                                to iw-sales.
           move ws-rol-orig-sales (ws-roll-index)
                                to iw-orig-sales.
           move ws-rol-lines (ws-roll-index)
                                to iw-lines.
           move ws-earned-calc  to iw-earned.
           move ws-paid-calc    to iw-paid.
           move ws-bonus-remark to iw-remark.
           move iw-rec          to iw-work-rec.
           write iw-work-rec.

      *Captures who tripped the bonus floor/ceiling, and by how
      *much, for the exception detail section printed later.
       365-capture-exception-detail.
           move ws-conv-rate       to sf1-conv-rate.
           release sf1-rec.
           add ws-one to ws-recon-released (ws-file-index).
           perform 1310-accrue-contest-sales.

      *Accrues the record just priced into its manager's override.
      *The salesperson's own master row names who they report to;
                   move "y" to ws-sort-eof
               not at end
      *An adjustment is not a salesperson and holds no rank, and a
      *manager's override record or a contest award is not a sales
      *result either - giving any of them a rank would displace
      *every real salesperson below it on the report, the
      *statements and the period history.
                   if (sf1-rec-type = "A")
                       or (sf1-rec-type = "O")
                       or (sf1-rec-type = "C") then
                       move zero to rk-rank
                   else
                       add ws-one to ws-rank-counter
           move rk-final-rec to rk-rec.
           perform 305-branch-break-check.

      *Adjustment, override and contest award records move money
      *but are not people - they are kept out of the headcount-
      *style counters while their amounts still land in every
      *money total.
           if (rk-rec-type not = "A")
               and (rk-rec-type not = "O")
               and (rk-rec-type not = "C") then
               if(rk-earned = rk-paid) then
                   add ws-one to ws-paid-earned-total
               end-if
           add rk-earned      to ws-branch-earned-total.
           add rk-paid        to ws-branch-paid-total.
           perform 390-accrue-journal-branch.
           perform 392-accrue-attainment-sales.


           move spaces             to ws-report-detail-line.
               move ws-jrn-index to ws-jrn-found-index
           end-if.

      *Carries the record's sales into the salesperson's period and
      *year-to-date attainment figures.  A sale, a split share and
      *a sales adjustment all count; a manager's override record
      *carries the team's sales, not the manager's own, and a
      *contest award carries none - both are left out.
       392-accrue-attainment-sales.
           if (rk-rec-type not = "O")
               and (rk-rec-type not = "C") then
               move rk-branch   to ws-att-key-branch
               move rk-sman-num to ws-att-key-sman
               perform 947-find-or-add-attainment
               add rk-sales to ws-att-period-sales (ws-att-found-index)
               add rk-sales to ws-att-ytd-sales (ws-att-found-index)
               move "y" to ws-att-in-run (ws-att-found-index)
               if (rk-rec-type not = "A") then
                   move rk-name to ws-att-name (ws-att-found-index)
               end-if
           end-if.

      *Writes the payroll balancing trailer - the hash total here is
      *the sum of every pay-paid written above, which is the same sum
      *ws-total-line prints as the grand paid total.
                   write ytd-rec
               end-if
               add ws-one to ws-ytd-row-count
               if ((rk-rec-type = "A") or (rk-rec-type = "O")
                   or (rk-rec-type = "C"))
                   and (ws-ledger-opened = "y") then
                   perform 888-clear-ledger-record
                   move ws-period-id to led-period
                   move rk-branch    to led-branch
                   move rk-sman-num  to led-sman-num
                   move "Y"          to led-row-type
                   move rk-earned    to led-earned
                   move rk-paid      to led-paid
                   write ledger-rec
                   add ws-one to ws-ledger-row-count
               end-if
           end-if.

      *This paragraph takes care of the totals in the report.
               write draw-rec
           end-if.

      *Appends the period's marker row, this period's draw movement
      *for every salesperson who had any, each manager's override
      *earned, and each contest entry's window sales from this run
      *and award paid to the compensation ledger.  An award the
      *restart checkpoint consumed was paid by the interrupted run,
      *which never reached this point, so it is registered too.
       885-append-comp-ledger.
           if (ws-ledger-opened = "y") then
               perform 888-clear-ledger-record
               move ws-period-id to led-period
               move "M" to led-row-type
               write ledger-rec
               add ws-one to ws-ledger-row-count
               perform 886-ledger-one-draw-row
                   varying ws-draw-index from ws-one by ws-one
                   until ws-draw-index > ws-draw-count
               perform 887-ledger-one-override
                   varying ws-ovr-scan from ws-one by ws-one
                   until ws-ovr-scan > ws-ovr-count
               perform 889-ledger-one-contest-entry
                   varying ws-cst-index from ws-one by ws-one
                   until ws-cst-index > ws-cst-count
               display "A3-SALESCOMM: " ws-ledger-row-count
               " COMPENSATION LEDGER ROWS WRITTEN"
           end-if.

       886-ledger-one-draw-row.
           if (ws-drw-added (ws-draw-index) > zero)
               or (ws-drw-recovered (ws-draw-index) > zero)
               or (ws-drw-writeoff (ws-draw-index) > zero) then
               perform 888-clear-ledger-record
               move ws-period-id to led-period
               move ws-drw-branch (ws-draw-index)   to led-branch
               move ws-drw-sman-num (ws-draw-index) to led-sman-num
               move "D" to led-row-type
               move ws-drw-added (ws-draw-index)
                   to led-draw-added
               move ws-drw-recovered (ws-draw-index)
                   to led-draw-recovered
               move ws-drw-writeoff (ws-draw-index)
                   to led-draw-writeoff
               move ws-drw-sales-recovered (ws-draw-index)
                   to led-sales-recovered
               write ledger-rec
               add ws-one to ws-ledger-row-count
           end-if.

       887-ledger-one-override.
           if (ws-ovr-total (ws-ovr-scan) not = zero) then
               perform 888-clear-ledger-record
               move ws-period-id to led-period
               move ws-ovr-branch (ws-ovr-scan)   to led-branch
               move ws-ovr-sman-num (ws-ovr-scan) to led-sman-num
               move "O" to led-row-type
               move ws-ovr-total (ws-ovr-scan)    to led-override
               write ledger-rec
               add ws-one to ws-ledger-row-count
           end-if.

       888-clear-ledger-record.
           move spaces to ledger-rec.
           move zero   to led-draw-added.
           move zero   to led-draw-recovered.
           move zero   to led-draw-writeoff.
           move zero   to led-override.
           move zero   to led-earned.
           move zero   to led-paid.

       889-ledger-one-contest-entry.
           if (ws-cst-sales (ws-cst-index)
               > ws-cst-banked (ws-cst-index)) then
               move ws-cst-contest (ws-cst-index) to ws-con-index
               perform 888-clear-ledger-record
               move ws-period-id to led-period
               move ws-cst-branch (ws-cst-index)   to led-branch
               move ws-cst-sman-num (ws-cst-index) to led-sman-num
               move "K" to led-row-type
               move ws-con-id (ws-con-index) to led-award-contest
               compute led-contest-sales =
                   ws-cst-sales (ws-cst-index)
                   - ws-cst-banked (ws-cst-index)
               write ledger-rec
               add ws-one to ws-ledger-row-count
           end-if.
           if (ws-cst-released (ws-cst-index) = "y")
               or (ws-cst-released (ws-cst-index) = "r") then
               move ws-cst-contest (ws-cst-index) to ws-con-index
               perform 888-clear-ledger-record
               move ws-period-id to led-period
               move ws-cst-branch (ws-cst-index)   to led-branch
               move ws-cst-sman-num (ws-cst-index) to led-sman-num
               move "C" to led-row-type
               move ws-con-id (ws-con-index) to led-award-contest
               move ws-con-payout (ws-con-index) to led-earned
               move ws-con-payout (ws-con-index) to led-paid
               write ledger-rec
               add ws-one to ws-ledger-row-count
           end-if.

      *Statement pass: re-sorts the ranked records into salesperson
      *order within branch and writes one statement page for each,
      *spelling out how the pay was arrived at and where they stand
           perform 901-read-statement-record.
           perform 902-write-one-statement
               until ws-stmt-eof = "y".
           perform 907-write-award-only-page
               varying ws-cst-scan from ws-one by ws-one
               until ws-cst-scan > ws-cst-count.
           close statement-work-file statement-file.

       901-read-statement-record.
           move stw-rec to ws-stmt-rec.
      *Adjustments are corrections and overrides are management
      *compensation, not sales results - they show on the main
      *report and in the YTD figures, not as a page here.  A
      *contest award prints on its winner's own page instead.
           if (st-rec-type = "A") or (st-rec-type = "O")
               or (st-rec-type = "C") then
               perform 901-read-statement-record
           else
               perform 904-write-statement-page
           write statement-line from ws-stmt-amount-line.
           move st-bonus-remark    to ws-stmt-remark.
           write statement-line from ws-stmt-remark-line.
      *A salesperson with a sale and a split share has two pages -
      *their contest awards print on the first only.
           if (st-branch not = ws-stmt-award-branch)
               or (st-sman-num not = ws-stmt-award-sman) then
               move st-branch   to ws-stmt-award-branch
               move st-sman-num to ws-stmt-award-sman
               perform 906-write-statement-award
                   varying ws-cst-index from ws-one by ws-one
                   until ws-cst-index > ws-cst-count
           end-if.
           move "YEAR-TO-DATE EARNED"
                                   to ws-stmt-label.
           move ws-stmt-ytd-earned to ws-stmt-amount.
                                   to ws-stmt-label.
           move ws-stmt-ytd-paid   to ws-stmt-amount.
           write statement-line from ws-stmt-amount-line.
           perform 905-write-statement-attainment.
           perform 901-read-statement-record.

       906-write-statement-award.
           if (ws-cst-branch (ws-cst-index) = st-branch)
               and (ws-cst-sman-num (ws-cst-index) = st-sman-num)
               and (ws-cst-released (ws-cst-index) = "y") then
               move ws-cst-contest (ws-cst-index) to ws-con-index
               move ws-con-id (ws-con-index)      to ws-sal-id
               move "AWARD"                       to ws-sal-desc
               move ws-con-payout (ws-con-index)  to ws-sal-amount
               write statement-line from ws-stmt-award-line
               move "y" to ws-cst-printed (ws-cst-index)
           end-if.

      *A winner paid an award with no sale or split share in this
      *run - their window sales were banked by earlier periods, or
      *the window closed before this period's sales - had no page
      *for the award to print on.  They get one of their own with
      *the award lines and where they stand for the year.
       907-write-award-only-page.
           if (ws-cst-released (ws-cst-scan) = "y")
               and (ws-cst-printed (ws-cst-scan) = "n") then
               move spaces to ws-stmt-rec
               move zero   to st-rank
               move ws-cst-branch (ws-cst-scan)   to st-branch
               move ws-cst-sman-num (ws-cst-scan) to st-sman-num
               move ws-cst-name (ws-cst-scan)     to st-name
               perform 908-write-award-page
           end-if.

       908-write-award-page.
           perform 903-fetch-statement-ytd.
           add ws-one to ws-stmt-count.
           if (ws-stmt-count > ws-one) then
               write statement-line from ws-stmt-title-line
                   after advancing page
           else
               write statement-line from ws-stmt-title-line
           end-if.
           move st-sman-num to ws-stmt-id-sman-num.
           move st-name     to ws-stmt-id-name.
           move st-branch   to ws-stmt-id-branch.
           move st-rank     to ws-stmt-id-rank.
           write statement-line from ws-stmt-id-line
               after advancing 2 lines.
           move spaces to statement-line.
           write statement-line.
           perform 906-write-statement-award
               varying ws-cst-index from ws-one by ws-one
               until ws-cst-index > ws-cst-count.
           move "YEAR-TO-DATE EARNED"
                                   to ws-stmt-label.
           move ws-stmt-ytd-earned to ws-stmt-amount.
           write statement-line from ws-stmt-amount-line
               after advancing 2 lines.
           move "YEAR-TO-DATE PAID"
                                   to ws-stmt-label.
           move ws-stmt-ytd-paid   to ws-stmt-amount.
           write statement-line from ws-stmt-amount-line.
           perform 905-write-statement-attainment.

      *The salesperson's attainment figures, as the attainment
      *report printed them.
       905-write-statement-attainment.
           move st-branch   to ws-att-key-branch.
           move st-sman-num to ws-att-key-sman.
           perform 946-find-attainment.
           move spaces to ws-stmt-pct-flag.
           if (ws-att-found-index = zero) then
               write statement-line from ws-stmt-no-target-line
                   after advancing 2 lines
           else
               if (ws-att-has-target (ws-att-found-index) = "n") then
                   move "YEAR-TO-DATE SALES"
                                       to ws-stmt-label
                   move ws-att-ytd-sales (ws-att-found-index)
                                       to ws-stmt-amount
                   write statement-line from ws-stmt-amount-line
                       after advancing 2 lines
                   write statement-line from ws-stmt-no-target-line
               else
                   move "SALES TARGET THIS PERIOD"
                                       to ws-stmt-label
                   move ws-att-period-target (ws-att-found-index)
                                       to ws-stmt-amount
                   write statement-line from ws-stmt-amount-line
                       after advancing 2 lines
                   move "PERIOD ATTAINMENT"
                                       to ws-stmt-pct-label
                   move ws-att-period-pct (ws-att-found-index)
                                       to ws-stmt-pct
                   if (ws-att-period-pct (ws-att-found-index)
                       < ws-att-threshold) then
                       move "*BELOW*"  to ws-stmt-pct-flag
                   end-if
                   write statement-line from ws-stmt-pct-line
                   move spaces         to ws-stmt-pct-flag
                   move "YEAR-TO-DATE SALES"
                                       to ws-stmt-label
                   move ws-att-ytd-sales (ws-att-found-index)
                                       to ws-stmt-amount
                   write statement-line from ws-stmt-amount-line
                   move "ANNUAL SALES TARGET"
                                       to ws-stmt-label
                   move ws-att-annual-target (ws-att-found-index)
                                       to ws-stmt-amount
                   write statement-line from ws-stmt-amount-line
                   move "ANNUAL ATTAINMENT"
                                       to ws-stmt-pct-label
                   move ws-att-annual-pct (ws-att-found-index)
                                       to ws-stmt-pct
                   write statement-line from ws-stmt-pct-line
                   move "ATTAINMENT RANK IN BRANCH"
                                       to ws-stmt-label
                   move ws-att-rank (ws-att-found-index)
                                       to ws-stmt-amount
                   write statement-line from ws-stmt-amount-line
               end-if
           end-if.

      *Pulls the salesperson's year-to-date row as the print pass
      *left it.  A row that cannot be read is shown as zeros rather
      *than failing the whole statement run.

       922-process-one-variance.
           move stw-rec to ws-stmt-rec.
      *Adjustment, override and contest award records stay out of
      *the history and the like-for-like comparison.
           if (st-rec-type = "A") or (st-rec-type = "O")
               or (st-rec-type = "C") then
               perform 921-read-variance-record
           else
               perform 928-compare-one-salesperson
               write variance-line from ws-var-detail-line
           end-if.

      *Quota-attainment report.  Works out each salesperson's
      *period and annual attainment percent, then sorts them by
      *branch and best period attainment so the output procedure
      *can rank within branch - salespeople without a target print
      *after the ranked ones, unranked.  History-only rows (people
      *with neither a target nor a record this run) are left out.
       940-produce-attainment-report.
           open output attain-file.
           if (ws-attain-file-status not = "00") then
               display "A3-SALESCOMM: UNABLE TO OPEN ATTAINMENT "
               "REPORT - STATUS " ws-attain-file-status
           else
               perform 941-compute-one-attainment
                   varying ws-att-index from ws-one by ws-one
                   until ws-att-index > ws-att-count
               sort sort-file-5
                   on ascending key sf5-branch
                   on descending key sf5-has-target
                   on descending key sf5-period-pct
                   on descending key sf5-annual-pct
                   on ascending key sf5-att-index
                   input procedure is 942-release-attainment-rows
                   output procedure is 943-print-attainment-rows
               close attain-file
           end-if.

       941-compute-one-attainment.
           move zero to ws-att-period-pct (ws-att-index).
           move zero to ws-att-annual-pct (ws-att-index).
           move zero to ws-att-rank (ws-att-index).
           if (ws-att-period-target (ws-att-index) > zero)
               and (ws-att-period-sales (ws-att-index) > zero) then
               compute ws-att-pct-work rounded =
                   ws-att-period-sales (ws-att-index) * 100
                   / ws-att-period-target (ws-att-index)
               if (ws-att-pct-work > 9999.9) then
                   move 9999.9 to ws-att-pct-work
               end-if
               move ws-att-pct-work to ws-att-period-pct (ws-att-index)
           end-if.
           if (ws-att-annual-target (ws-att-index) > zero)
               and (ws-att-ytd-sales (ws-att-index) > zero) then
               compute ws-att-pct-work rounded =
                   ws-att-ytd-sales (ws-att-index) * 100
                   / ws-att-annual-target (ws-att-index)
               if (ws-att-pct-work > 9999.9) then
                   move 9999.9 to ws-att-pct-work
               end-if
               move ws-att-pct-work to ws-att-annual-pct (ws-att-index)
           end-if.
      *A targeted salesperson with no record this run still needs
      *a name on the report - the master has it when it is open.
           if (ws-att-name (ws-att-index) = spaces)
               and (ws-master-available = "y") then
               move ws-att-branch (ws-att-index)   to sm-branch
               move ws-att-sman-num (ws-att-index) to sm-sman-num
               read sman-master-file
                   invalid key
                       move spaces to ws-att-name (ws-att-index)
                   not invalid key
                       move sm-name to ws-att-name (ws-att-index)
               end-read
           end-if.

       942-release-attainment-rows.
           perform 944-release-one-attainment
               varying ws-att-index from ws-one by ws-one
               until ws-att-index > ws-att-count.

       944-release-one-attainment.
           if (ws-att-in-run (ws-att-index) = "y")
               or (ws-att-has-target (ws-att-index) = "y") then
               move ws-att-branch (ws-att-index)     to sf5-branch
               move ws-att-has-target (ws-att-index) to sf5-has-target
               move ws-att-period-pct (ws-att-index) to sf5-period-pct
               move ws-att-annual-pct (ws-att-index) to sf5-annual-pct
               move ws-att-index                     to sf5-att-index
               release sf5-rec
           end-if.

       943-print-attainment-rows.
           move ws-period-id     to ws-att-title-period.
           move ws-att-threshold to ws-att-thr-pct.
           write attain-line from ws-att-title-line.
           write attain-line from ws-att-threshold-line.
           write attain-line from ws-att-heading
               after advancing 2 lines.
           move zero   to ws-att-below-count.
           move zero   to ws-att-untargeted-count.
           move spaces to ws-att-prior-branch.
           move "n"    to ws-att-eof.
           perform 945-print-one-attainment
               until ws-att-eof = "y".
           move "SALESPEOPLE BELOW THRESHOLD"  to ws-att-count-label.
           move ws-att-below-count             to ws-att-count-value.
           write attain-line from ws-att-count-line
               after advancing 2 lines.
           move "SALESPEOPLE WITH NO SALES TARGET"
                                               to ws-att-count-label.
           move ws-att-untargeted-count        to ws-att-count-value.
           write attain-line from ws-att-count-line.

       945-print-one-attainment.
           return sort-file-5
               at end
                   move "y" to ws-att-eof
               not at end
                   perform 949-format-attainment-line
           end-return.

      *Ranks within branch - the rank restarts at each branch and
      *only salespeople with a target take one.
       949-format-attainment-line.
           move sf5-att-index to ws-att-index.
           move spaces to ws-att-detail-line.
           if (sf5-branch not = ws-att-prior-branch) then
               move zero to ws-att-rank-work
               move sf5-branch to ws-att-prior-branch
               move ws-att-branch (ws-att-index) to ws-att-line-branch
           end-if.
           move ws-att-sman-num (ws-att-index)
                                   to ws-att-line-sman-num.
           move ws-att-name (ws-att-index)
                                   to ws-att-line-name.
           move ws-att-period-sales (ws-att-index)
                                   to ws-att-line-period-sales.
           move ws-att-ytd-sales (ws-att-index)
                                   to ws-att-line-ytd-sales.
           if (ws-att-has-target (ws-att-index) = "y") then
               add ws-one to ws-att-rank-work
               move ws-att-rank-work to ws-att-rank (ws-att-index)
               move ws-att-rank-work to ws-att-line-rank
               move ws-att-period-target (ws-att-index)
                                   to ws-att-line-period-target
               move ws-att-annual-target (ws-att-index)
                                   to ws-att-line-annual-target
               move ws-att-period-pct (ws-att-index)
                                   to ws-att-line-period-pct
               move ws-att-annual-pct (ws-att-index)
                                   to ws-att-line-annual-pct
               if (ws-att-period-pct (ws-att-index)
                   < ws-att-threshold) then
                   move "*BELOW*" to ws-att-line-flag
                   add ws-one to ws-att-below-count
               end-if
           else
               move "NO TARGET" to ws-att-line-flag
               add ws-one to ws-att-untargeted-count
           end-if.
           write attain-line from ws-att-detail-line.

      *Finds the attainment row for ws-att-key-branch/-sman,
      *leaving its index in ws-att-found-index (zero when absent).
       946-find-attainment.
           move zero to ws-att-found-index.
           perform 948-match-one-attainment
               varying ws-att-index from ws-one by ws-one
               until (ws-att-index > ws-att-count)
               or (ws-att-found-index > zero).

       947-find-or-add-attainment.
           perform 946-find-attainment.
           if (ws-att-found-index = zero) then
               if (ws-att-count < 5000) then
                   add ws-one to ws-att-count
                   move ws-att-count to ws-att-found-index
                   move ws-att-key-branch
                       to ws-att-branch (ws-att-count)
                   move ws-att-key-sman
                       to ws-att-sman-num (ws-att-count)
                   move spaces to ws-att-name (ws-att-count)
                   move zero to ws-att-period-target (ws-att-count)
                   move zero to ws-att-annual-target (ws-att-count)
                   move zero to ws-att-period-sales (ws-att-count)
                   move zero to ws-att-ytd-sales (ws-att-count)
                   move zero to ws-att-period-pct (ws-att-count)
                   move zero to ws-att-annual-pct (ws-att-count)
                   move zero to ws-att-rank (ws-att-count)
                   move "n"  to ws-att-has-target (ws-att-count)
                   move "n"  to ws-att-in-run (ws-att-count)
               else
                   display "A3-SALESCOMM: OVER 5000 SALESPEOPLE FOR "
                   "ATTAINMENT - SMAN " ws-att-key-sman " NOT ADDED"
                   perform 998-table-limit-abend
               end-if
           end-if.

       948-match-one-attainment.
           if (ws-att-branch (ws-att-index) = ws-att-key-branch)
               and (ws-att-sman-num (ws-att-index) = ws-att-key-sman)
               then
               move ws-att-index to ws-att-found-index
           end-if.

      *Settlement pass.  Every terminated salesperson with a YTD
      *row (which covers anyone whose sales just went through this
      *run) gets settled from that row; terminated salespeople with
                                   to ws-settle-label.
           move ws-settle-net      to ws-settle-amount.
           write settlement-line from ws-settle-amount-line.
      *The YTD row goes once the page is written - the ledger keeps
      *the final figures for the year-end statement.  The draw
      *written off reaches the ledger with the draw table's row.
           if (ws-ledger-opened = "y") then
               perform 888-clear-ledger-record
               move ws-period-id     to led-period
               move sr-branch        to led-branch
               move sr-sman-num      to led-sman-num
               move "S"              to led-row-type
               move ws-settle-earned to led-earned
               move ws-settle-paid   to led-paid
               write ledger-rec
               add ws-one to ws-ledger-row-count
           end-if.

      *A terminated salesperson with a draw balance but no YTD row
      *left - the write-off that used to be missed every time.
           add ws-smb-prop-paid (ws-sim-br-index)
               to ws-sim-co-prop-paid.

      *Loads the awards earlier runs paid for the contests on file,
      *and the window sales earlier periods' runs banked for them.
      *No ledger yet just means nothing has been paid or banked.
       1300-load-award-register.
           move zero to ws-awd-count.
           open input ledger-file.
           if (ws-ledger-file-status = "00") then
               move "n" to ws-awd-eof
               perform 1301-read-award-record
               perform 1302-store-award-entry
                   until ws-awd-eof = "y"
               close ledger-file
           end-if.

       1301-read-award-record.
           read ledger-file
               at end
                   move "y" to ws-awd-eof.

       1302-store-award-entry.
           if (led-row-type = "K") then
               move zero to ws-con-index
               perform 1303-match-award-contest
                   varying ws-awd-con-scan from ws-one by ws-one
                   until (ws-awd-con-scan > ws-con-count)
                   or (ws-con-index > zero)
               if (ws-con-index > zero) then
                   perform 1304-load-banked-sales
               end-if
           end-if.
           if (led-row-type = "C") then
               move zero to ws-con-index
               perform 1303-match-award-contest
                   varying ws-awd-con-scan from ws-one by ws-one
                   until (ws-awd-con-scan > ws-con-count)
                   or (ws-con-index > zero)
               if (ws-con-index > zero) then
                   if (ws-awd-count < 5000) then
                       add ws-one to ws-awd-count
                       move ws-con-index
                           to ws-awd-contest (ws-awd-count)
                       move led-branch
                           to ws-awd-branch (ws-awd-count)
                       move led-sman-num
                           to ws-awd-sman-num (ws-awd-count)
                   else
                       display "A3-SALESCOMM: OVER 5000 CONTEST "
                       "AWARDS ON THE REGISTER - SMAN " led-sman-num
                       " NOT LOADED"
                       perform 998-table-limit-abend
                   end-if
               end-if
           end-if.
           perform 1301-read-award-record.

       1303-match-award-contest.
           if (ws-con-id (ws-awd-con-scan) = led-award-contest)
               then
               move ws-awd-con-scan to ws-con-index
           end-if.

      *The name is left blank - this run's own records fill it in,
      *and an award to someone with none is named from the master.
       1304-load-banked-sales.
           move zero to ws-cst-found-index.
           perform 1305-match-one-banked-entry
               varying ws-cst-index from ws-one by ws-one
               until (ws-cst-index > ws-cst-count)
               or (ws-cst-found-index > zero).
           if (ws-cst-found-index = zero) then
               if (ws-cst-count < 5000) then
                   add ws-one to ws-cst-count
                   move ws-con-index to ws-cst-contest (ws-cst-count)
                   move led-branch   to ws-cst-branch (ws-cst-count)
                   move led-sman-num to ws-cst-sman-num (ws-cst-count)
                   move spaces       to ws-cst-name (ws-cst-count)
                   move zero         to ws-cst-sales (ws-cst-count)
                   move zero         to ws-cst-banked (ws-cst-count)
                   move zero         to ws-cst-rank (ws-cst-count)
                   move space        to ws-cst-result (ws-cst-count)
                   move "n"       to ws-cst-released (ws-cst-count)
                   move "n"       to ws-cst-printed (ws-cst-count)
                   move ws-cst-count to ws-cst-found-index
               else
                   display "A3-SALESCOMM: OVER 5000 CONTEST ENTRIES "
                   "- SMAN " led-sman-num " BANKED SALES NOT LOADED"
                   perform 998-table-limit-abend
               end-if
           end-if.
           add led-contest-sales to ws-cst-sales (ws-cst-found-index).
           add led-contest-sales to ws-cst-banked (ws-cst-found-index).

       1305-match-one-banked-entry.
           if (ws-cst-contest (ws-cst-index) = ws-con-index)
               and (ws-cst-branch (ws-cst-index) = led-branch)
               and (ws-cst-sman-num (ws-cst-index) = led-sman-num)
               then
               move ws-cst-index to ws-cst-found-index
           end-if.

      *Adds a released sale or split share's in-window sales to
      *each contest it is in scope for.  A rolled-up total brings
      *the per-contest sums its lines were banked with; any other
      *record is judged on its own transaction date.
       1310-accrue-contest-sales.
           if (ws-con-count > zero)
               and (ws-ctl-post-ytd (ws-file-index) = "y")
               and ((sr-rec-type = "S") or (sr-rec-type = "P")) then
               perform 1311-accrue-one-contest
                   varying ws-con-index from ws-one by ws-one
                   until ws-con-index > ws-con-count
           end-if.

       1311-accrue-one-contest.
           move zero to ws-con-amount.
           perform 1314-check-contest-scope.
           if (ws-con-scope-ok = "y") then
               if (ws-roll-releasing = "y") then
                   move ws-rol-con-sales (ws-roll-index, ws-con-index)
                       to ws-con-amount
               else
                   perform 1315-check-contest-window
                   if (ws-con-in-window = "y") then
                       move sr-sales to ws-con-amount
                   end-if
               end-if
           end-if.
           if (ws-con-amount > zero) then
               perform 1316-find-or-add-contest-sales
               add ws-con-amount
                   to ws-cst-sales (ws-cst-found-index)
           end-if.

      *Banks one sale line's sales into its roll-up row's bucket
      *for each contest whose branch and window it falls in.
       1312-bank-line-contest-sales.
           perform 1314-check-contest-scope.
           if (ws-con-scope-ok = "y") then
               perform 1315-check-contest-window
               if (ws-con-in-window = "y") then
                   add sr-sales to ws-rol-con-sales
                       (ws-roll-found-index, ws-con-index)
               end-if
           end-if.

       1314-check-contest-scope.
           if (ws-con-branch (ws-con-index) = spaces)
               or (ws-con-branch (ws-con-index) = sr-branch) then
               move "y" to ws-con-scope-ok
           else
               move "n" to ws-con-scope-ok
           end-if.

      *An undated record belongs to the run's period, so it counts
      *when the contest window overlaps the period - or always,
      *when there is no calendar row to say where the period lies.
       1315-check-contest-window.
           move "n" to ws-con-in-window.
           if (sr-tran-date-x = spaces)
               or (sr-tran-date not numeric) then
               perform 1318-check-undated-window
           else
               if (sr-tran-date = zero) then
                   perform 1318-check-undated-window
               else
                   if (sr-tran-date >= ws-con-start (ws-con-index))
                       and (sr-tran-date
                       <= ws-con-end (ws-con-index)) then
                       move "y" to ws-con-in-window
                   end-if
               end-if
           end-if.

       1318-check-undated-window.
           if (ws-calendar-found = "y") then
               if (ws-con-start (ws-con-index) <= ws-period-end)
                   and (ws-con-end (ws-con-index)
                   >= ws-period-start) then
                   move "y" to ws-con-in-window
               end-if
           else
               move "y" to ws-con-in-window
           end-if.

       1316-find-or-add-contest-sales.
           move zero to ws-cst-found-index.
           perform 1317-match-one-contest-sales
               varying ws-cst-index from ws-one by ws-one
               until (ws-cst-index > ws-cst-count)
               or (ws-cst-found-index > zero).
           if (ws-cst-found-index = zero) then
               if (ws-cst-count < 5000) then
                   add ws-one to ws-cst-count
                   move ws-con-index to ws-cst-contest (ws-cst-count)
                   move sr-branch    to ws-cst-branch (ws-cst-count)
                   move sr-sman-num  to ws-cst-sman-num (ws-cst-count)
                   move sr-name      to ws-cst-name (ws-cst-count)
                   move zero         to ws-cst-sales (ws-cst-count)
                   move zero         to ws-cst-banked (ws-cst-count)
                   move zero         to ws-cst-rank (ws-cst-count)
                   move space        to ws-cst-result (ws-cst-count)
                   move "n"       to ws-cst-released (ws-cst-count)
                   move "n"       to ws-cst-printed (ws-cst-count)
                   move ws-cst-count to ws-cst-found-index
               else
                   display "A3-SALESCOMM: OVER 5000 CONTEST ENTRIES "
                   "- SMAN " sr-sman-num " NOT ENTERED"
                   perform 998-table-limit-abend
               end-if
           end-if.
           if (ws-cst-name (ws-cst-found-index) = spaces) then
               move sr-name to ws-cst-name (ws-cst-found-index)
           end-if.

       1317-match-one-contest-sales.
           if (ws-cst-contest (ws-cst-index) = ws-con-index)
               and (ws-cst-branch (ws-cst-index) = sr-branch)
               and (ws-cst-sman-num (ws-cst-index) = sr-sman-num)
               then
               move ws-cst-index to ws-cst-found-index
           end-if.

      *Judges every contest entry, then releases one 'C' record per
      *award.  An award an interrupted run already printed is on
      *the restart checkpoint under type 'C' - its entry is
      *consumed instead of releasing the award again, the way the
      *override records are handled.  Only a contest whose end date
      *falls in this run's period is judged - earlier runs just bank
      *their window sales.  A winner already on the award register
      *was paid by an earlier run of this period and is passed
      *over.
       1320-release-contest-awards.
           perform 1329-check-contest-ends
               varying ws-con-index from ws-one by ws-one
               until ws-con-index > ws-con-count.
           perform 1321-judge-one-entry
               varying ws-cst-index from ws-one by ws-one
               until ws-cst-index > ws-cst-count.
           perform 1325-release-one-award
               varying ws-cst-index from ws-one by ws-one
               until ws-cst-index > ws-cst-count.

       1321-judge-one-entry.
           move ws-cst-contest (ws-cst-index) to ws-con-index.
           move space to ws-cst-result (ws-cst-index).
           if (ws-con-judge-now (ws-con-index) = "y") then
               perform 1323-judge-entry-sales
           end-if.

       1323-judge-entry-sales.
           if (ws-con-rule (ws-con-index) = "B") then
               if (ws-cst-sales (ws-cst-index)
                   > ws-con-figure (ws-con-index)) then
                   move "W" to ws-cst-result (ws-cst-index)
               else
                   compute ws-con-near-work =
                       ws-con-figure (ws-con-index) * ws-con-near-pct
                   compute ws-con-sales-work =
                       ws-cst-sales (ws-cst-index) * ws-100
                   if (ws-con-sales-work >= ws-con-near-work) then
                       move "N" to ws-cst-result (ws-cst-index)
                   end-if
               end-if
           else
      *Place within branch: one plus everyone in the same contest
      *and branch who sold more - a tie goes to the entry banked
      *first, so every place is held by exactly one salesperson.
               move ws-one to ws-cst-rank (ws-cst-index)
               perform 1322-count-one-better-entry
                   varying ws-cst-scan from ws-one by ws-one
                   until ws-cst-scan > ws-cst-count
               if (ws-cst-rank (ws-cst-index)
                   <= ws-con-top-n (ws-con-index)) then
                   move "W" to ws-cst-result (ws-cst-index)
               else
                   if (ws-cst-rank (ws-cst-index)
                       <= ws-con-top-n (ws-con-index)
                       + ws-con-near-places) then
                       move "N" to ws-cst-result (ws-cst-index)
                   end-if
               end-if
           end-if.

       1322-count-one-better-entry.
           if (ws-cst-contest (ws-cst-scan) = ws-con-index)
               and (ws-cst-branch (ws-cst-scan)
               = ws-cst-branch (ws-cst-index)) then
               if (ws-cst-sales (ws-cst-scan)
                   > ws-cst-sales (ws-cst-index))
                   or ((ws-cst-sales (ws-cst-scan)
                   = ws-cst-sales (ws-cst-index))
                   and (ws-cst-scan < ws-cst-index)) then
                   add ws-one to ws-cst-rank (ws-cst-index)
               end-if
           end-if.

       1325-release-one-award.
           if (ws-cst-result (ws-cst-index) = "W") then
               perform 1327-check-award-register
           end-if.
           if (ws-cst-result (ws-cst-index) = "W")
               and (ws-awd-found = "y") then
               move "p" to ws-cst-released (ws-cst-index)
           end-if.
           if (ws-cst-result (ws-cst-index) = "W")
               and (ws-awd-found = "n") then
               move ws-cst-contest (ws-cst-index) to ws-con-index
               move ws-cst-branch (ws-cst-index)   to sr-branch
               move ws-cst-sman-num (ws-cst-index) to sr-sman-num
               add ws-one to ws-con-awards (ws-con-index)
               add ws-con-payout (ws-con-index) to ws-con-award-total
               move "C" to ws-current-rec-type
               perform 191-scan-restart-table
               if (ws-restart-found = "y") then
                   move "y"
                       to ws-restart-used (ws-restart-found-index)
                   move "r" to ws-cst-released (ws-cst-index)
               else
                   if (ws-cst-name (ws-cst-index) = spaces)
                       and (ws-master-available = "y") then
                       move sr-branch   to sm-branch
                       move sr-sman-num to sm-sman-num
                       read sman-master-file
                           invalid key
                               continue
                           not invalid key
                               move sm-name
                                   to ws-cst-name (ws-cst-index)
                       end-read
                   end-if
                   perform 1326-build-award-release
                   move "y" to ws-cst-released (ws-cst-index)
               end-if
           end-if.

       1327-check-award-register.
           move "n" to ws-awd-found.
           perform 1328-match-one-award
               varying ws-awd-index from ws-one by ws-one
               until (ws-awd-index > ws-awd-count)
               or (ws-awd-found = "y").

       1328-match-one-award.
           if (ws-awd-contest (ws-awd-index)
               = ws-cst-contest (ws-cst-index))
               and (ws-awd-branch (ws-awd-index)
               = ws-cst-branch (ws-cst-index))
               and (ws-awd-sman-num (ws-awd-index)
               = ws-cst-sman-num (ws-cst-index)) then
               move "y" to ws-awd-found
           end-if.

      *The run judges a contest when its period holds the end date
      *- by the calendar row, or by the end date's month when there
      *is no calendar row to say where the period lies.
       1329-check-contest-ends.
           move "n" to ws-con-judge-now (ws-con-index).
           if (ws-calendar-found = "y") then
               if (ws-con-end (ws-con-index) >= ws-period-start)
                   and (ws-con-end (ws-con-index) <= ws-period-end)
                   then
                   move "y" to ws-con-judge-now (ws-con-index)
               end-if
           else
               move ws-con-end (ws-con-index) to ws-con-end-parts
               if (ws-con-end-period = ws-period-id) then
                   move "y" to ws-con-judge-now (ws-con-index)
               end-if
           end-if.

      *A contest prize is paid whole - no minimum, no maximum and
      *no draw recovery - and posts to YTD like an override.
       1326-build-award-release.
           move ws-con-id (ws-con-index) to ws-con-remark-id.
           move sr-sman-num              to sf1-sman-num.
           move sr-branch                to sf1-branch.
           move ws-cst-name (ws-cst-index)
                                         to sf1-name.
           move zero                     to sf1-sales.
           move zero                     to sf1-min.
           move zero                     to sf1-max.
           move zero                     to sf1-rate.
           move ws-con-payout (ws-con-index)
                                         to sf1-earned.
           move ws-con-payout (ws-con-index)
                                         to sf1-paid.
           move ws-con-remark            to sf1-bonus-remark.
           move ws-con-payout (ws-con-index)
                                         to sf1-base-earned.
           move zero                     to sf1-over-earned.
           move "C"                      to sf1-rec-type.
           move "y"                      to sf1-ytd-post.
           move zero                     to sf1-orig-sales.
           move zero                     to sf1-conv-rate.
           release sf1-rec.
           add ws-one to ws-contest-release-count.

      *Contest results section of the report - per contest, the
      *qualifiers first and then the near-misses, with the awards
      *and payout it cost.
       1340-print-contest-results.
           if (ws-con-count > zero) then
               write report-line from ws-con-title-line
                   after advancing 2 lines
               perform 1341-print-one-contest
                   varying ws-con-index from ws-one by ws-one
                   until ws-con-index > ws-con-count
           end-if.

       1341-print-one-contest.
           move ws-con-id (ws-con-index)     to ws-chl-id.
           move ws-con-desc (ws-con-index)   to ws-chl-desc.
           move ws-con-start (ws-con-index)  to ws-chl-start.
           move ws-con-end (ws-con-index)    to ws-chl-end.
           if (ws-con-branch (ws-con-index) = spaces) then
               move "ALL" to ws-chl-branch
           else
               move ws-con-branch (ws-con-index) to ws-chl-branch
           end-if.
           move spaces to ws-chl-rule.
           if (ws-con-rule (ws-con-index) = "B") then
               string "BEAT SALES OF " ws-con-figure (ws-con-index)
                   delimited by size into ws-chl-rule
               end-string
           else
               string "TOP " ws-con-top-n (ws-con-index)
                   " IN BRANCH"
                   delimited by size into ws-chl-rule
               end-string
           end-if.
           move ws-con-payout (ws-con-index) to ws-chl-payout.
           write report-line from ws-con-head-line
               after advancing 2 lines.
           if (ws-con-judge-now (ws-con-index) = "n") then
               write report-line from ws-con-open-line
           else
               perform 1343-print-judged-contest
           end-if.

       1343-print-judged-contest.
           write report-line from ws-con-heading.
           move "W" to ws-cst-want-result.
           perform 1342-print-one-result
               varying ws-cst-index from ws-one by ws-one
               until ws-cst-index > ws-cst-count.
           move "N" to ws-cst-want-result.
           perform 1342-print-one-result
               varying ws-cst-index from ws-one by ws-one
               until ws-cst-index > ws-cst-count.
           move ws-con-awards (ws-con-index) to ws-con-tot-awards.
           compute ws-con-tot-payout =
               ws-con-awards (ws-con-index)
               * ws-con-payout (ws-con-index).
           write report-line from ws-con-total-line.

       1342-print-one-result.
           if (ws-cst-contest (ws-cst-index) = ws-con-index)
               and (ws-cst-result (ws-cst-index)
               = ws-cst-want-result) then
               move spaces to ws-con-detail-line
               move ws-cst-branch (ws-cst-index)   to ws-cdl-branch
               move ws-cst-sman-num (ws-cst-index) to ws-cdl-sman-num
               move ws-cst-name (ws-cst-index)     to ws-cdl-name
               move ws-cst-sales (ws-cst-index)    to ws-cdl-sales
               move ws-cst-rank (ws-cst-index)     to ws-cdl-rank
               if (ws-cst-result (ws-cst-index) = "N") then
                   move "NEAR MISS" to ws-cdl-result
               else
                   if (ws-cst-released (ws-cst-index) = "r") then
                       move "AWARDED - PAID BY EARLIER RUN"
                           to ws-cdl-result
                   else
                       if (ws-cst-released (ws-cst-index) = "p") then
                           move "AWARDED - ALREADY ON REGISTER"
                               to ws-cdl-result
                       else
                           move "AWARDED" to ws-cdl-result
                       end-if
                   end-if
               end-if
               write report-line from ws-con-detail-line
           end-if.

      *Reconciliation tie-out for the auditors: per regional file and
      *in total, read must equal rejected + skipped-by-restart +
      *released, and the detail lines printed must equal the records
           move zero to ws-recon-rejected-total.
           move zero to ws-recon-skipped-total.
           move zero to ws-recon-deferred-total.
           move zero to ws-recon-rolled-total.
           move zero to ws-recon-released-total.
           move "n"  to ws-recon-out-of-balance.
           write report-line from ws-recon-title-line
               until ws-recon-index > ws-ctl-entry-count.
           perform 810-print-recon-total.
           perform 815-print-recon-run-counts.
           perform 840-print-batch-control.
           perform 820-print-recon-verdict.
           perform 825-print-pending-changes.
           if (ws-currency-count > zero) then
               perform 830-print-currency-recon
           end-if.
                                   to ws-recon-skipped-total.
           add ws-recon-deferred (ws-recon-index)
                                   to ws-recon-deferred-total.
           add ws-recon-rolled (ws-recon-index)
                                   to ws-recon-rolled-total.
           add ws-recon-released (ws-recon-index)
                                   to ws-recon-released-total.
           move spaces             to ws-recon-detail-line.
                                   to ws-recon-line-skipped.
           move ws-recon-deferred (ws-recon-index)
                                   to ws-recon-line-deferred.
           move ws-recon-rolled (ws-recon-index)
                                   to ws-recon-line-rolled.
           move ws-recon-released (ws-recon-index)
                                   to ws-recon-line-released.
           if (ws-recon-read (ws-recon-index) =
               ws-recon-rejected (ws-recon-index)
               + ws-recon-skipped (ws-recon-index)
               + ws-recon-deferred (ws-recon-index)
               + ws-recon-rolled (ws-recon-index)
               + ws-recon-released (ws-recon-index)) then
               move "IN BALANCE"       to ws-recon-line-status
           else
               move "*OUT OF BALANCE*" to ws-recon-line-status
               move "y" to ws-recon-out-of-balance
           end-if.
           if (ws-bc-status (ws-recon-index) = "R") then
               move "*FILE REFUSED*"   to ws-recon-line-status
           end-if.
           write report-line from ws-recon-detail-line.

       810-print-recon-total.
                                   to ws-recon-line-skipped.
           move ws-recon-deferred-total
                                   to ws-recon-line-deferred.
           move ws-recon-rolled-total
                                   to ws-recon-line-rolled.
           move ws-recon-released-total
                                   to ws-recon-line-released.
           if (ws-recon-read-total = ws-recon-rejected-total
               + ws-recon-skipped-total
               + ws-recon-deferred-total
               + ws-recon-rolled-total
               + ws-recon-released-total) then
               move "IN BALANCE"       to ws-recon-line-status
           else
           move spaces to ws-recon-count-line.
           move "DETAIL LINES PRINTED" to ws-recon-count-label.
           move ws-printed-line-total  to ws-recon-count-value.
      *Manager override and contest award records are released
      *after the per-file counters close out, so the printed lines
      *tie to the released records plus the override and award
      *records built from them.
           if (ws-printed-line-total = ws-recon-released-total
               + ws-override-release-count
               + ws-contest-release-count) then
               move "IN BALANCE"       to ws-recon-count-status
           else
               move "*OUT OF BALANCE*" to ws-recon-count-status
                                       to ws-recon-count-value.
           write report-line from ws-recon-count-line.
           move spaces to ws-recon-count-line.
           move "CONTEST AWARDS RELEASED"
                                       to ws-recon-count-label.
           move ws-contest-release-count
                                       to ws-recon-count-value.
           write report-line from ws-recon-count-line.
           move spaces to ws-recon-count-line.
           move "EXTRACT ROWS WRITTEN" to ws-recon-count-label.
           move ws-extract-row-count   to ws-recon-count-value.
           write report-line from ws-recon-count-line.
           end-if.
           write report-line from ws-recon-verdict-line
               after advancing 2 lines.
      *A refused file's records were never read into the run, so
      *the run itself can balance - the refusal is called out on
      *its own line so it cannot be missed.
           if (ws-batch-refused-count > zero) then
               move spaces to ws-recon-verdict-line
               move "*** FILE(S) REFUSED - SEE BATCH CONTROL ***"
                   to ws-recon-verdict
               write report-line from ws-recon-verdict-line
               display "A3-SALESCOMM: " ws-batch-refused-count
               " SALES FILE(S) REFUSED BY BATCH CONTROL"
           end-if.

      *Changes keyed against the salesperson master that a second
      *user has not yet approved did not reach this run - a rate or
      *a new salesperson the business may think is in force.  They
      *are listed, and the run is flagged, so they are chased
      *before the period is closed.
       825-print-pending-changes.
           move zero to ws-pending-count.
           open input pending-file.
           if (ws-pending-file-status = "00") then
               write report-line from ws-pc-title-line
                   after advancing 2 lines
               write report-line from ws-pc-heading
                   after advancing 2 lines
               move "n" to ws-pending-eof
               perform 826-read-pending-record
               perform 827-print-one-pending
                   until ws-pending-eof = "y"
               close pending-file
               move spaces to ws-recon-verdict-line
               if (ws-pending-count > zero) then
                   move "*** MASTER CHANGES AWAITING APPROVAL ***"
                       to ws-recon-verdict
                   display "A3-SALESCOMM: WARNING - "
                   ws-pending-count
                   " MASTER CHANGE(S) AWAITING APPROVAL"
               else
                   move "NO MASTER CHANGES AWAITING APPROVAL"
                       to ws-recon-verdict
               end-if
               write report-line from ws-recon-verdict-line
                   after advancing 2 lines
           end-if.

       826-read-pending-record.
           read pending-file next record
               at end
                   move "y" to ws-pending-eof.

       827-print-one-pending.
           if (pnd-status = "P") then
               add ws-one to ws-pending-count
               move spaces          to ws-pc-detail-line
               move pnd-id          to ws-pc-line-id
               move pnd-action      to ws-pc-line-action
               move pnd-branch      to ws-pc-line-branch
               move pnd-sman-num    to ws-pc-line-sman-num
               move pnd-submit-date to ws-pc-line-date
               move pnd-user        to ws-pc-line-user
               move pnd-reason      to ws-pc-line-reason
               write report-line from ws-pc-detail-line
           end-if.
           perform 826-read-pending-record.

      *Header and trailer figures against the figures counted off
      *each file - the EXPECTED line is what the file declared (and
      *the run's own period), the ACTUAL line what it held.
       840-print-batch-control.
           write report-line from ws-bc-title-line
               after advancing 2 lines.
           write report-line from ws-bc-heading
               after advancing 2 lines.
           perform 845-print-one-batch-file
               varying ws-recon-index from ws-one by ws-one
               until ws-recon-index > ws-ctl-entry-count.

       845-print-one-batch-file.
           move spaces to ws-bc-detail-line.
           move ws-ctl-entry (ws-recon-index) to ws-bc-line-file.
           if (ws-bc-status (ws-recon-index) = space) then
               move "NOT OPENED" to ws-bc-line-status
               write report-line from ws-bc-detail-line
           else
               if (ws-bc-status (ws-recon-index) = "U") then
                   move ws-bc-reason (ws-recon-index)
                       to ws-bc-line-status
                   write report-line from ws-bc-detail-line
               else
                   perform 846-print-batch-figures
               end-if
           end-if.

       846-print-batch-figures.
           move ws-bc-hdr-branch (ws-recon-index)
               to ws-bc-line-branch.
           move ws-period-id to ws-bc-line-period.
           move ws-bc-hdr-seq (ws-recon-index) to ws-bc-seq-edit.
           move ws-bc-seq-edit to ws-bc-line-seq.
           move "EXPECTED" to ws-bc-line-label.
           move ws-bc-exp-count (ws-recon-index) to ws-bc-line-count.
           move ws-bc-exp-sales-hash (ws-recon-index)
               to ws-bc-line-sales-hash.
           move ws-bc-exp-sman-hash (ws-recon-index)
               to ws-bc-line-sman-hash.
           move ws-bc-reason (ws-recon-index) to ws-bc-line-status.
           write report-line from ws-bc-detail-line.
           move spaces to ws-bc-detail-line.
           if (ws-bc-act-branch (ws-recon-index) = spaces) then
               move ws-bc-hdr-branch (ws-recon-index)
                   to ws-bc-line-branch
           else
               move ws-bc-act-branch (ws-recon-index)
                   to ws-bc-line-branch
           end-if.
           move ws-bc-hdr-period (ws-recon-index)
               to ws-bc-line-period.
           move "ACTUAL" to ws-bc-line-label.
           move ws-bc-act-count (ws-recon-index) to ws-bc-line-count.
           move ws-bc-act-sales-hash (ws-recon-index)
               to ws-bc-line-sales-hash.
           move ws-bc-act-sman-hash (ws-recon-index)
               to ws-bc-line-sman-hash.
           write report-line from ws-bc-detail-line.

      *The conversion tie-back: one line per converted branch with
      *the rate applied and the original and converted totals, so
               to ws-cur-line-conv.
           write report-line from ws-cur-detail-line.

       890-post-step-counts.
           move "READ"               to ws-step-count-label (1).
           move ws-recon-read-total  to ws-step-count-value (1).
           move "REJECTED"           to ws-step-count-label (2).
           move ws-recon-rejected-total
                                     to ws-step-count-value (2).
           move "RELEASED"           to ws-step-count-label (3).
           move ws-recon-released-total
                                     to ws-step-count-value (3).
           move "YTD ROWS"           to ws-step-count-label (4).
           move ws-ytd-row-count     to ws-step-count-value (4).

      *Stamps this run's period/file combinations onto the posting
      *register - only files that actually opened and were allowed
      *to post are recorded, so a W-mode rerun does not write the
               close payroll-file, checkpoint-file
           end-if.
           if (ws-defer-opened = "y") then
               perform 051-write-carry-trailer
               close defer-file
           end-if.
           if (ws-ledger-opened = "y") then
               close ledger-file
           end-if.
           if (ws-master-available = "y") then
               close sman-master-file
           end-if.
       999-abend-goback.
           display "A3-SALESCOMM: JOB TERMINATING - FILE OPEN ERROR".
           perform 600-close-files.
           move 16 to return-code.
           goback.

      *A full internal table means records would silently drop out
                           from ws-drw-balance (ws-draw-found-index)
                       add ws-draw-take
                           to ws-drw-recovered (ws-draw-found-index)
                       add ws-draw-take to ws-drw-sales-recovered
                           (ws-draw-found-index)
                   end-if
               end-if
           end-if.
               move zero        to ws-drw-added (ws-draw-count)
               move zero        to ws-drw-recovered (ws-draw-count)
               move zero        to ws-drw-writeoff (ws-draw-count)
               move zero
                   to ws-drw-sales-recovered (ws-draw-count)
               move ws-draw-count to ws-draw-found-index
           else
               display "A3-SALESCOMM: OVER 5000 DRAW ROWS - SMAN "
