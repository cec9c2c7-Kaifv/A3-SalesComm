       identification division.
       program-id. A3-Retro.
       author. Kaifkhan Vakil.
       date-written. 2026-10-15.
      *Program Description: Retroactive re-pricing of closed periods
      *after a commission-plan correction.  When finance finds a
      *bracket or rate was wrong for periods already run, the back-
      *pay or clawback used to be worked out by hand from the old
      *reports and keyed as 'A' adjustment records.  This program
      *reads the period history (A3-History.dat) for the range of
      *periods on the RETRO row of the parameter file, re-prices
      *every history row's sales under the corrected bracket table
      *(the RETBRKT rows) and the salesperson master's current
      *rate, minimum and maximum - exactly the way the commission
      *run prices a sale - and compares the result with the earned
      *and paid figures the history recorded.  The retro-pay report
      *lists every row by branch, salesperson and period with the
      *differences, and each salesperson's net paid difference is
      *written as a ready-to-post 'A' adjustment record in sales-
      *input format (A3-RetroAdj.dat).  Naming that file in the
      *commission run's control list pays or recovers the money
      *through the normal YTD, payroll and journal path.
      *
      *Modification History
      *2026-10-15 KV Initial version - RETRO from/to period range,
      *              RETBRKT corrected bracket rows (the current
      *              BRACKET rows when there are none), per-row
      *              re-pricing against the master, salesperson /
      *              branch / run totals of the earned and paid
      *              differences, and one net adjustment record per
      *              salesperson whose paid figure moves.  The
      *              adjustment amount is the paid difference
      *              backed out at the master rate the commission
      *              run will price it at, so the report shows the
      *              exact amount that posting will pay.
      *2026-10-15 KV The adjustment file now carries a batch header
      *              (period from the PERIOD row, file sequence 9999)
      *              and a count/hash trailer, so the commission run
      *              accepts it under batch control.  History paid is
      *              net of the draw recovered that period, so the
      *              recovery on the compensation ledger is added
      *              back before it is compared with the re-priced
      *              paid; a period with no ledger rows holds the
      *              salesperson's adjustment.  Adjustments are
      *              marked as retro so the commission run does not
      *              convert their home-currency amounts again.
      *2026-10-15 KV The recovery added back is the part taken from
      *              sales pay only, once per salesperson and period
      *              on its own report line, and a period counts as
      *              on the ledger when the ledger holds its period
      *              marker row.
       environment division.
       input-output section.
       file-control.

      *Commission-plan parameter file - the first line's quota and
      *over-quota rate, the BRACKET rows, the PERIOD row the
      *adjustment file is headed with, and this program's own
      *RETRO and RETBRKT rows.
           select param-file
               assign to "../../../A3-Params.dat"
               organization is line sequential
               file status is ws-param-file-status.

      *The cumulative per-salesperson period history the commission
      *run appends to.
           select history-file
               assign to "../../../A3-History.dat"
               organization is line sequential
               file status is ws-history-file-status.

      *The compensation ledger the commission run appends to - the
      *draw recovered in each period (type D rows).
           select ledger-file
               assign to "../../../A3-CompLedger.dat"
               organization is line sequential
               file status is ws-ledger-file-status.

      *Salesperson master - the rate, minimum and maximum each row
      *is re-priced at, and the name the adjustment must carry.
           select sman-master-file
               assign to "../../../A3-SalesMaster.dat"
               organization is indexed
               access mode is random
               record key is sm-key
               file status is ws-master-file-status.

      *The retro-pay report.
           select report-file
               assign to "../../../A3-Retro.out"
               organization is line sequential
               file status is ws-report-file-status.

      *Ready-to-post adjustment records, in sales-input format.
           select adjust-file
               assign to "../../../A3-RetroAdj.dat"
               organization is line sequential
               file status is ws-adjust-file-status.

      *Sort work file - puts the history rows in branch,
      *salesperson and period order.
           select sort-file assign to "SORTWK1".

       data division.
       file section.

      *Same layout the commission run reads.  Only the keyword rows
      *are used past the first line.
       fd param-file
           data record is param-rec
           record contains 12 to 30 characters.
       01 param-rec.
         05 param-quota      pic 9(6).
         05 param-over-rate  pic 99v99.
         05 param-page-size  pic 99.
       01 param-keyword-rec.
         05 param-kw         pic x(8).
         05 param-kw-data    pic x(22).
      *BRACKET and RETBRKT rows share one layout.
       01 param-bracket-rec.
         05 filler           pic x(8).
         05 param-brk-threshold
                             pic 9(6).
         05 param-brk-rate   pic 99v99.
         05 param-brk-branch pic xx.
         05 filler           pic x(10).
      *RETRO names the first and last period to re-price (ccyymm),
      *separated by a space.
       01 param-retro-rec.
         05 filler           pic x(8).
         05 param-retro-from pic x(6).
         05 filler           pic x.
         05 param-retro-to   pic x(6).
         05 filler           pic x(9).
      *PERIOD is the period the commission run is about to post.
       01 param-period-rec.
         05 filler           pic x(8).
         05 param-period-id  pic x(6).
         05 filler           pic x(16).

      *Same layout the commission run writes.  Old 36-byte rows are
      *accepted - the rank is not used here.
       fd history-file
           data record is hist-rec
           record contains 36 to 37 characters.
       01 hist-rec.
         05 hst-period       pic x(6).
         05 hst-branch       pic xx.
         05 hst-sman-num     pic 999.
         05 hst-sales        pic 9(6).
         05 hst-earned       pic 9(8).
         05 hst-paid         pic 9(8).
         05 hst-rank         pic 9(4).

      *Same layout the commission run writes.  Only the type D rows
      *are used - the draw recovered out of each period's sales pay,
      *which the history's paid figures are net of - and the type M
      *rows that mark each period the ledger was written for.
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
       01 ledger-draw-rec.
         05 filler           pic x(45).
         05 led-sales-recovered
                             pic s9(8)
                             sign is leading separate.
         05 filler           pic x(9).

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

       fd report-file
           data record is report-line
           record contains 120 characters.
       01 report-line        pic x(120).

      *The commission run's adjustment/reversal layout - key and
      *name, a sign, the sales amount and the rate, the record type
      *in column 35, and blank date and invoice columns so it posts
      *to the period it is run in.  Column 24 carries 'R' - the
      *amount is already in home currency and the commission run
      *must not convert it by the branch's CURRENCY rate.  The
      *file is framed by the commission run's batch header and
      *trailer records.
       fd adjust-file
           data record is adj-rec
           record contains 53 characters.
       01 adj-rec.
         05 adj-sman-num     pic 999.
         05 adj-branch       pic xx.
         05 adj-name         pic x(8).
         05 adj-sign         pic x.
         05 adj-amount       pic 9(6).
         05 adj-rate         pic 99v9.
         05 adj-origin       pic x.
         05 filler           pic x(10).
         05 adj-rec-type     pic x.
         05 filler           pic x(18).
       01 adj-hdr-rec.
         05 hdr-branch       pic xx.
         05 hdr-period       pic x(6).
         05 hdr-file-seq     pic 9(4).
         05 filler           pic x(22).
         05 hdr-rec-type     pic x.
         05 filler           pic x(18).
       01 adj-trl-rec.
         05 trl-rec-count    pic 9(6).
         05 trl-sales-hash   pic 9(12).
         05 trl-sman-hash    pic 9(9).
         05 filler           pic x(7).
         05 trl-rec-type     pic x.
         05 filler           pic x(18).

       sd sort-file
           data record is sf-rec.
       01 sf-rec.
         05 sf-branch        pic xx.
         05 sf-sman-num      pic 999.
         05 sf-period        pic x(6).
         05 sf-sales         pic 9(6).
         05 sf-earned        pic 9(8).
         05 sf-paid          pic 9(8).

       working-storage section.
       77 ws-param-file-status
                           pic xx.
       77 ws-history-file-status
                           pic xx.
       77 ws-master-file-status
                           pic xx.
       77 ws-report-file-status
                           pic xx.
       77 ws-adjust-file-status
                           pic xx.
       77 ws-ledger-file-status
                           pic xx.
       77 ws-ledger-eof    pic x       value 'n'.
       77 ws-param-eof     pic x       value 'n'.
       77 ws-history-eof   pic x       value 'n'.
       77 ws-sort-eof      pic x       value 'n'.
       77 ws-param-first   pic x       value 'y'.
       77 ws-one           pic 9       value 1.
       77 ws-100           pic 999     value 100.

      *Period range from the RETRO row.
       77 ws-retro-from    pic x(6)    value spaces.
       77 ws-retro-to      pic x(6)    value spaces.

      *The period the adjustment file is headed with.  Its file
      *sequence is fixed at 9999 so it can never be taken for the
      *carry-forward file, which is also headed with a blank branch
      *but numbered 0000.
       77 ws-period-id     pic x(6)    value spaces.
       77 ws-adj-file-seq  pic 9(4)    value 9999.
       77 ws-adj-sales-hash
                           pic 9(12)   value 0.
       77 ws-adj-sman-hash pic 9(9)    value 0.

      *Draw recovered from sales pay per salesperson and period
      *inside the range, from the ledger's type D rows, and every
      *period in the range the ledger holds a marker row for.  A
      *period the ledger does not know was posted before the ledger
      *was kept (or its rows are lost), so its recovery cannot be
      *added back.
       77 ws-recovery-count
                           pic 9(4)    value 0.
       77 ws-recovery-index
                           pic 9(4)    value 0.
       77 ws-ledger-period-count
                           pic 9(4)    value 0.
       77 ws-ledger-period-index
                           pic 9(4)    value 0.
       77 ws-ledger-period-found
                           pic x       value 'n'.
       77 ws-period-recovered
                           pic 9(8)    value 0.
       01 ws-recovery-table.
         05 ws-recovery-entry
                           occurs 5000 times.
           10 ws-rcv-period
                           pic x(6).
           10 ws-rcv-branch
                           pic xx.
           10 ws-rcv-sman-num
                           pic 999.
           10 ws-rcv-amount
                           pic 9(8).
       01 ws-ledger-period-table.
         05 ws-ledger-period
                           occurs 1000 times
                           pic x(6).

      *The plan-wide quota and over-quota rate from the first
      *parameter line - the one bracket applied when there are no
      *bracket rows at all, as in the commission run.
       77 ws-quota         pic 9(6)    value 300000.
       77 ws-over-rate     pic 99v99   value 15.25.

      *Bracket tables.  RETBRKT rows are the corrected plan; with
      *none on file the current BRACKET rows are taken as already
      *corrected and re-applied.
       77 ws-bracket-count pic 99      value 0.
       77 ws-bracket-index pic 99      value 0.
       77 ws-bracket-scan  pic 99      value 0.
       77 ws-retbrk-count  pic 99      value 0.
       77 ws-bracket-applies
                           pic x       value 'n'.
       77 ws-branch-rows-found
                           pic x       value 'n'.
       77 ws-first-threshold
                           pic 9(6)    value 0.
       77 ws-over-work     pic 9(8)v99 value 0.
       77 ws-slice-top     pic 9(6)    value 0.
       01 ws-bracket-table.
         05 ws-bracket-entry
                           occurs 10 times.
           10 ws-brk-threshold
                           pic 9(6).
           10 ws-brk-rate  pic 99v99.
           10 ws-brk-branch
                           pic xx.
       01 ws-retbrk-table.
         05 ws-retbrk-entry
                           occurs 10 times.
           10 ws-rbk-threshold
                           pic 9(6).
           10 ws-rbk-rate  pic 99v99.
           10 ws-rbk-branch
                           pic xx.

      *The row being re-priced and its new figures.
       01 ws-calcs.
         05 ws-sales       pic 9(6).
         05 ws-base-calc   pic s9(8).
         05 ws-earned-calc pic s9(8).
         05 ws-paid-calc   pic s9(8).
         05 ws-earned-diff pic s9(9).
         05 ws-paid-diff   pic s9(9).

      *The salesperson in hand - master values fetched once per
      *salesperson, their running differences, and the adjustment
      *backed out of the net paid difference.
       77 ws-have-person   pic x       value 'n'.
       77 ws-on-master     pic x       value 'n'.
       77 ws-cur-branch    pic xx      value spaces.
       77 ws-cur-sman-num  pic 999     value 0.
       77 ws-cur-name      pic x(8)    value spaces.
       77 ws-cur-status    pic x       value space.
       77 ws-cur-min       pic 9(6)    value 0.
       77 ws-cur-max       pic 9(6)    value 0.
       77 ws-cur-rate      pic 99v9    value 0.
       77 ws-cur-no-ledger pic x       value 'n'.
       77 ws-cur-period    pic x(6)    value spaces.
       77 ws-person-earned-diff
                           pic s9(9)   value 0.
       77 ws-person-paid-diff
                           pic s9(9)   value 0.
       77 ws-adj-abs       pic 9(9)    value 0.
       77 ws-adj-work      pic 9(9)    value 0.
       77 ws-adj-posts     pic s9(9)   value 0.
       77 ws-prior-branch  pic xx      value spaces.
       77 ws-branch-earned-diff
                           pic s9(10)  value 0.
       77 ws-branch-paid-diff
                           pic s9(10)  value 0.
       77 ws-total-earned-diff
                           pic s9(11)  value 0.
       77 ws-total-paid-diff
                           pic s9(11)  value 0.
       77 ws-total-posts   pic s9(11)  value 0.

      *Run counts for the closing summary.
       77 ws-rows-read     pic 9(6)    value 0.
       77 ws-rows-in-range pic 9(6)    value 0.
       77 ws-rows-changed  pic 9(6)    value 0.
       77 ws-rows-off-master
                           pic 9(6)    value 0.
       77 ws-adj-written   pic 9(6)    value 0.
       77 ws-adj-held      pic 9(6)    value 0.

       01 ws-title-line.
         05 filler         pic x(25)   value spaces.
         05 filler         pic x(39)   value
         "RETROACTIVE RE-PRICING REPORT  PERIODS ".
         05 ws-title-from  pic x(6).
         05 filler         pic x(4)    value " TO ".
         05 ws-title-to    pic x(6).

       01 ws-plan-line.
         05 filler         pic x(25)   value spaces.
         05 ws-plan-text   pic x(60).

       01 ws-heading.
         05 filler         pic x(2)    value "BR".
         05 filler         pic x(2)    value spaces.
         05 filler         pic x(3)    value "No.".
         05 filler         pic x(2)    value spaces.
         05 filler         pic x(6)    value "PERIOD".
         05 filler         pic x(4)    value spaces.
         05 filler         pic x(5)    value "SALES".
         05 filler         pic x(2)    value spaces.
         05 filler         pic x(10)   value "REC EARNED".
         05 filler         pic x(4)    value spaces.
         05 filler         pic x(8)    value "REC PAID".
         05 filler         pic x(2)    value spaces.
         05 filler         pic x(10)   value "NEW EARNED".
         05 filler         pic x(4)    value spaces.
         05 filler         pic x(8)    value "NEW PAID".
         05 filler         pic x(2)    value spaces.
         05 filler         pic x(11)   value "EARNED DIFF".
         05 filler         pic x(4)    value spaces.
         05 filler         pic x(9)    value "PAID DIFF".
         05 filler         pic x(2)    value spaces.
         05 filler         pic x(6)    value "REMARK".

       01 ws-detail-line.
         05 ws-det-branch  pic xx.
         05 filler         pic x(2)    value spaces.
         05 ws-det-sman-num
                           pic zz9.
         05 filler         pic x(2)    value spaces.
         05 ws-det-period  pic x(6).
         05 filler         pic x(2)    value spaces.
         05 ws-det-sales   pic zzz,zz9.
         05 filler         pic x(2)    value spaces.
         05 ws-det-rec-earned
                           pic zz,zzz,zz9.
         05 filler         pic x(2)    value spaces.
         05 ws-det-rec-paid
                           pic zz,zzz,zz9.
         05 filler         pic x(2)    value spaces.
         05 ws-det-new-earned
                           pic zz,zzz,zz9.
         05 filler         pic x(2)    value spaces.
         05 ws-det-new-paid
                           pic zz,zzz,zz9.
         05 filler         pic x(2)    value spaces.
         05 ws-det-earned-diff
                           pic -zz,zzz,zz9.
         05 filler         pic x(2)    value spaces.
         05 ws-det-paid-diff
                           pic -zz,zzz,zz9.
         05 filler         pic x(2)    value spaces.
         05 ws-det-remark  pic x(14).

       01 ws-recovery-line.
         05 ws-rcl-branch  pic xx.
         05 filler         pic x(2)    value spaces.
         05 ws-rcl-sman-num
                           pic zz9.
         05 filler         pic x(2)    value spaces.
         05 ws-rcl-period  pic x(6).
         05 filler         pic x(2)    value spaces.
         05 filler         pic x(27)   value
         "DRAW RECOVERED, ADDED BACK ".
         05 ws-rcl-amount  pic zz,zzz,zz9.
         05 filler         pic x(33)   value spaces.
         05 ws-rcl-paid-diff
                           pic -zz,zzz,zz9.

       01 ws-person-line.
         05 filler         pic x(7)    value spaces.
         05 ws-per-name    pic x(8).
         05 filler         pic x(2)    value spaces.
         05 filler         pic x(17)   value "SALESPERSON TOTAL".
         05 filler         pic x(42)   value spaces.
         05 ws-per-earned-diff
                           pic -zz,zzz,zz9.
         05 filler         pic x(2)    value spaces.
         05 ws-per-paid-diff
                           pic -zz,zzz,zz9.

       01 ws-adjust-line.
         05 filler         pic x(17)   value spaces.
         05 filler         pic x(18)   value "ADJUSTMENT RECORD ".
         05 ws-adl-sign    pic x.
         05 ws-adl-amount  pic zzzzz9.
         05 filler         pic x(4)    value " AT ".
         05 ws-adl-rate    pic z9.9.
         05 filler         pic x(7)    value "% PAYS ".
         05 ws-adl-posts   pic -zz,zzz,zz9.
         05 filler         pic x(2)    value spaces.
         05 ws-adl-remark  pic x(30).

       01 ws-branch-line.
         05 filler         pic x(7)    value "BRANCH ".
         05 ws-brl-branch  pic xx.
         05 filler         pic x(8)    value spaces.
         05 filler         pic x(12)   value "BRANCH TOTAL".
         05 filler         pic x(46)   value spaces.
         05 ws-brl-earned-diff
                           pic -zzz,zzz,zz9.
         05 filler         pic x(1)    value spaces.
         05 ws-brl-paid-diff
                           pic -zzz,zzz,zz9.

       01 ws-grand-line.
         05 filler         pic x(17)   value spaces.
         05 filler         pic x(12)   value "RUN TOTAL   ".
         05 filler         pic x(44)   value spaces.
         05 ws-grd-earned-diff
                           pic -z,zzz,zzz,zz9.
         05 filler         pic x(1)    value spaces.
         05 ws-grd-paid-diff
                           pic -zzz,zzz,zz9.

       01 ws-count-line.
         05 filler         pic x(3)    value spaces.
         05 ws-count-label pic x(40).
         05 ws-count-value pic -zzz,zzz,zz9.

       procedure division.
       000-main.
           perform 010-read-parameters.
           if (ws-retro-from = spaces) or (ws-retro-to = spaces)
               or (ws-retro-from > ws-retro-to) then
               display "A3-RETRO: NO USABLE RETRO ROW IN PARAMETER "
               "FILE - NOTHING RE-PRICED"
               move 8 to return-code
               goback
           end-if.
           if (ws-period-id = spaces) then
               display "A3-RETRO: NO PERIOD ROW IN PARAMETER FILE - "
               "ADJUSTMENT FILE CANNOT BE HEADED, NOTHING RE-PRICED"
               move 8 to return-code
               goback
           end-if.
           perform 030-load-draw-recovery.
           perform 020-open-files.
           sort sort-file
               on ascending key sf-branch
               on ascending key sf-sman-num
               on ascending key sf-period
               input procedure is 100-select-history
               output procedure is 200-reprice-history.
           perform 500-print-run-totals.
           perform 900-close-files.
           display "A3-RETRO: " ws-rows-in-range " HISTORY ROWS "
               "RE-PRICED, " ws-adj-written " ADJUSTMENTS WRITTEN, "
               ws-adj-held " HELD BACK".
           if (ws-rows-off-master > zero) or (ws-adj-held > zero)
               then
               move 4 to return-code
           else
               move zero to return-code
           end-if.
           goback.

      *Reads the parameter file for the first line's quota and
      *over-quota rate, the BRACKET and RETBRKT rows, and the RETRO
      *period range.
       010-read-parameters.
           open input param-file.
           if (ws-param-file-status = "00") then
               move "n" to ws-param-eof
               move "y" to ws-param-first
               perform 011-read-param-record
               perform 012-store-param-record
                   until ws-param-eof = "y"
               close param-file
           else
               display "A3-RETRO: PARAMETER FILE NOT FOUND - "
               "STATUS " ws-param-file-status
           end-if.
           perform 015-choose-bracket-table.

       011-read-param-record.
           read param-file
               at end
                   move "y" to ws-param-eof.

       012-store-param-record.
           if (ws-param-first = "y") then
               move param-quota     to ws-quota
               move param-over-rate to ws-over-rate
               move "n" to ws-param-first
           else
               if (param-kw = "BRACKET") then
                   if (ws-bracket-count < 10) then
                       add ws-one to ws-bracket-count
                       move param-brk-threshold
                           to ws-brk-threshold (ws-bracket-count)
                       move param-brk-rate
                           to ws-brk-rate (ws-bracket-count)
                       move param-brk-branch
                           to ws-brk-branch (ws-bracket-count)
                   end-if
               else
                   if (param-kw = "RETBRKT") then
                       if (ws-retbrk-count < 10) then
                           add ws-one to ws-retbrk-count
                           move param-brk-threshold
                               to ws-rbk-threshold (ws-retbrk-count)
                           move param-brk-rate
                               to ws-rbk-rate (ws-retbrk-count)
                           move param-brk-branch
                               to ws-rbk-branch (ws-retbrk-count)
                       else
                           display "A3-RETRO: OVER 10 RETBRKT ROWS "
                           "IN PARAMETER FILE - ROW DROPPED"
                       end-if
                   else
                       if (param-kw = "RETRO") then
                           move param-retro-from to ws-retro-from
                           move param-retro-to   to ws-retro-to
                       else
                           if (param-kw = "PERIOD") then
                               move param-period-id to ws-period-id
                           end-if
                       end-if
                   end-if
               end-if
           end-if.
           perform 011-read-param-record.

      *The corrected rows win.  Without them the current bracket
      *rows are re-applied, and without those the one bracket built
      *from the first line's quota and over-quota rate, exactly as
      *the commission run falls back.
       015-choose-bracket-table.
           if (ws-retbrk-count > zero) then
               move ws-retbrk-count to ws-bracket-count
               move ws-retbrk-table to ws-bracket-table
               move "CORRECTED BRACKETS FROM THE RETBRKT ROWS"
                   to ws-plan-text
           else
               if (ws-bracket-count = zero) then
                   move ws-one       to ws-bracket-count
                   move ws-quota     to ws-brk-threshold (ws-one)
                   move ws-over-rate to ws-brk-rate (ws-one)
                   move spaces       to ws-brk-branch (ws-one)
               end-if
               move "NO RETBRKT ROWS - CURRENT BRACKET TABLE APPLIED"
                   to ws-plan-text
           end-if.

      *Nothing can be re-priced without the master's rates, so a
      *missing master or history file stops the run.
       020-open-files.
           open input history-file.
           if (ws-history-file-status not = "00") then
               display "A3-RETRO: UNABLE TO OPEN HISTORY FILE - "
               "STATUS " ws-history-file-status
               move 16 to return-code
               goback
           end-if.
           open input sman-master-file.
           if (ws-master-file-status not = "00") then
               display "A3-RETRO: UNABLE TO OPEN SALESPERSON MASTER "
               "- STATUS " ws-master-file-status
               close history-file
               move 16 to return-code
               goback
           end-if.
           open output report-file.
           if (ws-report-file-status not = "00") then
               display "A3-RETRO: UNABLE TO OPEN REPORT FILE - "
               "STATUS " ws-report-file-status
               close history-file sman-master-file
               move 16 to return-code
               goback
           end-if.
           open output adjust-file.
           if (ws-adjust-file-status not = "00") then
               display "A3-RETRO: UNABLE TO OPEN ADJUSTMENT FILE - "
               "STATUS " ws-adjust-file-status
               close history-file sman-master-file report-file
               move 16 to return-code
               goback
           end-if.
           move spaces         to adj-hdr-rec.
           move spaces         to hdr-branch.
           move ws-period-id   to hdr-period.
           move ws-adj-file-seq to hdr-file-seq.
           move "H"            to hdr-rec-type.
           write adj-hdr-rec.
           move ws-retro-from to ws-title-from.
           move ws-retro-to   to ws-title-to.
           write report-line from ws-title-line.
           write report-line from ws-plan-line.
           write report-line from ws-heading
               after advancing 2 lines.

      *Loads the draw recovered in each period of the range from
      *the ledger.  Without a ledger nothing can be added back, so
      *every salesperson whose paid figure moves is held.
       030-load-draw-recovery.
           open input ledger-file.
           if (ws-ledger-file-status = "00") then
               move "n" to ws-ledger-eof
               perform 031-read-ledger-record
               perform 032-store-ledger-row
                   until ws-ledger-eof = "y"
               close ledger-file
           else
               display "A3-RETRO: NO COMPENSATION LEDGER - STATUS "
               ws-ledger-file-status " - ADJUSTMENTS WILL BE HELD"
           end-if.

       031-read-ledger-record.
           read ledger-file
               at end
                   move "y" to ws-ledger-eof.

       032-store-ledger-row.
           if (led-period not < ws-retro-from)
               and (led-period not > ws-retro-to) then
               if (led-row-type = "M") then
                   perform 033-note-ledger-period
               end-if
               if (led-row-type = "D")
                   and (led-sales-recovered > zero) then
                   if (ws-recovery-count < 5000) then
                       add ws-one to ws-recovery-count
                       move led-period
                           to ws-rcv-period (ws-recovery-count)
                       move led-branch
                           to ws-rcv-branch (ws-recovery-count)
                       move led-sman-num
                           to ws-rcv-sman-num (ws-recovery-count)
                       move led-sales-recovered
                           to ws-rcv-amount (ws-recovery-count)
                   else
                       display "A3-RETRO: OVER 5000 DRAW RECOVERY "
                       "ROWS IN RANGE - RUN STOPPED, NARROW THE RETRO "
                       "RANGE"
                       move 16 to return-code
                       stop run
                   end-if
               end-if
           end-if.
           perform 031-read-ledger-record.

       033-note-ledger-period.
           move "n" to ws-ledger-period-found.
           perform 034-match-one-ledger-period
               varying ws-ledger-period-index from ws-one by ws-one
               until (ws-ledger-period-index > ws-ledger-period-count)
               or (ws-ledger-period-found = "y").
           if (ws-ledger-period-found = "n") then
               if (ws-ledger-period-count < 1000) then
                   add ws-one to ws-ledger-period-count
                   move led-period
                       to ws-ledger-period (ws-ledger-period-count)
               else
                   display "A3-RETRO: OVER 1000 LEDGER PERIODS IN "
                   "RANGE - RUN STOPPED, NARROW THE RETRO RANGE"
                   move 16 to return-code
                   stop run
               end-if
           end-if.

       034-match-one-ledger-period.
           if (ws-ledger-period (ws-ledger-period-index) = led-period)
               then
               move "y" to ws-ledger-period-found
           end-if.

      *Sort input procedure - releases the history rows that fall
      *inside the period range.
       100-select-history.
           perform 110-read-history-record.
           perform 120-release-history-row
               until ws-history-eof = "y".

       110-read-history-record.
           move spaces to hist-rec.
           read history-file
               at end
                   move "y" to ws-history-eof
               not at end
                   add ws-one to ws-rows-read
           end-read.

       120-release-history-row.
           if (hst-period not < ws-retro-from)
               and (hst-period not > ws-retro-to) then
               move hst-branch   to sf-branch
               move hst-sman-num to sf-sman-num
               move hst-period   to sf-period
               move hst-sales    to sf-sales
               move hst-earned   to sf-earned
               move hst-paid     to sf-paid
               release sf-rec
               add ws-one to ws-rows-in-range
           end-if.
           perform 110-read-history-record.

      *Sort output procedure - re-prices each row in branch,
      *salesperson and period order, with a total and an adjustment
      *per salesperson and a total per branch.
       200-reprice-history.
           move "n" to ws-sort-eof.
           perform 210-return-history-row.
           perform 220-process-one-row
               until ws-sort-eof = "y".
           if (ws-have-person = "y") then
               perform 240-flush-person
           end-if.
           if (ws-prior-branch not = spaces) then
               perform 250-flush-branch
           end-if.

       210-return-history-row.
           return sort-file
               at end
                   move "y" to ws-sort-eof
           end-return.

       220-process-one-row.
           if (ws-have-person = "y")
               and ((sf-branch not = ws-cur-branch)
               or (sf-sman-num not = ws-cur-sman-num)) then
               perform 240-flush-person
           end-if.
           if (ws-prior-branch not = spaces)
               and (sf-branch not = ws-prior-branch) then
               perform 250-flush-branch
           end-if.
           move sf-branch to ws-prior-branch.
           if (ws-have-person = "n") then
               perform 230-start-person
           end-if.
           if (sf-period not = ws-cur-period) then
               if (ws-cur-period not = spaces) then
                   perform 340-flush-period
               end-if
               perform 330-find-draw-recovery
           end-if.
           perform 300-price-row.
           perform 210-return-history-row.

      *Fetches the salesperson's master row once for all of their
      *history rows.
       230-start-person.
           move sf-branch   to ws-cur-branch.
           move sf-sman-num to ws-cur-sman-num.
           move zero to ws-person-earned-diff.
           move zero to ws-person-paid-diff.
           move "n" to ws-cur-no-ledger.
           move spaces to ws-cur-period.
           move sf-branch   to sm-branch.
           move sf-sman-num to sm-sman-num.
           read sman-master-file
               invalid key
                   move "n" to ws-on-master
               not invalid key
                   move "y" to ws-on-master
           end-read.
           if (ws-on-master = "y") then
               move sm-name   to ws-cur-name
               move sm-status to ws-cur-status
               move sm-min    to ws-cur-min
               move sm-max    to ws-cur-max
               move sm-rate   to ws-cur-rate
           else
               move spaces to ws-cur-name
               move space  to ws-cur-status
               move zero   to ws-cur-min
               move zero   to ws-cur-max
               move zero   to ws-cur-rate
           end-if.
           move "y" to ws-have-person.

       240-flush-person.
           if (ws-cur-period not = spaces) then
               perform 340-flush-period
           end-if.
           move ws-cur-name           to ws-per-name.
           move ws-person-earned-diff to ws-per-earned-diff.
           move ws-person-paid-diff   to ws-per-paid-diff.
           write report-line from ws-person-line.
           add ws-person-earned-diff to ws-branch-earned-diff.
           add ws-person-paid-diff   to ws-branch-paid-diff.
           if (ws-on-master = "y")
               and (ws-person-paid-diff not = zero) then
               perform 400-write-adjustment
           end-if.
           move spaces to report-line.
           write report-line.
           move "n" to ws-have-person.

       250-flush-branch.
           move ws-prior-branch       to ws-brl-branch.
           move ws-branch-earned-diff to ws-brl-earned-diff.
           move ws-branch-paid-diff   to ws-brl-paid-diff.
           write report-line from ws-branch-line.
           move spaces to report-line.
           write report-line.
           add ws-branch-earned-diff to ws-total-earned-diff.
           add ws-branch-paid-diff   to ws-total-paid-diff.
           move zero to ws-branch-earned-diff.
           move zero to ws-branch-paid-diff.

      *Re-prices one history row and prints it against what was
      *recorded.  A salesperson no longer on the master cannot be
      *re-priced; the row prints with no difference.  The history
      *records paid after the period's draw recovery - the recovery
      *is added back once for the period, by 340, not row by row.
       300-price-row.
           move spaces        to ws-detail-line.
           move sf-branch     to ws-det-branch.
           move sf-sman-num   to ws-det-sman-num.
           move sf-period     to ws-det-period.
           move sf-sales      to ws-det-sales.
           move sf-earned     to ws-det-rec-earned.
           move sf-paid       to ws-det-rec-paid.
           if (ws-on-master = "y") then
               move sf-sales to ws-sales
               perform 310-walk-bracket-table
               perform 320-earned-and-paid
               compute ws-earned-diff = ws-earned-calc - sf-earned
               compute ws-paid-diff   = ws-paid-calc - sf-paid
               move ws-earned-calc to ws-det-new-earned
               move ws-paid-calc   to ws-det-new-paid
               move ws-earned-diff to ws-det-earned-diff
               move ws-paid-diff   to ws-det-paid-diff
               add ws-earned-diff to ws-person-earned-diff
               add ws-paid-diff   to ws-person-paid-diff
               if (ws-earned-diff not = zero)
                   or (ws-paid-diff not = zero) then
                   add ws-one to ws-rows-changed
                   move "CHANGED" to ws-det-remark
               end-if
               if (ws-ledger-period-found = "n") then
                   move "y" to ws-cur-no-ledger
                   move "NO LEDGER ROW" to ws-det-remark
               end-if
           else
               move sf-earned to ws-det-new-earned
               move sf-paid   to ws-det-new-paid
               move zero      to ws-det-earned-diff
               move zero      to ws-det-paid-diff
               move "NOT ON MASTER" to ws-det-remark
               add ws-one to ws-rows-off-master
           end-if.
           write report-line from ws-detail-line.

      *The draw recovered out of the salesperson's sales pay in the
      *period starting - zero when the ledger knows the period but
      *has no recovery for this salesperson.  Whether the period is
      *on the ledger at all is left in ws-ledger-period-found.
       330-find-draw-recovery.
           move sf-period to ws-cur-period.
           move zero to ws-period-recovered.
           move "n" to ws-ledger-period-found.
           perform 331-match-one-ledger-period
               varying ws-ledger-period-index from ws-one by ws-one
               until (ws-ledger-period-index > ws-ledger-period-count)
               or (ws-ledger-period-found = "y").
           perform 332-add-one-recovery
               varying ws-recovery-index from ws-one by ws-one
               until ws-recovery-index > ws-recovery-count.

       331-match-one-ledger-period.
           if (ws-ledger-period (ws-ledger-period-index) = sf-period)
               then
               move "y" to ws-ledger-period-found
           end-if.

       332-add-one-recovery.
           if (ws-rcv-period (ws-recovery-index) = sf-period)
               and (ws-rcv-branch (ws-recovery-index) = sf-branch)
               and (ws-rcv-sman-num (ws-recovery-index) = sf-sman-num)
               then
               add ws-rcv-amount (ws-recovery-index)
                   to ws-period-recovered
           end-if.

      *The period's rows were all compared net of the recovery, so
      *the recovery goes back once on its own line - it was paid
      *out of the period's commission, only kept back against the
      *draw.
       340-flush-period.
           if (ws-on-master = "y")
               and (ws-period-recovered > zero) then
               move ws-cur-branch       to ws-rcl-branch
               move ws-cur-sman-num     to ws-rcl-sman-num
               move ws-cur-period       to ws-rcl-period
               move ws-period-recovered to ws-rcl-amount
               compute ws-paid-diff = zero - ws-period-recovered
               move ws-paid-diff        to ws-rcl-paid-diff
               write report-line from ws-recovery-line
               add ws-paid-diff to ws-person-paid-diff
           end-if.
           move spaces to ws-cur-period.

      *The commission run's bracket walk.  Out of the rows that
      *apply to this branch it finds the lowest threshold (the
      *quota) and prices each bracket slice above it at that
      *bracket's rate on top of the base rate.
       310-walk-bracket-table.
           move zero   to ws-over-work.
           move 999999 to ws-first-threshold.
           move "n"    to ws-branch-rows-found.
           perform 311-check-one-branch-row
               varying ws-bracket-index from ws-one by ws-one
               until ws-bracket-index > ws-bracket-count.
           perform 312-apply-one-bracket
               varying ws-bracket-index from ws-one by ws-one
               until ws-bracket-index > ws-bracket-count.

       311-check-one-branch-row.
           if (ws-brk-branch (ws-bracket-index) = ws-cur-branch) then
               move "y" to ws-branch-rows-found
           end-if.

       312-apply-one-bracket.
           move "n" to ws-bracket-applies.
           if (ws-branch-rows-found = "y") then
               if (ws-brk-branch (ws-bracket-index) = ws-cur-branch)
                   then
                   move "y" to ws-bracket-applies
               end-if
           else
               if (ws-brk-branch (ws-bracket-index) = spaces) then
                   move "y" to ws-bracket-applies
               end-if
           end-if.
           if (ws-bracket-applies = "y") then
               if (ws-brk-threshold (ws-bracket-index)
                   < ws-first-threshold) then
                   move ws-brk-threshold (ws-bracket-index)
                       to ws-first-threshold
               end-if
               if (ws-sales > ws-brk-threshold (ws-bracket-index))
                   then
                   perform 313-find-bracket-slice-top
                   compute ws-over-work = ws-over-work +
                       ((ws-brk-rate (ws-bracket-index) / ws-100) *
                       (ws-slice-top -
                       ws-brk-threshold (ws-bracket-index)))
               end-if
           end-if.

       313-find-bracket-slice-top.
           move ws-sales to ws-slice-top.
           perform 314-scan-one-upper-bracket
               varying ws-bracket-scan from ws-one by ws-one
               until ws-bracket-scan > ws-bracket-count.

       314-scan-one-upper-bracket.
           if ((ws-branch-rows-found = "y"
               and ws-brk-branch (ws-bracket-scan) = ws-cur-branch)
               or (ws-branch-rows-found = "n"
               and ws-brk-branch (ws-bracket-scan) = spaces)) then
               if (ws-brk-threshold (ws-bracket-scan)
                   > ws-brk-threshold (ws-bracket-index))
                   and (ws-brk-threshold (ws-bracket-scan)
                   < ws-slice-top) then
                   move ws-brk-threshold (ws-bracket-scan)
                       to ws-slice-top
               end-if
           end-if.

      *Earned is the base rate on all sales plus the bracket slices;
      *paid is capped at the maximum over quota and topped up to
      *the minimum at or under it - the commission run's rules.
       320-earned-and-paid.
           compute ws-base-calc rounded =
               ws-sales * (ws-cur-rate / ws-100).
           if (ws-sales > ws-first-threshold) then
               compute ws-earned-calc rounded =
                   ws-base-calc + ws-over-work
               move ws-earned-calc to ws-paid-calc
               if (ws-earned-calc > ws-cur-max) then
                   move ws-cur-max to ws-paid-calc
               end-if
           else
               move ws-base-calc to ws-earned-calc
               move ws-earned-calc to ws-paid-calc
               if (ws-earned-calc < ws-cur-min) then
                   move ws-cur-min to ws-paid-calc
               end-if
           end-if.

      *The commission run prices an adjustment at the master rate,
      *so the net paid difference is backed out into a sales amount
      *at that rate.  Rounding can leave the posting a unit off the
      *difference; the line shows what the posting will really pay.
      *A terminated salesperson's adjustment would reject outside a
      *settlement run, and an amount past the record's six digits
      *cannot be carried - both are held back for a hand entry, as
      *is one with a period whose draw recovery is not known.
       400-write-adjustment.
           move spaces to ws-adl-remark.
           if (ws-person-paid-diff < zero) then
               compute ws-adj-abs = zero - ws-person-paid-diff
               move "-" to ws-adl-sign
           else
               move ws-person-paid-diff to ws-adj-abs
               move "+" to ws-adl-sign
           end-if.
           if (ws-cur-rate = zero) then
               move zero to ws-adj-work
               move zero to ws-adj-posts
               move "MASTER RATE ZERO - NOT WRITTEN" to ws-adl-remark
           else
               compute ws-adj-work rounded =
                   ws-adj-abs * ws-100 / ws-cur-rate
               compute ws-adj-posts rounded =
                   ws-adj-work * (ws-cur-rate / ws-100)
               if (ws-person-paid-diff < zero) then
                   compute ws-adj-posts = zero - ws-adj-posts
               end-if
               if (ws-adj-work > 999999) then
                   move "TOO LARGE - KEY BY HAND" to ws-adl-remark
               else
                   if (ws-cur-status = "T") then
                       move "TERMINATED - NOT WRITTEN"
                           to ws-adl-remark
                   else
                       if (ws-cur-no-ledger = "y") then
                           move "NO LEDGER ROW - NOT WRITTEN"
                               to ws-adl-remark
                       end-if
                   end-if
               end-if
           end-if.
           move ws-adj-work  to ws-adl-amount.
           move ws-cur-rate  to ws-adl-rate.
           move ws-adj-posts to ws-adl-posts.
           write report-line from ws-adjust-line.
           if (ws-adl-remark = spaces) then
               move spaces          to adj-rec
               move ws-cur-sman-num to adj-sman-num
               move ws-cur-branch   to adj-branch
               move ws-cur-name     to adj-name
               move ws-adl-sign     to adj-sign
               move ws-adj-work     to adj-amount
               move ws-cur-rate     to adj-rate
               move "R"             to adj-origin
               move "A"             to adj-rec-type
               write adj-rec
               add ws-one to ws-adj-written
               add ws-adj-work      to ws-adj-sales-hash
               add ws-cur-sman-num  to ws-adj-sman-hash
               add ws-adj-posts to ws-total-posts
           else
               add ws-one to ws-adj-held
           end-if.

      *The trailer closes the adjustment file with the count and
      *hash totals the commission run balances it against.
       500-print-run-totals.
           move spaces            to adj-trl-rec.
           move ws-adj-written    to trl-rec-count.
           move ws-adj-sales-hash to trl-sales-hash.
           move ws-adj-sman-hash  to trl-sman-hash.
           move "T"               to trl-rec-type.
           write adj-trl-rec.
           move ws-total-earned-diff to ws-grd-earned-diff.
           move ws-total-paid-diff   to ws-grd-paid-diff.
           write report-line from ws-grand-line.
           move "HISTORY ROWS READ"           to ws-count-label.
           move ws-rows-read                  to ws-count-value.
           write report-line from ws-count-line
               after advancing 2 lines.
           move "ROWS IN PERIOD RANGE"        to ws-count-label.
           move ws-rows-in-range              to ws-count-value.
           write report-line from ws-count-line.
           move "ROWS WHOSE EARNED OR PAID CHANGED"
                                              to ws-count-label.
           move ws-rows-changed               to ws-count-value.
           write report-line from ws-count-line.
           move "ROWS NOT ON SALESPERSON MASTER"
                                              to ws-count-label.
           move ws-rows-off-master            to ws-count-value.
           write report-line from ws-count-line.
           move "ADJUSTMENT RECORDS WRITTEN"  to ws-count-label.
           move ws-adj-written                to ws-count-value.
           write report-line from ws-count-line.
           move "ADJUSTMENTS HELD BACK"       to ws-count-label.
           move ws-adj-held                   to ws-count-value.
           write report-line from ws-count-line.
           move "NET COMMISSION THE RECORDS WILL POST"
                                              to ws-count-label.
           move ws-total-posts                to ws-count-value.
           write report-line from ws-count-line.

       900-close-files.
           close history-file sman-master-file report-file
               adjust-file.

       end program A3-Retro.
