       identification division.
       program-id. A3-YearEnd.
       author. Kaifkhan Vakil.
       date-written. 2026-10-15.
      *Program Description: Year-end compensation statements, run
      *before the YTD rollover purges the year-to-date master.  HR
      *used to rebuild everyone's annual figures from the period
      *history for the tax slips.  This program reads the YTD master
      *(A3-YTD.dat) for the year's earned and paid, and the
      *compensation ledger the commission run appends to
      *(A3-CompLedger.dat) for the year's draw advanced, recovered
      *and written off, override income, and the final figures of
      *anyone settled out during the year.  It pages one annual
      *statement per salesperson with totals by branch and for the
      *company, and writes a fixed-width annual extract with a
      *balancing trailer for the tax/HR system.  The year closed is
      *the one on the YEAREND parameter row, or the year of the
      *PERIOD row when there is none.  The year-end control file
      *(A3-YearEndCtl.dat) records the run: it is marked started
      *before anything is written and complete, with the YTD master
      *totals the statements were built from, only once every file
      *is written - A3-YTDMaint will not roll the year without it.
      *
      *Modification History
      *2026-10-15 KV Initial version - annual statement per
      *              salesperson (earned, paid, draw advanced and
      *              recovered, draw written off, override income),
      *              branch and company totals, annual extract with
      *              count and hash trailer, and the year-end control
      *              record the YTD rollover checks.
      *2026-10-15 KV Refused with return code 8 once the year has
      *              been rolled - a rerun then would read the empty
      *              YTD master and replace the year's statements,
      *              extract and control totals with empty ones.
      *2026-10-15 KV The compensation ledger is required like the
      *              masters - the commission run always creates it,
      *              so a missing ledger is a lost file, and
      *              statements built without it would let the year
      *              be marked complete and rolled on zero draw and
      *              override figures.
       environment division.
       input-output section.
       file-control.

      *Commission-plan parameter file - only the PERIOD and YEAREND
      *rows are used here.
           select param-file
               assign to "../../../A3-Params.dat"
               organization is line sequential
               file status is ws-param-file-status.

      *The year-to-date commission master, read front to back.
           select ytd-master-file
               assign to "../../../A3-YTD.dat"
               organization is indexed
               access mode is sequential
               record key is ytd-key
               file status is ws-ytd-file-status.

      *The compensation ledger the commission run appends to.
           select ledger-file
               assign to "../../../A3-CompLedger.dat"
               organization is line sequential
               file status is ws-ledger-file-status.

      *Salesperson master - name and status for each statement.
           select sman-master-file
               assign to "../../../A3-SalesMaster.dat"
               organization is indexed
               access mode is random
               record key is sm-key
               file status is ws-master-file-status.

      *The annual statements.
           select report-file
               assign to "../../../A3-YearEnd.out"
               organization is line sequential
               file status is ws-report-file-status.

      *Fixed-width annual extract for the tax/HR system.
           select extract-file
               assign to "../../../A3-AnnualExtract.dat"
               organization is line sequential
               file status is ws-extract-file-status.

      *Year-end control record - what A3-YTDMaint checks before it
      *will roll the year.
           select yearend-ctl-file
               assign to "../../../A3-YearEndCtl.dat"
               organization is line sequential
               file status is ws-yec-file-status.

      *Sort work file - brings each salesperson's YTD row and
      *ledger rows together in branch and salesperson order.
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
       01 param-period-rec.
         05 filler           pic x(8).
         05 param-period-id  pic x(6).
         05 filler           pic x(16).
      *YEAREND names the calendar year to close (ccyy).
       01 param-yearend-rec.
         05 filler           pic x(8).
         05 param-yearend-year
                             pic x(4).
         05 filler           pic x(18).

      *Year-to-date commission master record - same layout as in
      *A3-SalesComm.
       fd ytd-master-file
           data record is ytd-rec.
       01 ytd-rec.
         05 ytd-key.
           10 ytd-branch     pic xx.
           10 ytd-sman-num   pic 999.
         05 ytd-name         pic x(8).
         05 ytd-earned       pic s9(8).
         05 ytd-paid         pic s9(8).

      *Compensation ledger record - same layout A3-SalesComm
      *writes.  Type D is a period's draw movement, O a manager's
      *override earned, S the final YTD figures of a salesperson
      *settled out.  Type Y rows are postings already in the YTD
      *row and are passed over here.
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

      *Annual extract - one 'D' record per salesperson, then one
      *'T' trailer carrying the record count and hash totals of the
      *paid and earned columns for the receiving system to balance
      *against.  Status is the master's A or T, S for settled
      *during the year, blank when the salesperson is off the
      *master.
       fd extract-file
           data record is ext-rec
           record contains 76 characters.
       01 ext-rec.
         05 ext-rec-type     pic x.
         05 ext-year         pic x(4).
         05 ext-branch       pic xx.
         05 ext-sman-num     pic 999.
         05 ext-name         pic x(8).
         05 ext-status       pic x.
         05 ext-earned       pic s9(9)
                             sign is trailing separate.
         05 ext-paid         pic s9(9)
                             sign is trailing separate.
         05 ext-draw-added   pic 9(9).
         05 ext-draw-recovered
                             pic 9(9).
         05 ext-draw-writeoff
                             pic 9(9).
         05 ext-override     pic s9(9)
                             sign is trailing separate.
       01 ext-trailer-rec.
         05 ext-trl-rec-type pic x.
         05 ext-trl-year     pic x(4).
         05 ext-trl-count    pic 9(6).
         05 filler           pic x(8).
         05 ext-trl-paid-hash
                             pic s9(11)
                             sign is trailing separate.
         05 ext-trl-earned-hash
                             pic s9(11)
                             sign is trailing separate.
         05 filler           pic x(33).

      *Year-end control record.  Status S means a run for the year
      *started and did not finish, C that it completed, R that
      *A3-YTDMaint has since rolled the year.  The row count and
      *earned/paid totals are the YTD master as the statements saw
      *it.
       fd yearend-ctl-file
           data record is yec-rec
           record contains 49 characters.
       01 yec-rec.
         05 yec-year         pic x(4).
         05 yec-status       pic x.
         05 yec-run-date     pic 9(8).
         05 yec-ytd-rows     pic 9(6).
         05 yec-ytd-earned   pic s9(11)
                             sign is trailing separate.
         05 yec-ytd-paid     pic s9(11)
                             sign is trailing separate.
         05 yec-statements   pic 9(6).

       sd sort-file
           data record is sf-rec.
       01 sf-rec.
         05 sf-branch        pic xx.
         05 sf-sman-num      pic 999.
         05 sf-source        pic x.
         05 sf-name          pic x(8).
         05 sf-earned        pic s9(9).
         05 sf-paid          pic s9(9).
         05 sf-added         pic 9(8).
         05 sf-recovered     pic 9(8).
         05 sf-writeoff      pic 9(8).
         05 sf-override      pic s9(8).

       working-storage section.
       77 ws-param-file-status
                           pic xx.
       77 ws-ytd-file-status
                           pic xx.
       77 ws-ledger-file-status
                           pic xx.
       77 ws-master-file-status
                           pic xx.
       77 ws-report-file-status
                           pic xx.
       77 ws-extract-file-status
                           pic xx.
       77 ws-yec-file-status
                           pic xx.
       77 ws-yec-rolled    pic x       value 'n'.
       77 ws-param-eof     pic x       value 'n'.
       77 ws-param-first   pic x       value 'y'.
       77 ws-ytd-eof       pic x       value 'n'.
       77 ws-ledger-eof    pic x       value 'n'.
       77 ws-ledger-opened pic x       value 'n'.
       77 ws-sort-eof      pic x       value 'n'.
       77 ws-one           pic 9       value 1.
       77 ws-run-date      pic 9(8)    value 0.

      *The year being closed and the PERIOD row it defaults from.
       77 ws-year          pic x(4)    value spaces.
       01 ws-period-parts.
         05 ws-period-year pic x(4)    value spaces.
         05 ws-period-month
                           pic xx      value spaces.
       01 ws-led-period-parts.
         05 ws-led-year    pic x(4).
         05 ws-led-month   pic xx.

      *The YTD master as read - recorded on the control record so
      *the rollover can tell whether anything posted since.
       77 ws-ytd-rows      pic 9(6)    value 0.
       77 ws-ytd-earned-total
                           pic s9(11)  value 0.
       77 ws-ytd-paid-total
                           pic s9(11)  value 0.

      *The salesperson in hand.
       77 ws-have-person   pic x       value 'n'.
       77 ws-on-master     pic x       value 'n'.
       77 ws-cur-branch    pic xx      value spaces.
       77 ws-cur-sman-num  pic 999     value 0.
       77 ws-cur-name      pic x(8)    value spaces.
       77 ws-cur-status    pic x       value space.
       77 ws-per-settled   pic x       value 'n'.
       77 ws-per-earned    pic s9(9)   value 0.
       77 ws-per-paid      pic s9(9)   value 0.
       77 ws-per-added     pic 9(9)    value 0.
       77 ws-per-recovered pic 9(9)    value 0.
       77 ws-per-writeoff  pic 9(9)    value 0.
       77 ws-per-override  pic s9(9)   value 0.

      *Branch and company accumulators.
       77 ws-prior-branch  pic xx      value spaces.
       77 ws-brn-count     pic 9(5)    value 0.
       77 ws-brn-earned    pic s9(11)  value 0.
       77 ws-brn-paid      pic s9(11)  value 0.
       77 ws-brn-added     pic 9(11)   value 0.
       77 ws-brn-recovered pic 9(11)   value 0.
       77 ws-brn-writeoff  pic 9(11)   value 0.
       77 ws-brn-override  pic s9(11)  value 0.
       77 ws-co-earned     pic s9(11)  value 0.
       77 ws-co-paid       pic s9(11)  value 0.
       77 ws-co-added      pic 9(11)   value 0.
       77 ws-co-recovered  pic 9(11)   value 0.
       77 ws-co-writeoff   pic 9(11)   value 0.
       77 ws-co-override   pic s9(11)  value 0.

      *The six figures in hand for 320 to print, whichever level
      *- salesperson, branch or company - is being printed.
       77 ws-prt-earned    pic s9(11)  value 0.
       77 ws-prt-paid      pic s9(11)  value 0.
       77 ws-prt-added     pic 9(11)   value 0.
       77 ws-prt-recovered pic 9(11)   value 0.
       77 ws-prt-writeoff  pic 9(11)   value 0.
       77 ws-prt-override  pic s9(11)  value 0.

      *Run counts for the closing summary.
       77 ws-ledger-rows-read
                           pic 9(6)    value 0.
       77 ws-ledger-rows-used
                           pic 9(6)    value 0.
       77 ws-statement-count
                           pic 9(6)    value 0.
       77 ws-off-master-count
                           pic 9(6)    value 0.
       77 ws-settled-count pic 9(6)    value 0.

       01 ws-title-line.
         05 filler         pic x(25)   value spaces.
         05 filler         pic x(36)   value
         "ANNUAL COMPENSATION STATEMENT  YEAR ".
         05 ws-title-year  pic x(4).

       01 ws-id-line.
         05 filler         pic x(3)    value spaces.
         05 filler         pic x(4)    value "No. ".
         05 ws-id-sman-num pic zz9.
         05 filler         pic x(2)    value spaces.
         05 ws-id-name     pic x(8).
         05 filler         pic x(3)    value spaces.
         05 filler         pic x(7)    value "BRANCH ".
         05 ws-id-branch   pic xx.
         05 filler         pic x(3)    value spaces.
         05 ws-id-status   pic x(13).

       01 ws-total-title-line.
         05 filler         pic x(3)    value spaces.
         05 ws-tot-title   pic x(30).
         05 ws-tot-count   pic zz,zz9.
         05 filler         pic x(11)   value " STATEMENTS".

       01 ws-amount-line.
         05 filler         pic x(3)    value spaces.
         05 ws-amt-label   pic x(30).
         05 ws-amt-value   pic -zz,zzz,zzz,zz9.

       01 ws-note-line.
         05 filler         pic x(3)    value spaces.
         05 filler         pic x(44)   value
         "OVERRIDE INCOME IS INCLUDED IN EARNED ABOVE.".

       01 ws-count-line.
         05 filler         pic x(3)    value spaces.
         05 ws-count-label pic x(40).
         05 ws-count-value pic zzz,zz9.

       procedure division.
       000-main.
           perform 010-read-parameters.
           if (ws-year = spaces) then
               display "A3-YEAREND: NO YEAREND OR PERIOD ROW IN "
               "PARAMETER FILE - NO YEAR TO CLOSE"
               move 8 to return-code
               goback
           end-if.
           perform 015-check-year-not-rolled.
           if (ws-yec-rolled = "y") then
               display "A3-YEAREND: YEAR " ws-year " HAS ALREADY "
               "BEEN ROLLED - STATEMENTS NOT REPRODUCED"
               move 8 to return-code
               goback
           end-if.
           perform 020-open-files.
           perform 030-mark-year-started.
           sort sort-file
               on ascending key sf-branch
               on ascending key sf-sman-num
               input procedure is 100-gather-year
               output procedure is 200-write-statements.
           perform 500-print-company-totals.
           perform 510-write-extract-trailer.
           perform 900-close-files.
           perform 040-mark-year-complete.
           display "A3-YEAREND: YEAR " ws-year " - "
               ws-statement-count " STATEMENTS, " ws-ytd-rows
               " YTD ROWS, " ws-ledger-rows-used " LEDGER ROWS".
           if (ws-off-master-count > zero) then
               move 4 to return-code
           else
               move zero to return-code
           end-if.
           goback.

      *The YEAREND row names the year outright; without one the
      *year of the PERIOD row is closed.
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
               display "A3-YEAREND: PARAMETER FILE NOT FOUND - "
               "STATUS " ws-param-file-status
           end-if.
           if (ws-year = spaces) then
               move ws-period-year to ws-year
           end-if.

       011-read-param-record.
           read param-file
               at end
                   move "y" to ws-param-eof.

       012-store-param-record.
           if (ws-param-first = "y") then
               move "n" to ws-param-first
           else
               if (param-kw = "YEAREND") then
                   move param-yearend-year to ws-year
               else
                   if (param-kw = "PERIOD") then
                       move param-period-id to ws-period-parts
                   end-if
               end-if
           end-if.
           perform 011-read-param-record.

      *Once A3-YTDMaint has rolled the year its rows are gone, so
      *the control record is looked at before any output is opened.
       015-check-year-not-rolled.
           move "n" to ws-yec-rolled.
           open input yearend-ctl-file.
           if (ws-yec-file-status = "00") then
               read yearend-ctl-file
                   at end
                       move spaces to yec-rec
               end-read
               if (yec-year = ws-year) and (yec-status = "R") then
                   move "y" to ws-yec-rolled
               end-if
               close yearend-ctl-file
           end-if.

      *The YTD master, the salesperson master and the compensation
      *ledger are all required - nothing is written, and the year is
      *not marked started, when one cannot be opened.
       020-open-files.
           open input ytd-master-file.
           if (ws-ytd-file-status not = "00") then
               display "A3-YEAREND: UNABLE TO OPEN YTD MASTER - "
               "STATUS " ws-ytd-file-status
               move 16 to return-code
               goback
           end-if.
           open input sman-master-file.
           if (ws-master-file-status not = "00") then
               display "A3-YEAREND: UNABLE TO OPEN SALESPERSON MASTER "
               "- STATUS " ws-master-file-status
               close ytd-master-file
               move 16 to return-code
               goback
           end-if.
           open input ledger-file.
           if (ws-ledger-file-status = "00") then
               move "y" to ws-ledger-opened
           else
               display "A3-YEAREND: UNABLE TO OPEN COMPENSATION LEDGER "
               "- STATUS " ws-ledger-file-status
               close ytd-master-file sman-master-file
               move 16 to return-code
               goback
           end-if.
           open output report-file.
           if (ws-report-file-status not = "00") then
               display "A3-YEAREND: UNABLE TO OPEN REPORT FILE - "
               "STATUS " ws-report-file-status
               perform 025-close-input-files
               move 16 to return-code
               goback
           end-if.
           open output extract-file.
           if (ws-extract-file-status not = "00") then
               display "A3-YEAREND: UNABLE TO OPEN ANNUAL EXTRACT - "
               "STATUS " ws-extract-file-status
               perform 025-close-input-files
               close report-file
               move 16 to return-code
               goback
           end-if.
           accept ws-run-date from date yyyymmdd.
           move ws-year to ws-title-year.

       025-close-input-files.
           close ytd-master-file sman-master-file.
           if (ws-ledger-opened = "y") then
               close ledger-file
           end-if.

      *Any earlier control record is replaced by one saying a run
      *for this year is under way, so a run that dies part-way
      *leaves the year marked not complete.
       030-mark-year-started.
           open output yearend-ctl-file.
           if (ws-yec-file-status not = "00") then
               display "A3-YEAREND: UNABLE TO OPEN YEAR-END CONTROL "
               "FILE - STATUS " ws-yec-file-status
               perform 025-close-input-files
               close report-file extract-file
               move 16 to return-code
               goback
           end-if.
           move spaces      to yec-rec.
           move ws-year     to yec-year.
           move "S"         to yec-status.
           move ws-run-date to yec-run-date.
           move zero        to yec-ytd-rows.
           move zero        to yec-ytd-earned.
           move zero        to yec-ytd-paid.
           move zero        to yec-statements.
           write yec-rec.
           close yearend-ctl-file.

      *Every file is written and closed - the year is complete.
       040-mark-year-complete.
           open output yearend-ctl-file.
           if (ws-yec-file-status not = "00") then
               display "A3-YEAREND: UNABLE TO OPEN YEAR-END CONTROL "
               "FILE - STATUS " ws-yec-file-status
               " - YEAR NOT MARKED COMPLETE"
               move 16 to return-code
               goback
           end-if.
           move spaces              to yec-rec.
           move ws-year             to yec-year.
           move "C"                 to yec-status.
           move ws-run-date         to yec-run-date.
           move ws-ytd-rows         to yec-ytd-rows.
           move ws-ytd-earned-total to yec-ytd-earned.
           move ws-ytd-paid-total   to yec-ytd-paid.
           move ws-statement-count  to yec-statements.
           write yec-rec.
           close yearend-ctl-file.

      *Sort input procedure - every YTD row, then the ledger rows
      *for the year being closed.
       100-gather-year.
           perform 110-read-ytd-record.
           perform 115-release-ytd-row
               until ws-ytd-eof = "y".
           if (ws-ledger-opened = "y") then
               perform 120-read-ledger-record
               perform 125-release-ledger-row
                   until ws-ledger-eof = "y"
           end-if.

       110-read-ytd-record.
           read ytd-master-file next record
               at end
                   move "y" to ws-ytd-eof.

       115-release-ytd-row.
           perform 130-clear-sort-record.
           move ytd-branch   to sf-branch.
           move ytd-sman-num to sf-sman-num.
           move "Y"          to sf-source.
           move ytd-name     to sf-name.
           move ytd-earned   to sf-earned.
           move ytd-paid     to sf-paid.
           release sf-rec.
           add ws-one     to ws-ytd-rows.
           add ytd-earned to ws-ytd-earned-total.
           add ytd-paid   to ws-ytd-paid-total.
           perform 110-read-ytd-record.

       120-read-ledger-record.
           read ledger-file
               at end
                   move "y" to ws-ledger-eof
               not at end
                   add ws-one to ws-ledger-rows-read
           end-read.

      *A settlement row carries the settled salesperson's final YTD
      *earned and paid, since their YTD row was deleted when they
      *were settled.
       125-release-ledger-row.
           move led-period to ws-led-period-parts.
           if (ws-led-year = ws-year)
               and ((led-row-type = "D") or (led-row-type = "O")
               or (led-row-type = "S")) then
               perform 130-clear-sort-record
               move led-branch   to sf-branch
               move led-sman-num to sf-sman-num
               move led-row-type to sf-source
               if (led-row-type = "D") then
                   move led-draw-added     to sf-added
                   move led-draw-recovered to sf-recovered
                   move led-draw-writeoff  to sf-writeoff
               else
                   if (led-row-type = "O") then
                       move led-override to sf-override
                   else
                       move led-earned   to sf-earned
                       move led-paid     to sf-paid
                   end-if
               end-if
               release sf-rec
               add ws-one to ws-ledger-rows-used
           end-if.
           perform 120-read-ledger-record.

       130-clear-sort-record.
           move spaces to sf-rec.
           move zero   to sf-earned.
           move zero   to sf-paid.
           move zero   to sf-added.
           move zero   to sf-recovered.
           move zero   to sf-writeoff.
           move zero   to sf-override.

      *Sort output procedure - one statement per salesperson, with
      *branch totals at each change of branch.
       200-write-statements.
           move "n" to ws-sort-eof.
           perform 210-return-sort-row.
           perform 220-process-one-row
               until ws-sort-eof = "y".
           if (ws-have-person = "y") then
               perform 240-flush-person
           end-if.
           if (ws-prior-branch not = spaces) then
               perform 250-flush-branch
           end-if.

       210-return-sort-row.
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
           perform 235-accumulate-row.
           perform 210-return-sort-row.

      *Fetches the salesperson's name and status from the master
      *once for all of their rows.
       230-start-person.
           move sf-branch   to ws-cur-branch.
           move sf-sman-num to ws-cur-sman-num.
           move zero to ws-per-earned.
           move zero to ws-per-paid.
           move zero to ws-per-added.
           move zero to ws-per-recovered.
           move zero to ws-per-writeoff.
           move zero to ws-per-override.
           move "n"  to ws-per-settled.
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
           else
               move spaces to ws-cur-name
               move space  to ws-cur-status
           end-if.
           move "y" to ws-have-person.

      *Off the master, the YTD row's name is the best there is.
       235-accumulate-row.
           add sf-earned    to ws-per-earned.
           add sf-paid      to ws-per-paid.
           add sf-added     to ws-per-added.
           add sf-recovered to ws-per-recovered.
           add sf-writeoff  to ws-per-writeoff.
           add sf-override  to ws-per-override.
           if (sf-source = "S") then
               move "y" to ws-per-settled
           end-if.
           if (sf-source = "Y") and (ws-on-master = "n") then
               move sf-name to ws-cur-name
           end-if.

       240-flush-person.
           perform 300-write-statement-page.
           perform 400-write-extract-record.
           add ws-one           to ws-brn-count.
           add ws-per-earned    to ws-brn-earned.
           add ws-per-paid      to ws-brn-paid.
           add ws-per-added     to ws-brn-added.
           add ws-per-recovered to ws-brn-recovered.
           add ws-per-writeoff  to ws-brn-writeoff.
           add ws-per-override  to ws-brn-override.
           move "n" to ws-have-person.

       250-flush-branch.
           perform 310-write-branch-totals.
           add ws-brn-earned    to ws-co-earned.
           add ws-brn-paid      to ws-co-paid.
           add ws-brn-added     to ws-co-added.
           add ws-brn-recovered to ws-co-recovered.
           add ws-brn-writeoff  to ws-co-writeoff.
           add ws-brn-override  to ws-co-override.
           move zero to ws-brn-count.
           move zero to ws-brn-earned.
           move zero to ws-brn-paid.
           move zero to ws-brn-added.
           move zero to ws-brn-recovered.
           move zero to ws-brn-writeoff.
           move zero to ws-brn-override.

      *One page per salesperson.
       300-write-statement-page.
           add ws-one to ws-statement-count.
           if (ws-statement-count > ws-one) then
               write report-line from ws-title-line
                   after advancing page
           else
               write report-line from ws-title-line
           end-if.
           move ws-cur-sman-num to ws-id-sman-num.
           move ws-cur-name     to ws-id-name.
           move ws-cur-branch   to ws-id-branch.
           if (ws-per-settled = "y") then
               move "SETTLED" to ws-id-status
               add ws-one to ws-settled-count
           else
               if (ws-on-master = "n") then
                   move "NOT ON MASTER" to ws-id-status
                   add ws-one to ws-off-master-count
               else
                   if (ws-cur-status = "T") then
                       move "TERMINATED" to ws-id-status
                   else
                       move "ACTIVE" to ws-id-status
                   end-if
               end-if
           end-if.
           write report-line from ws-id-line
               after advancing 2 lines.
           move ws-per-earned    to ws-prt-earned.
           move ws-per-paid      to ws-prt-paid.
           move ws-per-added     to ws-prt-added.
           move ws-per-recovered to ws-prt-recovered.
           move ws-per-writeoff  to ws-prt-writeoff.
           move ws-per-override  to ws-prt-override.
           perform 320-print-amount-block.

       310-write-branch-totals.
           write report-line from ws-title-line
               after advancing page.
           move spaces to ws-tot-title.
           string "BRANCH " ws-prior-branch " TOTALS"
               delimited by size into ws-tot-title
           end-string.
           move ws-brn-count to ws-tot-count.
           write report-line from ws-total-title-line
               after advancing 2 lines.
           move ws-brn-earned    to ws-prt-earned.
           move ws-brn-paid      to ws-prt-paid.
           move ws-brn-added     to ws-prt-added.
           move ws-brn-recovered to ws-prt-recovered.
           move ws-brn-writeoff  to ws-prt-writeoff.
           move ws-brn-override  to ws-prt-override.
           perform 320-print-amount-block.

       320-print-amount-block.
           move "YEAR EARNED"      to ws-amt-label.
           move ws-prt-earned      to ws-amt-value.
           write report-line from ws-amount-line
               after advancing 2 lines.
           move "YEAR PAID"        to ws-amt-label.
           move ws-prt-paid        to ws-amt-value.
           write report-line from ws-amount-line.
           move "DRAW ADVANCED"    to ws-amt-label.
           move ws-prt-added       to ws-amt-value.
           write report-line from ws-amount-line
               after advancing 2 lines.
           move "DRAW RECOVERED"   to ws-amt-label.
           move ws-prt-recovered   to ws-amt-value.
           write report-line from ws-amount-line.
           move "DRAW WRITTEN OFF" to ws-amt-label.
           move ws-prt-writeoff    to ws-amt-value.
           write report-line from ws-amount-line.
           move "OVERRIDE INCOME"  to ws-amt-label.
           move ws-prt-override    to ws-amt-value.
           write report-line from ws-amount-line
               after advancing 2 lines.
           write report-line from ws-note-line.

       400-write-extract-record.
           move spaces           to ext-rec.
           move "D"              to ext-rec-type.
           move ws-year          to ext-year.
           move ws-cur-branch    to ext-branch.
           move ws-cur-sman-num  to ext-sman-num.
           move ws-cur-name      to ext-name.
           if (ws-per-settled = "y") then
               move "S" to ext-status
           else
               move ws-cur-status to ext-status
           end-if.
           move ws-per-earned    to ext-earned.
           move ws-per-paid      to ext-paid.
           move ws-per-added     to ext-draw-added.
           move ws-per-recovered to ext-draw-recovered.
           move ws-per-writeoff  to ext-draw-writeoff.
           move ws-per-override  to ext-override.
           write ext-rec.

       500-print-company-totals.
           write report-line from ws-title-line
               after advancing page.
           move "COMPANY TOTALS" to ws-tot-title.
           move ws-statement-count to ws-tot-count.
           write report-line from ws-total-title-line
               after advancing 2 lines.
           move ws-co-earned    to ws-prt-earned.
           move ws-co-paid      to ws-prt-paid.
           move ws-co-added     to ws-prt-added.
           move ws-co-recovered to ws-prt-recovered.
           move ws-co-writeoff  to ws-prt-writeoff.
           move ws-co-override  to ws-prt-override.
           perform 320-print-amount-block.
           move "YTD MASTER ROWS READ"        to ws-count-label.
           move ws-ytd-rows                   to ws-count-value.
           write report-line from ws-count-line
               after advancing 3 lines.
           move "LEDGER ROWS READ"            to ws-count-label.
           move ws-ledger-rows-read           to ws-count-value.
           write report-line from ws-count-line.
           move "LEDGER ROWS FOR THE YEAR"    to ws-count-label.
           move ws-ledger-rows-used           to ws-count-value.
           write report-line from ws-count-line.
           move "SALESPERSONS SETTLED IN YEAR" to ws-count-label.
           move ws-settled-count              to ws-count-value.
           write report-line from ws-count-line.
           move "SALESPERSONS NOT ON MASTER"  to ws-count-label.
           move ws-off-master-count           to ws-count-value.
           write report-line from ws-count-line.

      *The trailer balances the extract: the count of 'D' records
      *and the hash totals of their paid and earned columns.
       510-write-extract-trailer.
           move spaces             to ext-trailer-rec.
           move "T"                to ext-trl-rec-type.
           move ws-year            to ext-trl-year.
           move ws-statement-count to ext-trl-count.
           move ws-co-paid         to ext-trl-paid-hash.
           move ws-co-earned       to ext-trl-earned-hash.
           write ext-trailer-rec.

       900-close-files.
           perform 025-close-input-files.
           close report-file extract-file.

       end program A3-YearEnd.
