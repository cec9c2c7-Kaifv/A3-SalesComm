       identification division.
       program-id. A3-Integrity.
       author. Kaifkhan Vakil.
       date-written. 2026-10-15.
      *Program Description: Cross-file integrity check, run before
      *each commission run.  The YTD master, period history, draw
      *carry-forward, salesperson master and posting register are
      *each kept by a different program, and nothing proved they
      *still agreed.  This program checks four things:
      *  1. every YTD row and every draw row belongs to a
      *     salesperson on the master;
      *  2. every YTD row's earned and paid equal that salesperson's
      *     history rows for the current year, plus the adjustment,
      *     override and contest postings the commission run keeps
      *     on the compensation ledger (history leaves them out),
      *     plus the ADJ and XFR changes on the YTD audit trail;
      *  3. no draw balance belongs to a salesperson already settled
      *     out (a settlement row on the ledger, still terminated);
      *  4. every period on the posting register has history rows.
      *Each failure prints on the discrepancy report, which ends in
      *a clean or out-of-balance verdict.  Out of balance sets
      *return code 8 so the commission run can be held back.  The
      *current year is the year of the PERIOD parameter row.
      *
      *Modification History
      *2026-10-15 KV Initial version - the four checks, discrepancy
      *              report with expected and actual figures, and
      *              the verdict and return code.
       environment division.
       input-output section.
       file-control.

      *Commission-plan parameter file - only the PERIOD row is used.
           select param-file
               assign to "../../../A3-Params.dat"
               organization is line sequential
               file status is ws-param-file-status.

           select ytd-master-file
               assign to "../../../A3-YTD.dat"
               organization is indexed
               access mode is sequential
               record key is ytd-key
               file status is ws-ytd-file-status.

           select sman-master-file
               assign to "../../../A3-SalesMaster.dat"
               organization is indexed
               access mode is random
               record key is sm-key
               file status is ws-master-file-status.

           select history-file
               assign to "../../../A3-History.dat"
               organization is line sequential
               file status is ws-history-file-status.

           select draw-file
               assign to "../../../A3-Draw.dat"
               organization is line sequential
               file status is ws-draw-file-status.

           select postreg-file
               assign to "../../../A3-PostReg.dat"
               organization is line sequential
               file status is ws-postreg-file-status.

           select ledger-file
               assign to "../../../A3-CompLedger.dat"
               organization is line sequential
               file status is ws-ledger-file-status.

           select audit-file
               assign to "../../../A3-YTDAudit.out"
               organization is line sequential
               file status is ws-audit-file-status.

      *The discrepancy report.
           select report-file
               assign to "../../../A3-Integrity.out"
               organization is line sequential
               file status is ws-report-file-status.

       data division.
       file section.

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

       fd draw-file
           data record is draw-rec
           record contains 13 characters.
       01 draw-rec.
         05 drw-branch       pic xx.
         05 drw-sman-num     pic 999.
         05 drw-balance      pic 9(8).

       fd postreg-file
           data record is reg-rec
           record contains 66 characters.
       01 reg-rec.
         05 reg-period       pic x(6).
         05 reg-file-name    pic x(60).

      *Compensation ledger record - same layout A3-SalesComm
      *writes.  Type Y rows are YTD postings the history leaves
      *out; type S marks a salesperson settled out.
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

      *YTD audit-trail record - same layout A3-YTDMaint writes.
       fd audit-file
           data record is audit-rec
           record contains 110 characters.
       01 audit-rec.
         05 aud-date         pic 9(8).
         05 filler           pic x.
         05 aud-action       pic x(4).
         05 filler           pic x.
         05 aud-branch       pic xx.
         05 aud-sman-num     pic 999.
         05 filler           pic x.
         05 aud-before-earned
                             pic s9(8)
                             sign is trailing separate.
         05 aud-before-paid  pic s9(8)
                             sign is trailing separate.
         05 aud-after-earned pic s9(8)
                             sign is trailing separate.
         05 aud-after-paid   pic s9(8)
                             sign is trailing separate.
         05 filler           pic x.
         05 aud-user         pic x(8).
         05 filler           pic x.
         05 aud-reason       pic x(30).
         05 filler           pic x(14).

       fd report-file
           data record is report-line
           record contains 120 characters.
       01 report-line        pic x(120).

       working-storage section.
       77 ws-param-file-status
                           pic xx.
       77 ws-ytd-file-status
                           pic xx.
       77 ws-master-file-status
                           pic xx.
       77 ws-history-file-status
                           pic xx.
       77 ws-draw-file-status
                           pic xx.
       77 ws-postreg-file-status
                           pic xx.
       77 ws-ledger-file-status
                           pic xx.
       77 ws-audit-file-status
                           pic xx.
       77 ws-report-file-status
                           pic xx.
       77 ws-param-eof     pic x       value 'n'.
       77 ws-param-first   pic x       value 'y'.
       77 ws-ytd-eof       pic x       value 'n'.
       77 ws-history-eof   pic x       value 'n'.
       77 ws-draw-eof      pic x       value 'n'.
       77 ws-postreg-eof   pic x       value 'n'.
       77 ws-ledger-eof    pic x       value 'n'.
       77 ws-audit-eof     pic x       value 'n'.
       77 ws-ledger-opened pic x       value 'n'.
       77 ws-master-found  pic x       value 'n'.
       77 ws-one           pic 9       value 1.
       77 ws-run-date      pic 9(8)    value 0.

      *The current year - the PERIOD row's, or the run date's when
      *the parameter file has none.
       01 ws-period-parts.
         05 ws-period-year pic x(4)    value spaces.
         05 ws-period-month
                           pic xx      value spaces.
       01 ws-run-date-parts.
         05 ws-run-year    pic x(4).
         05 ws-run-mmdd    pic x(4).
       01 ws-row-period-parts.
         05 ws-row-year    pic x(4).
         05 ws-row-month   pic xx.
       01 ws-aud-date-parts.
         05 ws-aud-year    pic x(4).
         05 ws-aud-mmdd    pic x(4).
       77 ws-year          pic x(4)    value spaces.

      *YTD rows and what each should hold, built up from the
      *history, ledger and audit trail.
       77 ws-ytd-count     pic 9(4)    value 0.
       77 ws-ytd-index     pic 9(4)    value 0.
       77 ws-ytd-found-index
                           pic 9(4)    value 0.
       77 ws-key-branch    pic xx      value spaces.
       77 ws-key-sman-num  pic 999     value 0.
       01 ws-ytd-table.
         05 ws-ytd-entry   occurs 5000 times.
           10 ws-yt-branch pic xx.
           10 ws-yt-sman-num
                           pic 999.
           10 ws-yt-earned pic s9(9).
           10 ws-yt-paid   pic s9(9).
           10 ws-yt-exp-earned
                           pic s9(10).
           10 ws-yt-exp-paid
                           pic s9(10).

      *Salespeople settled out, off the ledger's settlement rows.
       77 ws-settled-count pic 9(4)    value 0.
       77 ws-settled-index pic 9(4)    value 0.
       77 ws-settled-found pic x       value 'n'.
       01 ws-settled-table.
         05 ws-settled-entry
                           occurs 5000 times.
           10 ws-stl-branch
                           pic xx.
           10 ws-stl-sman-num
                           pic 999.

      *Periods seen on the history file.
       77 ws-hper-count    pic 9(4)    value 0.
       77 ws-hper-index    pic 9(4)    value 0.
       77 ws-hper-found    pic x       value 'n'.
       01 ws-hist-period-table.
         05 ws-hper-entry  occurs 1000 times.
           10 ws-hper-period
                           pic x(6).

      *Periods already reported missing - a period is on the
      *register once per file posted, and reported once.
       77 ws-miss-count    pic 9(4)    value 0.
       77 ws-miss-index    pic 9(4)    value 0.
       77 ws-miss-found    pic x       value 'n'.
       01 ws-missing-table.
         05 ws-miss-entry  occurs 1000 times.
           10 ws-miss-period
                           pic x(6).

      *Discrepancy counts, per check and in all.
       77 ws-check1-count  pic 9(5)    value 0.
       77 ws-check2-count  pic 9(5)    value 0.
       77 ws-check3-count  pic 9(5)    value 0.
       77 ws-check4-count  pic 9(5)    value 0.
       77 ws-total-discrepancies
                           pic 9(6)    value 0.

      *Rows read, for the summary.
       77 ws-draw-rows     pic 9(6)    value 0.
       77 ws-hist-rows-year
                           pic 9(6)    value 0.
       77 ws-ledger-rows-year
                           pic 9(6)    value 0.
       77 ws-audit-rows-year
                           pic 9(6)    value 0.
       77 ws-postreg-rows  pic 9(6)    value 0.

       01 ws-title-line.
         05 filler         pic x(25)   value spaces.
         05 filler         pic x(35)   value
         "COMMISSION FILE INTEGRITY CHECK  ".
         05 filler         pic x(5)    value "YEAR ".
         05 ws-title-year  pic x(4).
         05 filler         pic x(11)   value "  RUN DATE ".
         05 ws-title-date  pic 9(8).

       01 ws-section-line.
         05 filler         pic x(3)    value spaces.
         05 ws-section-text
                           pic x(70).

       01 ws-dis-heading.
         05 filler         pic x(5)    value spaces.
         05 filler         pic x(2)    value "BR".
         05 filler         pic x(2)    value spaces.
         05 filler         pic x(3)    value "No.".
         05 filler         pic x(2)    value spaces.
         05 filler         pic x(40)   value "DISCREPANCY".
         05 filler         pic x(7)    value spaces.
         05 filler         pic x(8)    value "EXPECTED".
         05 filler         pic x(9)    value spaces.
         05 filler         pic x(6)    value "ACTUAL".

       01 ws-dis-line.
         05 filler         pic x(5)    value spaces.
         05 ws-dis-branch  pic xx.
         05 filler         pic x(2)    value spaces.
         05 ws-dis-sman-num
                           pic zz9.
         05 filler         pic x(2)    value spaces.
         05 ws-dis-text    pic x(40).
         05 ws-dis-expected
                           pic -z,zzz,zzz,zz9.
         05 filler         pic x(1)    value spaces.
         05 ws-dis-actual  pic -z,zzz,zzz,zz9.

       01 ws-period-dis-line.
         05 filler         pic x(5)    value spaces.
         05 filler         pic x(7)    value "PERIOD ".
         05 ws-pdl-period  pic x(6).
         05 filler         pic x(2)    value spaces.
         05 ws-pdl-text    pic x(50).

       01 ws-check-count-line.
         05 filler         pic x(5)    value spaces.
         05 ws-ccl-count   pic zz,zz9.
         05 filler         pic x(15)   value " DISCREPANCIES".

       01 ws-count-line.
         05 filler         pic x(3)    value spaces.
         05 ws-count-label pic x(40).
         05 ws-count-value pic zzz,zz9.

       01 ws-no-ledger-text.
         05 filler         pic x(5)    value spaces.
         05 filler         pic x(46)   value
         "NO COMPENSATION LEDGER - SETTLEMENTS NOT KNOWN".
         05 filler         pic x(16)   value ", CHECK NOT MADE".

       01 ws-verdict-line.
         05 filler         pic x(3)    value spaces.
         05 ws-verdict     pic x(60).

       procedure division.
       000-main.
           perform 010-read-parameters.
           perform 020-open-files.
           perform 100-load-ytd-master.
           perform 200-load-history.
           perform 300-load-ledger.
           perform 400-load-audit-trail.
           perform 450-check-master-rows.
           perform 500-check-ytd-balances.
           perform 600-check-settled-draws.
           perform 700-check-posting-register.
           perform 800-write-summary.
           perform 900-close-files.
           display "A3-INTEGRITY: " ws-total-discrepancies
               " DISCREPANCIES FOUND".
           if (ws-total-discrepancies > zero) then
               move 8 to return-code
           else
               if (ws-ledger-opened = "n") then
                   move 4 to return-code
               else
                   move zero to return-code
               end-if
           end-if.
           goback.

       010-read-parameters.
           accept ws-run-date from date yyyymmdd.
           move ws-run-date to ws-run-date-parts.
           open input param-file.
           if (ws-param-file-status = "00") then
               move "n" to ws-param-eof
               move "y" to ws-param-first
               perform 011-read-param-record
               perform 012-store-param-record
                   until ws-param-eof = "y"
               close param-file
           end-if.
           if (ws-period-year = spaces) then
               move ws-run-year to ws-year
               display "A3-INTEGRITY: NO PERIOD ROW IN PARAMETER "
               "FILE - CHECKING YEAR " ws-year
           else
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
               if (param-kw = "PERIOD") then
                   move param-period-id to ws-period-parts
               end-if
           end-if.
           perform 011-read-param-record.

      *The master and the YTD master are what is being checked
      *against, and the report is the point of the run - without
      *any of them the check cannot be made at all.  The other
      *files are opened as each check reaches them; a missing one
      *is simply empty.
       020-open-files.
           open output report-file.
           if (ws-report-file-status not = "00") then
               display "A3-INTEGRITY: UNABLE TO OPEN REPORT FILE - "
               "STATUS " ws-report-file-status
               move 16 to return-code
               goback
           end-if.
           open input sman-master-file.
           if (ws-master-file-status not = "00") then
               display "A3-INTEGRITY: UNABLE TO OPEN SALESPERSON "
               "MASTER - STATUS " ws-master-file-status
               close report-file
               move 16 to return-code
               goback
           end-if.
           open input ytd-master-file.
           if (ws-ytd-file-status not = "00") then
               display "A3-INTEGRITY: UNABLE TO OPEN YTD MASTER - "
               "STATUS " ws-ytd-file-status
               close report-file sman-master-file
               move 16 to return-code
               goback
           end-if.
           move ws-year     to ws-title-year.
           move ws-run-date to ws-title-date.
           write report-line from ws-title-line.

       100-load-ytd-master.
           perform 110-read-ytd-record.
           perform 120-store-ytd-row
               until ws-ytd-eof = "y".

       110-read-ytd-record.
           read ytd-master-file next record
               at end
                   move "y" to ws-ytd-eof.

       120-store-ytd-row.
           if (ws-ytd-count < 5000) then
               add ws-one to ws-ytd-count
               move ytd-branch   to ws-yt-branch (ws-ytd-count)
               move ytd-sman-num to ws-yt-sman-num (ws-ytd-count)
               move ytd-earned   to ws-yt-earned (ws-ytd-count)
               move ytd-paid     to ws-yt-paid (ws-ytd-count)
               move zero to ws-yt-exp-earned (ws-ytd-count)
               move zero to ws-yt-exp-paid (ws-ytd-count)
           else
               display "A3-INTEGRITY: OVER 5000 YTD ROWS - CHECK "
               "STOPPED"
               move 16 to return-code
               stop run
           end-if.
           perform 110-read-ytd-record.

      *This year's history rows go towards each YTD row's expected
      *figures; every period seen is kept for check 4.
       200-load-history.
           open input history-file.
           if (ws-history-file-status = "00") then
               move "n" to ws-history-eof
               perform 210-read-history-record
               perform 220-store-history-row
                   until ws-history-eof = "y"
               close history-file
           end-if.

       210-read-history-record.
           move spaces to hist-rec.
           read history-file
               at end
                   move "y" to ws-history-eof.

       220-store-history-row.
           move hst-period to ws-row-period-parts.
           if (ws-row-year = ws-year) then
               add ws-one to ws-hist-rows-year
               move hst-branch   to ws-key-branch
               move hst-sman-num to ws-key-sman-num
               perform 970-find-ytd-entry
               if (ws-ytd-found-index > zero) then
                   add hst-earned
                       to ws-yt-exp-earned (ws-ytd-found-index)
                   add hst-paid
                       to ws-yt-exp-paid (ws-ytd-found-index)
               end-if
           end-if.
           move "n" to ws-hper-found.
           perform 225-match-one-history-period
               varying ws-hper-index from ws-one by ws-one
               until (ws-hper-index > ws-hper-count)
               or (ws-hper-found = "y").
           if (ws-hper-found = "n") then
               if (ws-hper-count < 1000) then
                   add ws-one to ws-hper-count
                   move hst-period to ws-hper-period (ws-hper-count)
               else
                   display "A3-INTEGRITY: OVER 1000 HISTORY PERIODS - "
                   "CHECK STOPPED"
                   move 16 to return-code
                   stop run
               end-if
           end-if.
           perform 210-read-history-record.

       225-match-one-history-period.
           if (ws-hper-period (ws-hper-index) = hst-period) then
               move "y" to ws-hper-found
           end-if.

      *This year's type Y rows go towards the expected figures;
      *settlement rows of any year mark who has been settled out.
       300-load-ledger.
           open input ledger-file.
           if (ws-ledger-file-status = "00") then
               move "y" to ws-ledger-opened
               move "n" to ws-ledger-eof
               perform 310-read-ledger-record
               perform 320-store-ledger-row
                   until ws-ledger-eof = "y"
               close ledger-file
           end-if.

       310-read-ledger-record.
           read ledger-file
               at end
                   move "y" to ws-ledger-eof.

       320-store-ledger-row.
           move led-period to ws-row-period-parts.
           if (led-row-type = "Y") and (ws-row-year = ws-year) then
               add ws-one to ws-ledger-rows-year
               move led-branch   to ws-key-branch
               move led-sman-num to ws-key-sman-num
               perform 970-find-ytd-entry
               if (ws-ytd-found-index > zero) then
                   add led-earned
                       to ws-yt-exp-earned (ws-ytd-found-index)
                   add led-paid
                       to ws-yt-exp-paid (ws-ytd-found-index)
               end-if
           end-if.
           if (led-row-type = "S") then
               if (ws-settled-count < 5000) then
                   add ws-one to ws-settled-count
                   move led-branch
                       to ws-stl-branch (ws-settled-count)
                   move led-sman-num
                       to ws-stl-sman-num (ws-settled-count)
               else
                   display "A3-INTEGRITY: OVER 5000 SETTLEMENT ROWS - "
                   "CHECK STOPPED"
                   move 16 to return-code
                   stop run
               end-if
           end-if.
           perform 310-read-ledger-record.

      *Maintenance dated this year moves the expected figures by
      *the difference between each line's after and before images.
      *A transfer's two lines move the money from the old key to
      *the new one; the year-end roll is not a correction and is
      *left out.
       400-load-audit-trail.
           open input audit-file.
           if (ws-audit-file-status = "00") then
               move "n" to ws-audit-eof
               perform 410-read-audit-record
               perform 420-store-audit-row
                   until ws-audit-eof = "y"
               close audit-file
           end-if.

       410-read-audit-record.
           read audit-file
               at end
                   move "y" to ws-audit-eof.

       420-store-audit-row.
           move aud-date to ws-aud-date-parts.
           if (ws-aud-year = ws-year)
               and ((aud-action = "ADJ ") or (aud-action = "XFR ")) then
               add ws-one to ws-audit-rows-year
               move aud-branch   to ws-key-branch
               move aud-sman-num to ws-key-sman-num
               perform 970-find-ytd-entry
               if (ws-ytd-found-index > zero) then
                   compute ws-yt-exp-earned (ws-ytd-found-index) =
                       ws-yt-exp-earned (ws-ytd-found-index)
                       + aud-after-earned - aud-before-earned
                   compute ws-yt-exp-paid (ws-ytd-found-index) =
                       ws-yt-exp-paid (ws-ytd-found-index)
                       + aud-after-paid - aud-before-paid
               end-if
           end-if.
           perform 410-read-audit-record.

      *Check 1 - every YTD row and every draw row on the master.
       450-check-master-rows.
           move "CHECK 1 - YTD AND DRAW ROWS NOT ON THE MASTER"
               to ws-section-text.
           perform 950-write-section-heading.
           perform 460-check-one-ytd-master
               varying ws-ytd-index from ws-one by ws-one
               until ws-ytd-index > ws-ytd-count.
           open input draw-file.
           if (ws-draw-file-status = "00") then
               move "n" to ws-draw-eof
               perform 610-read-draw-record
               perform 470-check-one-draw-master
                   until ws-draw-eof = "y"
               close draw-file
           end-if.
           move ws-check1-count to ws-ccl-count.
           write report-line from ws-check-count-line.

       460-check-one-ytd-master.
           move ws-yt-branch (ws-ytd-index)   to sm-branch.
           move ws-yt-sman-num (ws-ytd-index) to sm-sman-num.
           perform 960-read-master-row.
           if (ws-master-found = "n") then
               move ws-yt-branch (ws-ytd-index)   to ws-dis-branch
               move ws-yt-sman-num (ws-ytd-index) to ws-dis-sman-num
               move "YTD ROW - NOT ON SALESPERSON MASTER"
                   to ws-dis-text
               move zero to ws-dis-expected
               move ws-yt-earned (ws-ytd-index) to ws-dis-actual
               perform 955-write-discrepancy
               add ws-one to ws-check1-count
           end-if.

       470-check-one-draw-master.
           add ws-one to ws-draw-rows.
           move drw-branch   to sm-branch.
           move drw-sman-num to sm-sman-num.
           perform 960-read-master-row.
           if (ws-master-found = "n") then
               move drw-branch   to ws-dis-branch
               move drw-sman-num to ws-dis-sman-num
               move "DRAW ROW - NOT ON SALESPERSON MASTER"
                   to ws-dis-text
               move zero        to ws-dis-expected
               move drw-balance to ws-dis-actual
               perform 955-write-discrepancy
               add ws-one to ws-check1-count
           end-if.
           perform 610-read-draw-record.

      *Check 2 - each YTD row against its expected figures.
       500-check-ytd-balances.
           move "CHECK 2 - YTD AGAINST HISTORY, LEDGER AND AUDIT TRAIL"
               to ws-section-text.
           perform 950-write-section-heading.
           perform 510-check-one-ytd-row
               varying ws-ytd-index from ws-one by ws-one
               until ws-ytd-index > ws-ytd-count.
           move ws-check2-count to ws-ccl-count.
           write report-line from ws-check-count-line.

       510-check-one-ytd-row.
           move ws-yt-branch (ws-ytd-index)   to ws-dis-branch.
           move ws-yt-sman-num (ws-ytd-index) to ws-dis-sman-num.
           if (ws-yt-earned (ws-ytd-index)
               not = ws-yt-exp-earned (ws-ytd-index)) then
               move "YTD EARNED DOES NOT AGREE" to ws-dis-text
               move ws-yt-exp-earned (ws-ytd-index) to ws-dis-expected
               move ws-yt-earned (ws-ytd-index)     to ws-dis-actual
               perform 955-write-discrepancy
               add ws-one to ws-check2-count
           end-if.
           if (ws-yt-paid (ws-ytd-index)
               not = ws-yt-exp-paid (ws-ytd-index)) then
               move "YTD PAID DOES NOT AGREE" to ws-dis-text
               move ws-yt-exp-paid (ws-ytd-index) to ws-dis-expected
               move ws-yt-paid (ws-ytd-index)     to ws-dis-actual
               perform 955-write-discrepancy
               add ws-one to ws-check2-count
           end-if.

      *Check 3 - a settled salesperson's draw is written off at
      *settlement and the row dropped.  One still terminated but
      *carrying a balance was re-advanced after leaving or put back
      *by hand.  Without the ledger there is no telling who was
      *settled, and the check is reported as not made.
       600-check-settled-draws.
           move "CHECK 3 - DRAW BALANCES OF SALESPEOPLE ALREADY SETTLED"
               to ws-section-text.
           perform 950-write-section-heading.
           if (ws-ledger-opened = "n") then
               move ws-no-ledger-text to report-line
               write report-line
           else
               open input draw-file
               if (ws-draw-file-status = "00") then
                   move "n" to ws-draw-eof
                   perform 610-read-draw-record
                   perform 620-check-one-draw-row
                       until ws-draw-eof = "y"
                   close draw-file
               end-if
           end-if.
           move ws-check3-count to ws-ccl-count.
           write report-line from ws-check-count-line.

       610-read-draw-record.
           read draw-file
               at end
                   move "y" to ws-draw-eof.

       620-check-one-draw-row.
           move "n" to ws-settled-found.
           perform 635-match-one-settled
               varying ws-settled-index from ws-one by ws-one
               until (ws-settled-index > ws-settled-count)
               or (ws-settled-found = "y").
           if (ws-settled-found = "y") and (drw-balance > zero) then
               move drw-branch   to sm-branch
               move drw-sman-num to sm-sman-num
               perform 960-read-master-row
               if (ws-master-found = "y") and (sm-status = "T") then
                   move drw-branch   to ws-dis-branch
                   move drw-sman-num to ws-dis-sman-num
                   move "DRAW BALANCE AFTER SETTLEMENT"
                       to ws-dis-text
                   move zero        to ws-dis-expected
                   move drw-balance to ws-dis-actual
                   perform 955-write-discrepancy
                   add ws-one to ws-check3-count
               end-if
           end-if.
           perform 610-read-draw-record.

       635-match-one-settled.
           if (ws-stl-branch (ws-settled-index) = drw-branch)
               and (ws-stl-sman-num (ws-settled-index) = drw-sman-num)
               then
               move "y" to ws-settled-found
           end-if.

      *Check 4 - every period on the register has history rows.
       700-check-posting-register.
           move "CHECK 4 - POSTED PERIODS WITH NO HISTORY ROWS"
               to ws-section-text.
           perform 950-write-section-heading.
           open input postreg-file.
           if (ws-postreg-file-status = "00") then
               move "n" to ws-postreg-eof
               perform 710-read-postreg-record
               perform 720-check-one-register-row
                   until ws-postreg-eof = "y"
               close postreg-file
           end-if.
           move ws-check4-count to ws-ccl-count.
           write report-line from ws-check-count-line.

       710-read-postreg-record.
           read postreg-file
               at end
                   move "y" to ws-postreg-eof
               not at end
                   add ws-one to ws-postreg-rows
           end-read.

      *A period is on the register once per file posted; it is
      *reported missing only once.
       720-check-one-register-row.
           move "n" to ws-hper-found.
           perform 725-match-register-period
               varying ws-hper-index from ws-one by ws-one
               until (ws-hper-index > ws-hper-count)
               or (ws-hper-found = "y").
           if (ws-hper-found = "n") then
               move "n" to ws-miss-found
               perform 730-match-one-missing
                   varying ws-miss-index from ws-one by ws-one
                   until (ws-miss-index > ws-miss-count)
                   or (ws-miss-found = "y")
               if (ws-miss-found = "n") then
                   if (ws-miss-count < 1000) then
                       add ws-one to ws-miss-count
                       move reg-period
                           to ws-miss-period (ws-miss-count)
                   end-if
                   move reg-period to ws-pdl-period
                   move "POSTED ON THE REGISTER - NO HISTORY ROWS"
                       to ws-pdl-text
                   write report-line from ws-period-dis-line
                   add ws-one to ws-check4-count
                   add ws-one to ws-total-discrepancies
               end-if
           end-if.
           perform 710-read-postreg-record.

       725-match-register-period.
           if (ws-hper-period (ws-hper-index) = reg-period) then
               move "y" to ws-hper-found
           end-if.

       730-match-one-missing.
           if (ws-miss-period (ws-miss-index) = reg-period) then
               move "y" to ws-miss-found
           end-if.

       800-write-summary.
           move "YTD ROWS CHECKED"              to ws-count-label.
           move ws-ytd-count                    to ws-count-value.
           write report-line from ws-count-line
               after advancing 3 lines.
           move "DRAW ROWS CHECKED"             to ws-count-label.
           move ws-draw-rows                    to ws-count-value.
           write report-line from ws-count-line.
           move "HISTORY ROWS FOR THE YEAR"     to ws-count-label.
           move ws-hist-rows-year               to ws-count-value.
           write report-line from ws-count-line.
           move "LEDGER POSTINGS FOR THE YEAR"  to ws-count-label.
           move ws-ledger-rows-year             to ws-count-value.
           write report-line from ws-count-line.
           move "AUDITED CHANGES FOR THE YEAR"  to ws-count-label.
           move ws-audit-rows-year              to ws-count-value.
           write report-line from ws-count-line.
           move "POSTING REGISTER ROWS"         to ws-count-label.
           move ws-postreg-rows                 to ws-count-value.
           write report-line from ws-count-line.
           move "DISCREPANCIES"                 to ws-count-label.
           move ws-total-discrepancies          to ws-count-value.
           write report-line from ws-count-line.
           move spaces to ws-verdict-line.
           if (ws-total-discrepancies > zero) then
               move "*** OUT OF BALANCE - HOLD THE COMMISSION RUN ***"
                   to ws-verdict
               display "A3-INTEGRITY: FILES OUT OF BALANCE - SEE "
               "DISCREPANCY REPORT"
           else
               move "CLEAN - THE COMMISSION FILES AGREE"
                   to ws-verdict
           end-if.
           write report-line from ws-verdict-line
               after advancing 2 lines.

       900-close-files.
           close report-file sman-master-file ytd-master-file.

       950-write-section-heading.
           write report-line from ws-section-line
               after advancing 3 lines.
           write report-line from ws-dis-heading
               after advancing 2 lines.

       955-write-discrepancy.
           write report-line from ws-dis-line.
           add ws-one to ws-total-discrepancies.

       960-read-master-row.
           read sman-master-file
               invalid key
                   move "n" to ws-master-found
               not invalid key
                   move "y" to ws-master-found
           end-read.

       970-find-ytd-entry.
           move zero to ws-ytd-found-index.
           perform 975-match-one-ytd-entry
               varying ws-ytd-index from ws-one by ws-one
               until (ws-ytd-index > ws-ytd-count)
               or (ws-ytd-found-index > zero).

       975-match-one-ytd-entry.
           if (ws-yt-branch (ws-ytd-index) = ws-key-branch)
               and (ws-yt-sman-num (ws-ytd-index) = ws-key-sman-num)
               then
               move ws-ytd-index to ws-ytd-found-index
           end-if.

       end program A3-Integrity.
