       identification division.
       program-id. A3-Inquiry.
       author. Kaifkhan Vakil.
       date-written. 2026-10-15.
      *Program Description: Salesperson commission inquiry for the
      *operations desk.  When a branch manager phones about one
      *salesperson the desk used to open five files by hand.  This
      *program takes a branch and salesperson number at the console
      *and shows, on one screen, the master row, the YTD row, the
      *draw balance carried forward, the latest history periods and
      *how payroll's last confirmation file treated the person.
      *From there the operator can page through the older history
      *periods, step to the next or previous salesperson on the
      *master, or key another salesperson.  Every file is opened
      *for input only - nothing is ever updated.
      *
      *Modification History
      *2026-10-15 KV Initial version - master, YTD, draw, history
      *              and payroll confirmation on one screen, history
      *              paging and next/previous salesperson.
      *2026-10-15 KV Every payroll detail row the last run sent for
      *              the salesperson is matched to the confirmation
      *              file the way A3-PayRecon matches it - a sale,
      *              split share, adjustment, override and contest
      *              award each go as their own row - and the screen
      *              shows the total sent with the amounts confirmed,
      *              rejected and missing.
       environment division.
       input-output section.
       file-control.

      *The salesperson master - read through once for the key list
      *that next/previous steps along, then by key.
           select sman-master-file
               assign to "../../../A3-SalesMaster.dat"
               organization is indexed
               access mode is dynamic
               record key is sm-key
               file status is ws-master-file-status.

           select ytd-master-file
               assign to "../../../A3-YTD.dat"
               organization is indexed
               access mode is random
               record key is ytd-key
               file status is ws-ytd-file-status.

           select draw-file
               assign to "../../../A3-Draw.dat"
               organization is line sequential
               file status is ws-draw-file-status.

           select history-file
               assign to "../../../A3-History.dat"
               organization is line sequential
               file status is ws-history-file-status.

      *The payroll interface file the last commission run wrote and
      *the confirmation file payroll returned against it.
           select payroll-file
               assign to "../../../A3-Payroll.dat"
               organization is line sequential
               file status is ws-payroll-file-status.

           select confirm-file
               assign to "../../../A3-PayConfirm.dat"
               organization is line sequential
               file status is ws-confirm-file-status.

       data division.
       file section.

      *Salesperson master record - same layout as in A3-SalesComm.
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

       fd draw-file
           data record is draw-rec
           record contains 13 characters.
       01 draw-rec.
         05 drw-branch       pic xx.
         05 drw-sman-num     pic 999.
         05 drw-balance      pic 9(8).

      *Same layout the commission run writes.  Old 36-byte rows
      *come through with a blank rank.
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
         05 hst-rank-x redefines hst-rank
                             pic x(4).

      *Same record layouts the commission run writes.
       fd payroll-file
           data record is payroll-rec
           record contains 24 characters.
       01 payroll-rec.
         05 pay-rec-type     pic x.
         05 pay-sman-num     pic 999.
         05 pay-branch       pic xx.
         05 pay-name         pic x(8).
         05 filler           pic x.
         05 pay-paid         pic s9(8)
                             sign is trailing separate.

      *Same layout A3-PayRecon reads.
       fd confirm-file
           data record is confirm-rec
           record contains 15 characters.
       01 confirm-rec.
         05 cf-sman-num      pic 999.
         05 cf-branch        pic xx.
         05 cf-status        pic x.
         05 cf-paid          pic s9(8)
                             sign is trailing separate.

       working-storage section.
       77 ws-master-file-status
                           pic xx.
       77 ws-ytd-file-status
                           pic xx.
       77 ws-draw-file-status
                           pic xx.
       77 ws-history-file-status
                           pic xx.
       77 ws-payroll-file-status
                           pic xx.
       77 ws-confirm-file-status
                           pic xx.
       77 ws-master-eof    pic x       value 'n'.
       77 ws-draw-eof      pic x       value 'n'.
       77 ws-history-eof   pic x       value 'n'.
       77 ws-payroll-eof   pic x       value 'n'.
       77 ws-confirm-eof   pic x       value 'n'.
       77 ws-ytd-opened    pic x       value 'n'.
       77 ws-quit          pic x       value 'n'.
       77 ws-one           pic 9       value 1.

      *Operator input - a key as BBNNN (branch, then salesperson
      *number), or a one-letter command.
       01 ws-key-input.
         05 ws-key-branch  pic xx.
         05 ws-key-sman-x  pic x(3).
         05 ws-key-sman-num redefines ws-key-sman-x
                           pic 999.
         05 filler         pic x(5).
       77 ws-command       pic x       value space.

      *Every key on the master, in key order, for next/previous.
       77 ws-key-count     pic 9(4)    value 0.
       77 ws-key-index     pic 9(4)    value 0.
       77 ws-current-index pic 9(4)    value 0.
       01 ws-key-table.
         05 ws-key-entry   occurs 5000 times.
           10 ws-kt-branch pic xx.
           10 ws-kt-sman-num
                           pic 999.

      *The salesperson on the screen.
       77 ws-ytd-found     pic x       value 'n'.
       77 ws-draw-found    pic x       value 'n'.
       77 ws-draw-balance  pic 9(8)    value 0.
       77 ws-pay-outcome   pic x(40)   value spaces.

      *The salesperson's detail rows on the last payroll file, each
      *with the confirmation status it was matched to - P paid, R
      *rejected, space not on the return file - and their totals.
       77 ws-confirm-opened
                           pic x       value 'n'.
       77 ws-pay-count     pic 999     value 0.
       77 ws-pay-index     pic 999     value 0.
       77 ws-pay-found-index
                           pic 999     value 0.
       77 ws-pay-dropped   pic 999     value 0.
       77 ws-pay-sent-total
                           pic s9(9)   value 0.
       77 ws-pay-conf-count
                           pic 999     value 0.
       77 ws-pay-conf-total
                           pic s9(9)   value 0.
       77 ws-pay-rej-count pic 999     value 0.
       77 ws-pay-rej-total pic s9(9)   value 0.
       77 ws-pay-miss-count
                           pic 999     value 0.
       77 ws-pay-miss-total
                           pic s9(9)   value 0.
       01 ws-pay-table.
         05 ws-pay-entry   occurs 100 times.
           10 ws-pt-paid   pic s9(8).
           10 ws-pt-status pic x.

      *The salesperson's history rows, latest period first.  A page
      *shows ws-page-size of them from ws-page-start on.
       77 ws-hist-count    pic 9(4)    value 0.
       77 ws-hist-index    pic 9(4)    value 0.
       77 ws-hist-slot     pic 9(4)    value 0.
       77 ws-slot-found    pic x       value 'n'.
       77 ws-hist-lost     pic 9(4)    value 0.
       77 ws-page-start    pic 9(4)    value 1.
       77 ws-page-end      pic 9(4)    value 0.
       77 ws-page-size     pic 99      value 6.
       01 ws-hist-table.
         05 ws-hist-entry  occurs 240 times.
           10 ws-ht-period pic x(6).
           10 ws-ht-sales  pic 9(6).
           10 ws-ht-earned pic 9(8).
           10 ws-ht-paid   pic 9(8).
           10 ws-ht-rank   pic x(4).

       01 ws-rule-line     pic x(78)   value all "-".

       01 ws-master-line-1.
         05 filler         pic x(13)   value "SALESPERSON  ".
         05 ws-ml-branch   pic xx.
         05 filler         pic x(1)    value "-".
         05 ws-ml-sman-num pic 999.
         05 filler         pic x(2)    value spaces.
         05 ws-ml-name     pic x(8).
         05 filler         pic x(10)   value "  STATUS ".
         05 ws-ml-status   pic x(10).
         05 filler         pic x(7)    value "  PLAN ".
         05 ws-ml-plan     pic xx.

       01 ws-master-line-2.
         05 filler         pic x(13)   value "HIRED        ".
         05 ws-ml-hire     pic 9999/99/99.
         05 filler         pic x(14)   value "    TERMINATED".
         05 filler         pic x(1)    value space.
         05 ws-ml-term     pic 9999/99/99.

       01 ws-master-line-3.
         05 filler         pic x(13)   value "MIN          ".
         05 ws-ml-min      pic zzz,zz9.
         05 filler         pic x(8)    value "    MAX ".
         05 ws-ml-max      pic zzz,zz9.
         05 filler         pic x(9)    value "    RATE ".
         05 ws-ml-rate     pic z9.9.
         05 filler         pic x(1)    value "%".

       01 ws-master-line-4.
         05 filler         pic x(13)   value "REPORTS TO   ".
         05 ws-ml-mgr-branch
                           pic xx.
         05 filler         pic x(1)    value "-".
         05 ws-ml-mgr-num  pic 999.
         05 filler         pic x(19)   value
         "    OVERRIDE RATE ".
         05 ws-ml-ovr-rate pic z9.9.
         05 filler         pic x(1)    value "%".

       01 ws-ytd-line.
         05 filler         pic x(13)   value "YTD EARNED   ".
         05 ws-yl-earned   pic -zz,zzz,zz9.
         05 filler         pic x(9)    value "    PAID ".
         05 ws-yl-paid     pic -zz,zzz,zz9.

       01 ws-draw-line.
         05 filler         pic x(13)   value "DRAW OWED    ".
         05 ws-dl-balance  pic zz,zzz,zz9.

       01 ws-pay-line.
         05 filler         pic x(13)   value "LAST PAYROLL ".
         05 ws-pl-outcome  pic x(40).
         05 ws-pl-amount   pic -zz,zzz,zz9.

       01 ws-pay-part-line.
         05 filler         pic x(13)   value spaces.
         05 ws-pp-label    pic x(30).
         05 ws-pp-rows     pic zz9.
         05 filler         pic x(7)    value " ROWS  ".
         05 ws-pp-amount   pic -zz,zzz,zz9.

       01 ws-hist-heading.
         05 filler         pic x(13)   value "HISTORY".
         05 filler         pic x(6)    value "PERIOD".
         05 filler         pic x(7)    value spaces.
         05 filler         pic x(5)    value "SALES".
         05 filler         pic x(7)    value spaces.
         05 filler         pic x(6)    value "EARNED".
         05 filler         pic x(8)    value spaces.
         05 filler         pic x(4)    value "PAID".
         05 filler         pic x(3)    value spaces.
         05 filler         pic x(4)    value "RANK".

       01 ws-hist-line.
         05 filler         pic x(13)   value spaces.
         05 ws-hl-period   pic x(6).
         05 filler         pic x(3)    value spaces.
         05 ws-hl-sales    pic zzz,zz9.
         05 filler         pic x(3)    value spaces.
         05 ws-hl-earned   pic zz,zzz,zz9.
         05 filler         pic x(2)    value spaces.
         05 ws-hl-paid     pic zz,zzz,zz9.
         05 filler         pic x(3)    value spaces.
         05 ws-hl-rank     pic x(4).

       01 ws-page-line.
         05 filler         pic x(13)   value spaces.
         05 filler         pic x(8)    value "PERIODS ".
         05 ws-pg-from     pic zzz9.
         05 filler         pic x(4)    value " TO ".
         05 ws-pg-to       pic zzz9.
         05 filler         pic x(4)    value " OF ".
         05 ws-pg-count    pic zzz9.

       procedure division.
       000-main.
           perform 010-open-files.
           perform 020-load-master-keys.
           display "A3-INQUIRY: SALESPERSON COMMISSION INQUIRY - "
               "NO FILE IS UPDATED".
           perform 100-request-key.
           perform 200-process-command
               until ws-quit = "y".
           perform 900-close-files.
           move zero to return-code.
           goback.

      *Only the master is required - the other files are opened as
      *each salesperson is shown, and a missing one just shows as
      *not on file.
       010-open-files.
           open input sman-master-file.
           if (ws-master-file-status not = "00") then
               display "A3-INQUIRY: UNABLE TO OPEN SALESPERSON "
               "MASTER - STATUS " ws-master-file-status
               move 16 to return-code
               goback
           end-if.
           open input ytd-master-file.
           if (ws-ytd-file-status = "00") then
               move "y" to ws-ytd-opened
           else
               display "A3-INQUIRY: YTD MASTER NOT AVAILABLE - "
               "STATUS " ws-ytd-file-status
           end-if.

       020-load-master-keys.
           perform 021-read-next-master.
           perform 022-store-master-key
               until ws-master-eof = "y".

       021-read-next-master.
           read sman-master-file next record
               at end
                   move "y" to ws-master-eof.

       022-store-master-key.
           if (ws-key-count < 5000) then
               add ws-one to ws-key-count
               move sm-branch   to ws-kt-branch (ws-key-count)
               move sm-sman-num to ws-kt-sman-num (ws-key-count)
           else
               display "A3-INQUIRY: OVER 5000 SALESPEOPLE ON THE "
               "MASTER - NEXT/PREVIOUS STOPS AT " sm-key
               move "y" to ws-master-eof
           end-if.
           if (ws-master-eof = "n") then
               perform 021-read-next-master
           end-if.

      *Asks for a key until one on the master is given or the
      *operator quits.
       100-request-key.
           move zero to ws-current-index.
           perform 110-accept-one-key
               until (ws-current-index > zero) or (ws-quit = "y").

       110-accept-one-key.
           display " ".
           display "ENTER BRANCH AND SALESPERSON NUMBER AS BBNNN, "
               "OR Q TO QUIT".
           move spaces to ws-key-input.
           accept ws-key-input.
           if (ws-key-input = "Q") or (ws-key-input = "q") then
               move "y" to ws-quit
           else
               if (ws-key-sman-x not numeric) then
                   display "A3-INQUIRY: " ws-key-input
                   " IS NOT A BRANCH AND 3-DIGIT NUMBER"
               else
                   perform 120-find-key
                       varying ws-key-index from ws-one by ws-one
                       until (ws-key-index > ws-key-count)
                       or (ws-current-index > zero)
                   if (ws-current-index = zero) then
                       display "A3-INQUIRY: " ws-key-branch "-"
                       ws-key-sman-x " IS NOT ON THE SALESPERSON "
                       "MASTER"
                   else
                       perform 300-show-salesperson
                   end-if
               end-if
           end-if.

       120-find-key.
           if (ws-kt-branch (ws-key-index) = ws-key-branch)
               and (ws-kt-sman-num (ws-key-index) = ws-key-sman-num)
               then
               move ws-key-index to ws-current-index
           end-if.

      *N and P step along the master, F and B page the history
      *older and newer, K asks for another key, Q quits.
       200-process-command.
           display " ".
           display "N=NEXT  P=PREVIOUS  F=OLDER PERIODS  "
               "B=NEWER PERIODS  K=NEW KEY  Q=QUIT".
           move space to ws-command.
           accept ws-command.
           if (ws-command = "N") or (ws-command = "n") then
               if (ws-current-index < ws-key-count) then
                   add ws-one to ws-current-index
                   perform 300-show-salesperson
               else
                   display "A3-INQUIRY: LAST SALESPERSON ON THE "
                   "MASTER"
               end-if
           else
               if (ws-command = "P") or (ws-command = "p") then
                   if (ws-current-index > ws-one) then
                       subtract ws-one from ws-current-index
                       perform 300-show-salesperson
                   else
                       display "A3-INQUIRY: FIRST SALESPERSON ON THE "
                       "MASTER"
                   end-if
               else
                   if (ws-command = "F") or (ws-command = "f") then
                       perform 210-page-older
                   else
                       if (ws-command = "B") or (ws-command = "b")
                           then
                           perform 220-page-newer
                       else
                           if (ws-command = "K") or (ws-command = "k")
                               then
                               perform 100-request-key
                           else
                               if (ws-command = "Q")
                                   or (ws-command = "q") then
                                   move "y" to ws-quit
                               else
                                   display "A3-INQUIRY: UNKNOWN "
                                   "COMMAND " ws-command
                               end-if
                           end-if
                       end-if
                   end-if
               end-if
           end-if.

       210-page-older.
           if (ws-page-start + ws-page-size > ws-hist-count) then
               display "A3-INQUIRY: NO OLDER PERIODS ON FILE"
           else
               add ws-page-size to ws-page-start
               perform 400-display-screen
           end-if.

       220-page-newer.
           if (ws-page-start = ws-one) then
               display "A3-INQUIRY: ALREADY AT THE LATEST PERIOD"
           else
               if (ws-page-start > ws-page-size) then
                   subtract ws-page-size from ws-page-start
               else
                   move ws-one to ws-page-start
               end-if
               perform 400-display-screen
           end-if.

      *Gathers everything on file for the salesperson at
      *ws-current-index, then shows it from the latest period.
       300-show-salesperson.
           move ws-kt-branch (ws-current-index)   to sm-branch.
           move ws-kt-sman-num (ws-current-index) to sm-sman-num.
           read sman-master-file
               invalid key
                   display "A3-INQUIRY: " sm-key " HAS LEFT THE "
                   "MASTER SINCE THE INQUIRY STARTED"
                   move spaces to sm-name
                   move space  to sm-status
           end-read.
           perform 310-fetch-ytd.
           perform 320-fetch-draw.
           perform 330-load-history.
           perform 340-fetch-payroll-outcome.
           move ws-one to ws-page-start.
           perform 400-display-screen.

       310-fetch-ytd.
           move "n" to ws-ytd-found.
           if (ws-ytd-opened = "y") then
               move sm-key to ytd-key
               read ytd-master-file
                   invalid key
                       move "n" to ws-ytd-found
                   not invalid key
                       move "y" to ws-ytd-found
               end-read
           end-if.

       320-fetch-draw.
           move "n"  to ws-draw-found.
           move zero to ws-draw-balance.
           open input draw-file.
           if (ws-draw-file-status = "00") then
               move "n" to ws-draw-eof
               perform 321-read-draw-record
               perform 322-match-draw-record
                   until (ws-draw-eof = "y") or (ws-draw-found = "y")
               close draw-file
           end-if.

       321-read-draw-record.
           read draw-file
               at end
                   move "y" to ws-draw-eof.

       322-match-draw-record.
           if (drw-branch = sm-branch)
               and (drw-sman-num = sm-sman-num) then
               move "y" to ws-draw-found
               move drw-balance to ws-draw-balance
           else
               perform 321-read-draw-record
           end-if.

      *Each of the salesperson's rows is slotted in by period,
      *latest first, so paging runs back through time.  Past the
      *table's size the oldest rows drop off and are counted.
       330-load-history.
           move zero to ws-hist-count.
           move zero to ws-hist-lost.
           open input history-file.
           if (ws-history-file-status = "00") then
               move "n" to ws-history-eof
               perform 331-read-history-record
               perform 332-take-history-row
                   until ws-history-eof = "y"
               close history-file
           end-if.

       331-read-history-record.
           move spaces to hist-rec.
           read history-file
               at end
                   move "y" to ws-history-eof.

       332-take-history-row.
           if (hst-branch = sm-branch)
               and (hst-sman-num = sm-sman-num) then
               move ws-one to ws-hist-slot
               move "n" to ws-slot-found
               perform 333-check-history-slot
                   until (ws-slot-found = "y")
                   or (ws-hist-slot > ws-hist-count)
               if (ws-hist-count < 240) then
                   add ws-one to ws-hist-count
               else
                   add ws-one to ws-hist-lost
               end-if
               if (ws-hist-slot <= ws-hist-count) then
                   perform 334-open-history-slot
                       varying ws-hist-index from ws-hist-count
                       by -1
                       until ws-hist-index <= ws-hist-slot
                   move hst-period to ws-ht-period (ws-hist-slot)
                   move hst-sales  to ws-ht-sales (ws-hist-slot)
                   move hst-earned to ws-ht-earned (ws-hist-slot)
                   move hst-paid   to ws-ht-paid (ws-hist-slot)
                   move hst-rank-x to ws-ht-rank (ws-hist-slot)
               end-if
           end-if.
           perform 331-read-history-record.

       333-check-history-slot.
           if (hst-period > ws-ht-period (ws-hist-slot)) then
               move "y" to ws-slot-found
           else
               add ws-one to ws-hist-slot
           end-if.

       334-open-history-slot.
           move ws-hist-entry (ws-hist-index - 1)
               to ws-hist-entry (ws-hist-index).

      *Payroll's last word on the salesperson: every detail row
      *the last run sent, each matched to a confirmation row on key
      *and amount the way A3-PayRecon matches it, one return row to
      *one detail row.
       340-fetch-payroll-outcome.
           move zero  to ws-pay-count.
           move zero  to ws-pay-dropped.
           move zero  to ws-pay-sent-total.
           move zero  to ws-pay-conf-count.
           move zero  to ws-pay-conf-total.
           move zero  to ws-pay-rej-count.
           move zero  to ws-pay-rej-total.
           move zero  to ws-pay-miss-count.
           move zero  to ws-pay-miss-total.
           move "n"   to ws-confirm-opened.
           open input payroll-file.
           if (ws-payroll-file-status = "00") then
               move "n" to ws-payroll-eof
               perform 341-read-payroll-record
               perform 342-take-payroll-record
                   until ws-payroll-eof = "y"
               close payroll-file
           end-if.
           if (ws-payroll-file-status not = "00") then
               move "NO PAYROLL FILE ON HAND" to ws-pay-outcome
           else
               if (ws-pay-count = zero) then
                   move "NOT ON THE LAST PAYROLL FILE"
                       to ws-pay-outcome
               else
                   move "SENT - TOTAL OF ALL ROWS" to ws-pay-outcome
                   perform 345-fetch-confirmation
                   perform 348-total-one-row
                       varying ws-pay-index from ws-one by ws-one
                       until ws-pay-index > ws-pay-count
               end-if
           end-if.

       341-read-payroll-record.
           read payroll-file
               at end
                   move "y" to ws-payroll-eof.

       342-take-payroll-record.
           if (pay-rec-type = "D")
               and (pay-branch = sm-branch)
               and (pay-sman-num = sm-sman-num) then
               if (ws-pay-count < 100) then
                   add ws-one to ws-pay-count
                   move pay-paid to ws-pt-paid (ws-pay-count)
                   move space    to ws-pt-status (ws-pay-count)
               else
                   add ws-one to ws-pay-dropped
               end-if
           end-if.
           perform 341-read-payroll-record.

       345-fetch-confirmation.
           open input confirm-file.
           if (ws-confirm-file-status = "00") then
               move "y" to ws-confirm-opened
               move "n" to ws-confirm-eof
               perform 346-read-confirm-record
               perform 347-apply-confirm-record
                   until ws-confirm-eof = "y"
               close confirm-file
           end-if.

       346-read-confirm-record.
           read confirm-file
               at end
                   move "y" to ws-confirm-eof.

       347-apply-confirm-record.
           if (cf-branch = sm-branch)
               and (cf-sman-num = sm-sman-num) then
               move zero to ws-pay-found-index
               perform 349-match-one-pay-row
                   varying ws-pay-index from ws-one by ws-one
                   until (ws-pay-index > ws-pay-count)
                   or (ws-pay-found-index > zero)
               if (ws-pay-found-index > zero) then
                   if (cf-status = "R") then
                       move "R" to ws-pt-status (ws-pay-found-index)
                   else
                       move "P" to ws-pt-status (ws-pay-found-index)
                   end-if
               end-if
           end-if.
           perform 346-read-confirm-record.

       348-total-one-row.
           add ws-pt-paid (ws-pay-index) to ws-pay-sent-total.
           if (ws-pt-status (ws-pay-index) = "P") then
               add ws-one to ws-pay-conf-count
               add ws-pt-paid (ws-pay-index) to ws-pay-conf-total
           else
               if (ws-pt-status (ws-pay-index) = "R") then
                   add ws-one to ws-pay-rej-count
                   add ws-pt-paid (ws-pay-index) to ws-pay-rej-total
               else
                   add ws-one to ws-pay-miss-count
                   add ws-pt-paid (ws-pay-index)
                       to ws-pay-miss-total
               end-if
           end-if.

       349-match-one-pay-row.
           if (ws-pt-status (ws-pay-index) = space)
               and (ws-pt-paid (ws-pay-index) = cf-paid) then
               move ws-pay-index to ws-pay-found-index
           end-if.

       400-display-screen.
           display " ".
           display ws-rule-line.
           move sm-branch   to ws-ml-branch.
           move sm-sman-num to ws-ml-sman-num.
           move sm-name     to ws-ml-name.
           if (sm-status = "T") then
               move "TERMINATED" to ws-ml-status
           else
               move "ACTIVE"     to ws-ml-status
           end-if.
           move sm-plan-code to ws-ml-plan.
           display ws-master-line-1.
           move sm-hire-date to ws-ml-hire.
           move sm-term-date to ws-ml-term.
           display ws-master-line-2.
           move sm-min  to ws-ml-min.
           move sm-max  to ws-ml-max.
           move sm-rate to ws-ml-rate.
           display ws-master-line-3.
           move sm-mgr-branch to ws-ml-mgr-branch.
           move sm-mgr-num    to ws-ml-mgr-num.
           move sm-ovr-rate   to ws-ml-ovr-rate.
           display ws-master-line-4.
           display ws-rule-line.
           if (ws-ytd-found = "y") then
               move ytd-earned to ws-yl-earned
               move ytd-paid   to ws-yl-paid
               display ws-ytd-line
           else
               display "YTD          NO YTD ROW ON FILE"
           end-if.
           if (ws-draw-found = "y") then
               move ws-draw-balance to ws-dl-balance
               display ws-draw-line
           else
               display "DRAW OWED    NONE CARRIED FORWARD"
           end-if.
           move ws-pay-outcome to ws-pl-outcome.
           move ws-pay-sent-total to ws-pl-amount.
           display ws-pay-line.
           if (ws-pay-count > zero) then
               perform 430-display-pay-outcome
           end-if.
           display ws-rule-line.
           perform 410-display-history-page.
           display ws-rule-line.

       410-display-history-page.
           if (ws-hist-count = zero) then
               display "HISTORY      NO PERIODS ON FILE"
           else
               display ws-hist-heading
               compute ws-page-end = ws-page-start + ws-page-size - 1
               if (ws-page-end > ws-hist-count) then
                   move ws-hist-count to ws-page-end
               end-if
               perform 420-display-one-period
                   varying ws-hist-index from ws-page-start by ws-one
                   until ws-hist-index > ws-page-end
               move ws-page-start to ws-pg-from
               move ws-page-end   to ws-pg-to
               move ws-hist-count to ws-pg-count
               display ws-page-line
               if (ws-hist-lost > zero) then
                   display "             " ws-hist-lost
                   " OLDER ROWS NOT SHOWN"
               end-if
           end-if.

       420-display-one-period.
           move ws-ht-period (ws-hist-index) to ws-hl-period.
           move ws-ht-sales (ws-hist-index)  to ws-hl-sales.
           move ws-ht-earned (ws-hist-index) to ws-hl-earned.
           move ws-ht-paid (ws-hist-index)   to ws-hl-paid.
           move ws-ht-rank (ws-hist-index)   to ws-hl-rank.
           display ws-hist-line.

      *With no return file yet every row is still out with payroll;
      *otherwise the rows are split confirmed, rejected and missing.
       430-display-pay-outcome.
           if (ws-confirm-opened = "n") then
               move "NO CONFIRMATION RETURNED YET" to ws-pp-label
               move ws-pay-count      to ws-pp-rows
               move ws-pay-sent-total to ws-pp-amount
               display ws-pay-part-line
           else
               move "CONFIRMED PAID"    to ws-pp-label
               move ws-pay-conf-count   to ws-pp-rows
               move ws-pay-conf-total   to ws-pp-amount
               display ws-pay-part-line
               move "REJECTED BY PAYROLL" to ws-pp-label
               move ws-pay-rej-count    to ws-pp-rows
               move ws-pay-rej-total    to ws-pp-amount
               display ws-pay-part-line
               move "MISSING FROM RETURN FILE" to ws-pp-label
               move ws-pay-miss-count   to ws-pp-rows
               move ws-pay-miss-total   to ws-pp-amount
               display ws-pay-part-line
           end-if.
           if (ws-pay-dropped > zero) then
               display "             " ws-pay-dropped
               " FURTHER ROWS NOT COUNTED"
           end-if.

       900-close-files.
           close sman-master-file.
           if (ws-ytd-opened = "y") then
               close ytd-master-file
           end-if.

       end program A3-Inquiry.
