       identification division.
       program-id. A3-Close.
       author. Kaifkhan Vakil.
       date-written. 2026-10-15.
      *Program Description: Period-close driver.  The monthly close
      *is A3-SMMaint, A3-YTDMaint, A3-SalesComm, A3-PayRecon,
      *A3-HistRpt and A3-Archive, which used to be run by hand from a
      *checklist.  This program runs them as one job stream from a
      *job-step control file (A3-CloseSteps.dat):
      *  PERIOD ccyymm          - the period being closed;
      *  STEP   nn program-id rc description
      *                         - one row per step, run in file order;
      *                           rc is the highest return code the
      *                           stream carries on past (blank = 04).
      *Each program ends with 0 (clean), 4 (warnings - rejected
      *records and the like) or 8/16 (out of balance, refused,
      *cannot run).  A step that ends above its rc stops the
      *stream.  Every step's start and end, return code and the key
      *counts it hands back go on the cumulative run log
      *(A3-CloseLog.out).  The state file (A3-CloseState.dat) holds
      *the period, the step in hand and whether the stream is
      *running, failed or complete; rerun after a failure and the
      *stream restarts at the failed step, skipping the steps that
      *already succeeded.  A period shown complete is not run again
      *- the state file has to be removed to repeat a close.
      *
      *Modification History
      *2026-10-15 KV Initial version - step control file, restart
      *              from the failed step, cumulative run log with
      *              times, return codes and key counts.
       environment division.
       input-output section.
       file-control.

      *Job-step control file - the PERIOD row and the STEP rows.
           select step-file
               assign to "../../../A3-CloseSteps.dat"
               organization is line sequential
               file status is ws-step-file-status.

      *Restart state - one record, rewritten at every step.
           select state-file
               assign to "../../../A3-CloseState.dat"
               organization is line sequential
               file status is ws-state-file-status.

      *Cumulative run log - appended to by every run.
           select log-file
               assign to "../../../A3-CloseLog.out"
               organization is line sequential
               file status is ws-log-file-status.

       data division.
       file section.

       fd step-file
           data record is step-rec
           record contains 60 characters.
       01 step-rec.
         05 stp-kw           pic x(6).
         05 filler           pic x.
         05 stp-num          pic 99.
         05 filler           pic x.
         05 stp-program      pic x(12).
         05 filler           pic x.
         05 stp-max-rc       pic 99.
         05 filler           pic x.
         05 stp-desc         pic x(34).
       01 step-period-rec.
         05 filler           pic x(7).
         05 stp-period       pic x(6).
         05 filler           pic x(47).

      *Status R - the step named is running (or the run died in
      *it), F - the step named failed, C - every step completed.
       fd state-file
           data record is state-rec
           record contains 40 characters.
       01 state-rec.
         05 st-period        pic x(6).
         05 st-status        pic x.
         05 st-step-num      pic 99.
         05 st-program       pic x(12).
         05 st-date          pic 9(8).
         05 st-time          pic 9(6).
         05 st-rc            pic 99.
         05 filler           pic x(3).

       fd log-file
           data record is log-line
           record contains 160 characters.
       01 log-line           pic x(160).

       working-storage section.
       77 ws-step-file-status
                           pic xx.
       77 ws-state-file-status
                           pic xx.
       77 ws-log-file-status
                           pic xx.

       77 ws-step-eof      pic x       value 'n'.
       77 ws-control-bad   pic x       value 'n'.
       77 ws-state-found   pic x       value 'n'.
       77 ws-state-failed  pic x       value 'n'.
       77 ws-stream-stopped
                           pic x       value 'n'.
       77 ws-restart-found pic x       value 'n'.
       77 ws-one           pic 9       value 1.

       77 ws-close-period  pic x(6)    value spaces.
       77 ws-step-count    pic 99      value 0.
       77 ws-step-index    pic 99      value 0.
       77 ws-start-index   pic 99      value 0.
       77 ws-failed-index  pic 99      value 0.
       77 ws-count-index   pic 9       value 0.
       77 ws-call-name     pic x(12)   value spaces.
       77 ws-step-rc       pic 99      value 0.
       77 ws-highest-rc    pic 99      value 0.
       77 ws-stream-rc     pic 99      value 0.
       77 ws-state-status  pic x       value space.
       77 ws-disposition   pic x(12)   value spaces.
       77 ws-steps-run     pic 99      value 0.

      *The steps as read from the control file, in run order.
       01 ws-step-table.
         05 ws-step-entry
                           occurs 20 times.
           10 ws-stp-num   pic 99.
           10 ws-stp-program
                           pic x(12).
           10 ws-stp-max-rc
                           pic 99.
           10 ws-stp-desc  pic x(34).

      *The state record as read at start-up.
       01 ws-prior-state.
         05 ws-prior-period
                           pic x(6).
         05 ws-prior-status
                           pic x.
         05 ws-prior-step-num
                           pic 99.
         05 ws-prior-program
                           pic x(12).
         05 filler         pic x(19).

       01 ws-start-date    pic 9(8)    value 0.
       01 ws-start-time    pic 9(8)    value 0.
       01 ws-start-time-parts redefines ws-start-time.
         05 ws-start-hhmmss
                           pic 9(6).
         05 filler         pic 99.
       01 ws-now-date      pic 9(8)    value 0.
       01 ws-now-time      pic 9(8)    value 0.
       01 ws-now-time-parts redefines ws-now-time.
         05 ws-now-hhmmss  pic 9(6).
         05 filler         pic 99.

      *Key counts each step hands back - the same layout is
      *declared in every program this driver runs, which fill it in
      *as they finish.
       01 ws-step-counts external.
         05 ws-step-count-entry
                           occurs 4 times.
           10 ws-step-count-label
                           pic x(10).
           10 ws-step-count-value
                           pic 9(7).

       01 ws-rc-edit       pic z9.

      *Run log lines - a run line when the stream starts, restarts
      *or finishes, and one step line per step.
       01 ws-log-run-line.
         05 ws-lr-period   pic x(6).
         05 filler         pic x(1)    value spaces.
         05 filler         pic x(8)    value "RUN".
         05 ws-lr-date     pic 9(8).
         05 filler         pic x(1)    value spaces.
         05 ws-lr-time     pic 9(6).
         05 filler         pic x(2)    value spaces.
         05 ws-lr-text     pic x(70).

       01 ws-log-step-line.
         05 ws-ls-period   pic x(6).
         05 filler         pic x(1)    value spaces.
         05 ws-ls-step-kw  pic x(5).
         05 ws-ls-step     pic 99.
         05 filler         pic x(1)    value spaces.
         05 ws-ls-program  pic x(12).
         05 filler         pic x(1)    value spaces.
         05 ws-ls-start-date
                           pic x(8).
         05 filler         pic x(1)    value spaces.
         05 ws-ls-start-time
                           pic x(6).
         05 filler         pic x(1)    value spaces.
         05 ws-ls-end-date pic x(8).
         05 filler         pic x(1)    value spaces.
         05 ws-ls-end-time pic x(6).
         05 ws-ls-rc-kw    pic x(4).
         05 ws-ls-rc       pic x(2).
         05 filler         pic x(1)    value spaces.
         05 ws-ls-disposition
                           pic x(12).
         05 filler         pic x(1)    value spaces.
         05 ws-ls-counts.
           10 ws-ls-count-entry
                           occurs 4 times.
             15 ws-ls-count-label
                           pic x(10).
             15 ws-ls-count-eq
                           pic x(1).
             15 ws-ls-count-value
                           pic zzzzzz9.
             15 filler     pic x(1).

       procedure division.
       000-main.
           perform 010-open-files.
           perform 100-load-steps.
           if (ws-control-bad = "y") then
               move "CONTROL FILE IN ERROR - NOTHING RUN"
                   to ws-lr-text
               perform 500-write-run-line
               perform 600-close-files
               move 16 to return-code
               goback
           end-if.
           perform 200-find-restart-point.
           if (ws-start-index = zero) then
               perform 600-close-files
               move ws-stream-rc to return-code
               goback
           end-if.
           perform 300-run-one-step
               varying ws-step-index from ws-start-index by ws-one
               until (ws-step-index > ws-step-count)
               or (ws-stream-stopped = "y").
           perform 400-finish-stream.
           perform 600-close-files.
           display "A3-CLOSE: " ws-steps-run " STEP(S) RUN FOR PERIOD "
               ws-close-period ", RETURN CODE " ws-stream-rc.
           move ws-stream-rc to return-code.
           goback.

      *No control file means no stream; no log means no record of
      *the stream - neither is worth running without.  The log
      *accumulates across runs, so it is opened extend - falling
      *back to output the very first time.
       010-open-files.
           open input step-file.
           if (ws-step-file-status not = "00") then
               display "A3-CLOSE: UNABLE TO OPEN STEP CONTROL FILE - "
               "STATUS " ws-step-file-status
               move 16 to return-code
               goback
           end-if.
           open extend log-file.
           if (ws-log-file-status = "35") then
               open output log-file
           end-if.
           if (ws-log-file-status not = "00") then
               display "A3-CLOSE: UNABLE TO OPEN RUN LOG - STATUS "
               ws-log-file-status
               close step-file
               move 16 to return-code
               goback
           end-if.

      *The PERIOD row names the close; every STEP row needs a
      *number higher than the one before it (restart finds its
      *place by step number) and a program to run.
       100-load-steps.
           move "n" to ws-step-eof.
           perform 110-read-step-record.
           perform 120-store-step-record
               until ws-step-eof = "y".
           close step-file.
           if (ws-close-period = spaces) then
               display "A3-CLOSE: NO PERIOD ROW ON THE STEP CONTROL "
               "FILE"
               move "y" to ws-control-bad
           end-if.
           if (ws-step-count = zero) then
               display "A3-CLOSE: NO STEP ROWS ON THE STEP CONTROL "
               "FILE"
               move "y" to ws-control-bad
           end-if.

       110-read-step-record.
           read step-file
               at end
                   move "y" to ws-step-eof.

       120-store-step-record.
           if (stp-kw = "PERIOD") then
               move stp-period to ws-close-period
           else
               if (stp-kw = "STEP  ") then
                   perform 130-check-step-row
               end-if
           end-if.
           perform 110-read-step-record.

       130-check-step-row.
           if (stp-num not numeric) or (stp-program = spaces) then
               display "A3-CLOSE: STEP ROW WITHOUT A NUMBER OR A "
               "PROGRAM - " step-rec
               move "y" to ws-control-bad
           else
               if (ws-step-count > zero) then
                   if (stp-num not > ws-stp-num (ws-step-count)) then
                       display "A3-CLOSE: STEP " stp-num
                       " IS OUT OF ORDER ON THE CONTROL FILE"
                       move "y" to ws-control-bad
                   end-if
               end-if
           end-if.
           if (ws-control-bad = "n") then
               if (ws-step-count < 20) then
                   add ws-one to ws-step-count
                   move stp-num     to ws-stp-num (ws-step-count)
                   move stp-program to ws-stp-program (ws-step-count)
                   if (stp-max-rc numeric) then
                       move stp-max-rc
                           to ws-stp-max-rc (ws-step-count)
                   else
                       move 4 to ws-stp-max-rc (ws-step-count)
                   end-if
                   move stp-desc    to ws-stp-desc (ws-step-count)
               else
                   display "A3-CLOSE: OVER 20 STEP ROWS ON THE "
                   "CONTROL FILE"
                   move "y" to ws-control-bad
               end-if
           end-if.

      *Where this run starts.  No state, or state for another
      *period, is a fresh close from the first step.  State for this
      *period marked failed or running is a restart at the step it
      *names - running means the last run ended inside that step
      *without coming back, which is a failure all the same.  A
      *complete close is not repeated, and neither is a new period
      *started over a close that never finished.
       200-find-restart-point.
           move ws-one to ws-start-index.
           move "n" to ws-state-found.
           open input state-file.
           if (ws-state-file-status = "00") then
               read state-file
                   at end
                       move "n" to ws-state-found
                   not at end
                       move "y" to ws-state-found
                       move state-rec to ws-prior-state
               end-read
               close state-file
           end-if.
           if (ws-state-found = "y")
               and (ws-prior-period = ws-close-period) then
               if (ws-prior-status = "C") then
                   display "A3-CLOSE: PERIOD " ws-close-period
                   " IS ALREADY CLOSED - NOTHING RUN"
                   move "PERIOD ALREADY CLOSED - NOTHING RUN"
                       to ws-lr-text
                   perform 500-write-run-line
                   move zero to ws-start-index
                   move 4 to ws-stream-rc
               else
                   perform 210-locate-restart-step
               end-if
           else
               if (ws-state-found = "y")
                   and (ws-prior-status not = "C") then
                   display "A3-CLOSE: CLOSE OF PERIOD "
                   ws-prior-period " STOPPED AT STEP "
                   ws-prior-step-num " AND WAS NEVER FINISHED - "
                   "NOTHING RUN"
                   move spaces to ws-lr-text
                   string "PERIOD " ws-prior-period
                       " CLOSE NOT FINISHED - NOTHING RUN"
                       delimited by size into ws-lr-text
                   end-string
                   perform 500-write-run-line
                   move zero to ws-start-index
                   move 16 to ws-stream-rc
               else
                   move spaces to ws-lr-text
                   string "CLOSE STARTED AT STEP " ws-stp-num (ws-one)
                       delimited by size into ws-lr-text
                   end-string
                   perform 500-write-run-line
               end-if
           end-if.

       210-locate-restart-step.
           move "n" to ws-restart-found.
           perform 215-match-restart-step
               varying ws-step-index from ws-one by ws-one
               until (ws-step-index > ws-step-count)
               or (ws-restart-found = "y").
           if (ws-restart-found = "n") then
               display "A3-CLOSE: FAILED STEP " ws-prior-step-num
               " IS NO LONGER ON THE CONTROL FILE - NOTHING RUN"
               move spaces to ws-lr-text
               string "RESTART STEP " ws-prior-step-num
                   " NOT ON CONTROL FILE - NOTHING RUN"
                   delimited by size into ws-lr-text
               end-string
               perform 500-write-run-line
               move zero to ws-start-index
               move 16 to ws-stream-rc
           else
               if (ws-prior-status = "R") then
                   move spaces to ws-lr-text
                   string "STEP " ws-prior-step-num " "
                       ws-prior-program
                       " ENDED WITHOUT RETURNING TO THE DRIVER"
                       delimited by size into ws-lr-text
                   end-string
                   perform 500-write-run-line
               end-if
               move spaces to ws-lr-text
               string "CLOSE RESTARTED AT STEP " ws-prior-step-num
                   delimited by size into ws-lr-text
               end-string
               perform 500-write-run-line
               display "A3-CLOSE: RESTARTING PERIOD " ws-close-period
               " AT STEP " ws-prior-step-num
               perform 220-log-skipped-step
                   varying ws-step-index from ws-one by ws-one
                   until ws-step-index not < ws-start-index
           end-if.

       215-match-restart-step.
           if (ws-stp-num (ws-step-index) = ws-prior-step-num) then
               move "y" to ws-restart-found
               move ws-step-index to ws-start-index
           end-if.

      *Steps ahead of the restart point completed in an earlier run
      *and are not repeated; the log says so.
       220-log-skipped-step.
           move spaces to ws-log-step-line.
           move ws-close-period to ws-ls-period.
           move "STEP "         to ws-ls-step-kw.
           move ws-stp-num (ws-step-index)     to ws-ls-step.
           move ws-stp-program (ws-step-index) to ws-ls-program.
           move " RC "          to ws-ls-rc-kw.
           move "DONE EARLIER"  to ws-ls-disposition.
           write log-line from ws-log-step-line.

      *One step: the state file is marked running first, so a step
      *that never comes back is restarted, then the program is
      *called, judged on its return code and logged.  Each program
      *is cancelled after its step so it starts fresh if the
      *control file runs it again.
       300-run-one-step.
           move ws-stp-program (ws-step-index) to ws-call-name.
           move "R" to ws-state-status.
           move zero to ws-step-rc.
           perform 310-write-state.
           perform 320-clear-step-counts
               varying ws-count-index from ws-one by ws-one
               until ws-count-index > 4.
           accept ws-start-date from date yyyymmdd.
           accept ws-start-time from time.
           if (ws-state-failed = "y") then
               move 16 to ws-step-rc
               move "NOT RUN"  to ws-disposition
           else
               display "A3-CLOSE: STEP " ws-stp-num (ws-step-index)
               " " ws-call-name " - " ws-stp-desc (ws-step-index)
               move "COMPLETED" to ws-disposition
               move zero to return-code
               call ws-call-name
                   on exception
                       move 16 to ws-step-rc
                       move "NOT FOUND" to ws-disposition
                   not on exception
                       move return-code to ws-step-rc
                       cancel ws-call-name
               end-call
               move zero to return-code
               add ws-one to ws-steps-run
           end-if.
           accept ws-now-date from date yyyymmdd.
           accept ws-now-time from time.
           if (ws-disposition = "COMPLETED") then
               if (ws-step-rc > ws-stp-max-rc (ws-step-index)) then
                   move "FAILED" to ws-disposition
               else
                   if (ws-step-rc > zero) then
                       move "WARNINGS" to ws-disposition
                   end-if
               end-if
           end-if.
           perform 330-write-step-log-line.
           if (ws-step-rc > ws-highest-rc) then
               move ws-step-rc to ws-highest-rc
           end-if.
           move ws-step-rc to ws-rc-edit.
           display "A3-CLOSE: STEP " ws-stp-num (ws-step-index)
               " " ws-call-name " " ws-disposition
               " RETURN CODE " ws-rc-edit.
           if (ws-disposition not = "COMPLETED")
               and (ws-disposition not = "WARNINGS") then
               move "y" to ws-stream-stopped
               move ws-step-index to ws-failed-index
               move ws-step-rc to ws-stream-rc
               if (ws-state-failed = "n") then
                   move "F" to ws-state-status
                   perform 310-write-state
               end-if
           end-if.

      *Without a state record the stream could not be restarted
      *correctly, so a state file that will not write stops it.
       310-write-state.
           open output state-file.
           if (ws-state-file-status not = "00") then
               display "A3-CLOSE: UNABLE TO WRITE STATE FILE - "
               "STATUS " ws-state-file-status
               move "y" to ws-state-failed
           else
               move spaces                 to state-rec
               move ws-close-period        to st-period
               move ws-state-status        to st-status
               move ws-stp-num (ws-step-index)
                                           to st-step-num
               move ws-stp-program (ws-step-index)
                                           to st-program
               accept ws-now-date from date yyyymmdd
               accept ws-now-time from time
               move ws-now-date            to st-date
               move ws-now-hhmmss          to st-time
               move ws-step-rc             to st-rc
               write state-rec
               close state-file
           end-if.

       320-clear-step-counts.
           move spaces to ws-step-count-label (ws-count-index).
           move zero   to ws-step-count-value (ws-count-index).

       330-write-step-log-line.
           move spaces to ws-log-step-line.
           move ws-close-period to ws-ls-period.
           move "STEP "         to ws-ls-step-kw.
           move ws-stp-num (ws-step-index)     to ws-ls-step.
           move ws-stp-program (ws-step-index) to ws-ls-program.
           move ws-start-date   to ws-ls-start-date.
           move ws-start-hhmmss to ws-ls-start-time.
           move ws-now-date     to ws-ls-end-date.
           move ws-now-hhmmss   to ws-ls-end-time.
           move " RC "          to ws-ls-rc-kw.
           move ws-step-rc      to ws-rc-edit.
           move ws-rc-edit      to ws-ls-rc.
           move ws-disposition  to ws-ls-disposition.
           perform 340-format-one-count
               varying ws-count-index from ws-one by ws-one
               until ws-count-index > 4.
           write log-line from ws-log-step-line.

      *A count slot the step left blank stays blank on the log.
       340-format-one-count.
           if (ws-step-count-label (ws-count-index) not = spaces) then
               move ws-step-count-label (ws-count-index)
                   to ws-ls-count-label (ws-count-index)
               move "=" to ws-ls-count-eq (ws-count-index)
               move ws-step-count-value (ws-count-index)
                   to ws-ls-count-value (ws-count-index)
           end-if.

      *A stopped stream leaves the failed step on the state file
      *for the restart; a finished one marks the period closed.
       400-finish-stream.
           move spaces to ws-lr-text.
           if (ws-stream-stopped = "y") then
               move ws-stream-rc to ws-rc-edit
               string "CLOSE STOPPED AT STEP "
                   ws-stp-num (ws-failed-index) " RETURN CODE "
                   ws-rc-edit " - RERUN TO RESTART FROM IT"
                   delimited by size into ws-lr-text
               end-string
               display "A3-CLOSE: CLOSE STOPPED AT STEP "
               ws-stp-num (ws-failed-index)
               " - CORRECT AND RERUN TO RESTART FROM IT"
           else
               move ws-step-count to ws-step-index
               move "C" to ws-state-status
               move ws-highest-rc to ws-step-rc
               perform 310-write-state
               move ws-highest-rc to ws-stream-rc
               move ws-highest-rc to ws-rc-edit
               string "CLOSE COMPLETE - HIGHEST RETURN CODE "
                   ws-rc-edit
                   delimited by size into ws-lr-text
               end-string
           end-if.
           perform 500-write-run-line.

       500-write-run-line.
           accept ws-now-date from date yyyymmdd.
           accept ws-now-time from time.
           move ws-close-period to ws-lr-period.
           move ws-now-date     to ws-lr-date.
           move ws-now-hhmmss   to ws-lr-time.
           write log-line from ws-log-run-line.

       600-close-files.
           close log-file.

       end program A3-Close.
