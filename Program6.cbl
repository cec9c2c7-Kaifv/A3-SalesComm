      *lost.
      *
      *Modification History
      *2026-10-15 KV The floor never passes the first period of the
      *              PERIOD row's year - the current year's history
      *              and audit lines stay operational whatever the
      *              RETAIN row says, because the integrity check
      *              rebuilds each YTD row from them.
      *2026-10-15 KV Ends with a return code the period-close driver
      *              can act on - 0 clean, 4 when the audit file was
      *              left unjudged for want of a calendar row, 8
      *              when the summary is out of balance, 16 when the
      *              report will not open - and hands it the rows
      *              archived, periods on file and periods retained.
      *2026-09-02 KV All three files load before any is rewritten,
      *              so a table-limit stop really does leave
      *              everything unchanged, as its message says.
         05 filler           pic x(8).
         05 param-retain     pic 999.
         05 filler           pic x(19).
       01 param-period-rec.
         05 filler           pic x(8).
         05 param-period-year
                             pic x(4).
         05 filler           pic x(18).

       fd calendar-file
           data record is calendar-rec
       77 ws-retain-periods
                           pic 999     value 12.

      *The year of the PERIOD row - none of its periods is ever
      *archived, so the YTD master can still be proved against the
      *history and audit lines it was built from.
       77 ws-current-year  pic x(4)    value spaces.
       77 ws-year-floor-index
                           pic 99      value 0.
       01 ws-period-parts.
         05 ws-period-parts-year
                           pic x(4).
         05 filler         pic xx.

      *Dated archive file names, built at run time.
       77 ws-hist-arch-name
                           pic x(60)   value spaces.
       77 ws-out-of-balance
                           pic x       value 'n'.

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

       01 ws-title-line.
         05 filler         pic x(25)   value spaces.
         05 filler         pic x(26)   value
           display "A3-ARCHIVE: " ws-total-archived
               " ROWS ARCHIVED, PERIODS KEPT BACK TO "
               ws-period-floor.
           perform 650-post-step-counts.
           if (ws-out-of-balance = "y") then
               move 8 to return-code
           else
               if (ws-cutoff-found = "n") then
                   move 4 to return-code
               else
                   move zero to return-code
               end-if
           end-if.
           goback.

      *The RETAIN row names how many periods stay operational.  No
           if (param-kw = "RETAIN") then
               move param-retain to ws-retain-periods
           end-if.
           if (param-kw = "PERIOD") then
               move param-period-year to ws-current-year
           end-if.
           perform 011-read-param-record.

       020-build-archive-names.
           if (ws-report-file-status not = "00") then
               display "A3-ARCHIVE: UNABLE TO OPEN REPORT FILE - "
               "STATUS " ws-report-file-status
               move 16 to return-code
               goback
           end-if.
           move ws-run-date to ws-title-date.
                       to ws-period-floor
               end-if
           end-if.
           if (ws-current-year not = spaces)
               and (ws-period-floor not = spaces) then
               perform 205-keep-current-year
           end-if.
           perform 220-find-cutoff-date.
           move ws-retain-periods to ws-retain-value.
           move ws-period-floor   to ws-retain-floor.
           write report-line from ws-file-heading
               after advancing 2 lines.

      *The periods are newest first, so the last one in the PERIOD
      *row's year is the year's first.  A floor later than that is
      *brought back to it, and the retained count follows.
       205-keep-current-year.
           move zero to ws-year-floor-index.
           perform 206-check-one-year-period
               varying ws-period-index from ws-one by ws-one
               until ws-period-index > ws-period-count.
           if (ws-year-floor-index > zero) then
               if (ws-per-entry (ws-year-floor-index)
                   < ws-period-floor) then
                   display "A3-ARCHIVE: RETAIN " ws-retain-periods
                   " WOULD ARCHIVE PART OF " ws-current-year
                   " - PERIODS KEPT BACK TO "
                   ws-per-entry (ws-year-floor-index)
                   move ws-per-entry (ws-year-floor-index)
                       to ws-period-floor
                   move ws-year-floor-index to ws-retain-periods
               end-if
           end-if.

       206-check-one-year-period.
           move ws-per-entry (ws-period-index) to ws-period-parts.
           if (ws-period-parts-year = ws-current-year) then
               move ws-period-index to ws-year-floor-index
           end-if.

       210-place-one-period.
           move ws-period-sort-base to ws-period-high.
           perform 215-scan-one-later-period
           write report-line from ws-verdict-line
               after advancing 2 lines.

       650-post-step-counts.
           move "ARCHIVED"           to ws-step-count-label (1).
           move ws-total-archived    to ws-step-count-value (1).
           move "PERIODS"            to ws-step-count-label (2).
           move ws-period-count      to ws-step-count-value (2).
           move "RETAINED"           to ws-step-count-label (3).
           move ws-retain-periods    to ws-step-count-value (3).
           move spaces               to ws-step-count-label (4).
           move zero                 to ws-step-count-value (4).

       end program A3-Archive.
