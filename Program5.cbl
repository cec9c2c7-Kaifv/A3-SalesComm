      *line of sales, earned and rank across every period on file.
      *
      *Modification History
      *2026-10-15 KV Ends with a return code the period-close driver
      *              can act on - 0 clean, 4 when the history file
      *              is empty or the QTD figures fell back to the
      *              newest three periods, 16 when a file will not
      *              open - and hands it the row, period,
      *              salesperson and branch counts.
      *2026-09-02 KV Old 36-byte history rows (3-digit rank) read
      *              compatibly, the same way the commission run
      *              reads them.  Trend slots accumulate when a
       77 ws-board-best    pic 9(4)    value 0.
       77 ws-board-high    pic 9(10)   value 0.

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

      *The trend section's per-salesperson slots - one per period
      *rank, filled by walking that salesperson's row chain once.
      *A salesperson can hold more than one history row in a
           perform 900-close-files.
           display "A3-HISTRPT: " ws-hist-count " HISTORY ROWS OVER "
               ws-period-count " PERIODS REPORTED".
           perform 950-post-step-counts.
           if (ws-hist-count = zero) or (ws-qtd-calendar = "n") then
               move 4 to return-code
           else
               move zero to return-code
           end-if.
           goback.

       010-open-files.
           if (ws-history-file-status not = "00") then
               display "A3-HISTRPT: UNABLE TO OPEN HISTORY FILE - "
               "STATUS " ws-history-file-status
               move 16 to return-code
               goback
           end-if.
           open output report-file.
               display "A3-HISTRPT: UNABLE TO OPEN REPORT FILE - "
               "STATUS " ws-report-file-status
               close history-file
               move 16 to return-code
               goback
           end-if.

       900-close-files.
           close history-file, report-file.

       950-post-step-counts.
           move "ROWS"               to ws-step-count-label (1).
           move ws-hist-count        to ws-step-count-value (1).
           move "PERIODS"            to ws-step-count-label (2).
           move ws-period-count      to ws-step-count-value (2).
           move "PEOPLE"             to ws-step-count-label (3).
           move ws-sum-count         to ws-step-count-value (3).
           move "BRANCHES"           to ws-step-count-label (4).
           move ws-br-count          to ws-step-count-value (4).

       end program A3-HistRpt.
