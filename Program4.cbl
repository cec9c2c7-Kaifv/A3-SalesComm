      *              the return file (matching amount and all),
      *              reports unmatched return rows, and carries
      *              every rejected or missing detail forward.
      *2026-10-15 KV Ends with a return code the period-close driver
      *              can act on - 0 when every record is confirmed,
      *              4 when records are carried or return rows go
      *              unmatched, 8 when the payroll file does not tie
      *              to its trailer, 16 when a file will not open -
      *              and hands it the detail, confirmed, carried and
      *              unmatched counts.
       environment division.
       input-output section.
       file-control.
       77 ws-detail-index  pic 9(5)    value 0.
       77 ws-found-index   pic 9(5)    value 0.
       77 ws-trailer-seen  pic x       value 'n'.
       77 ws-trailer-failed
                           pic x       value 'n'.
       77 ws-trailer-count pic 9(6)    value 0.
       77 ws-trailer-hash  pic s9(10)  value 0.
       77 ws-computed-hash pic s9(10)  value 0.
                           pic s9(10)  value 0.
       77 ws-carry-amount  pic s9(10)  value 0.

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
         05 filler         pic x(20)   value spaces.
         05 filler         pic x(31)   value
               ws-rejected-count " REJECTED, " ws-missing-count
               " MISSING, " ws-unmatched-count
               " UNMATCHED RETURN ROWS".
           perform 650-post-step-counts.
      *A payroll file that does not prove itself makes every
      *disposition above suspect, so that outranks the warnings.
           if (ws-trailer-failed = "y") then
               move 8 to return-code
           else
               if (ws-carry-count > zero)
                   or (ws-unmatched-count > zero) then
                   move 4 to return-code
               else
                   move zero to return-code
               end-if
           end-if.
           goback.

       010-open-files.
           if (ws-payroll-file-status not = "00") then
               display "A3-PAYRECON: UNABLE TO OPEN PAYROLL FILE - "
               "STATUS " ws-payroll-file-status
               move 16 to return-code
               goback
           end-if.
           open input confirm-file.
               display "A3-PAYRECON: UNABLE TO OPEN CONFIRMATION "
               "FILE - STATUS " ws-confirm-file-status
               close payroll-file
               move 16 to return-code
               goback
           end-if.
           open output recon-file.
       150-check-trailer.
           move spaces to ws-verdict-line.
           if (ws-trailer-seen = "n") then
               move "y" to ws-trailer-failed
               move "*** PAYROLL FILE HAS NO TRAILER ***"
                   to ws-verdict
               display "A3-PAYRECON: PAYROLL FILE HAS NO TRAILER"
                   move "PAYROLL FILE TRAILER TIES TO ITS DETAILS"
                       to ws-verdict
               else
                   move "y" to ws-trailer-failed
                   move
                   "*** PAYROLL FILE DOES NOT TIE TO ITS TRAILER ***"
                       to ws-verdict
       600-close-files.
           close payroll-file, confirm-file, recon-file, carry-file.

       650-post-step-counts.
           move "DETAILS"            to ws-step-count-label (1).
           move ws-detail-count      to ws-step-count-value (1).
           move "CONFIRMED"          to ws-step-count-label (2).
           move ws-confirmed-count   to ws-step-count-value (2).
           move "CARRIED"            to ws-step-count-label (3).
           move ws-carry-count       to ws-step-count-value (3).
           move "UNMATCHED"          to ws-step-count-label (4).
           move ws-unmatched-count   to ws-step-count-value (4).

       end program A3-PayRecon.
