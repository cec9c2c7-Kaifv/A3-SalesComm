      *              row onto another and delete the old row) and
      *              ROLL (year-end purge of every row) transactions,
      *              each audited with before/after images.
      *2026-10-15 KV ROLL refused unless the year-end control file
      *              shows a completed A3-YearEnd run whose YTD
      *              totals still match the master - the annual
      *              statements must exist before the rows go.  A
      *              completed roll marks the year rolled so it
      *              cannot be repeated on the next year's rows.
      *2026-10-15 KV Ends with a return code the period-close driver
      *              can act on - 0 clean, 4 when any transaction
      *              was rejected or there was no transaction file,
      *              16 when a file will not open - and hands it
      *              the read, applied and rejected counts.
       environment division.
       input-output section.
       file-control.
               record key is ytd-key
               file status is ws-ytd-file-status.

      *Year-end control record written by A3-YearEnd.
           select yearend-ctl-file
               assign to "../../../A3-YearEndCtl.dat"
               organization is line sequential
               file status is ws-yec-file-status.

       data division.
       file section.

         05 ytd-earned       pic s9(8).
         05 ytd-paid         pic s9(8).

      *Year-end control record - same layout A3-YearEnd writes.
      *Status C is a completed run, R a year already rolled.
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

       working-storage section.
       77 ws-maint-file-status
                           pic xx.
                           pic 9(5)    value 0.
       77 ws-rows-purged   pic 9(5)    value 0.

      *Year-end clearance for a ROLL: the control record as read,
      *and the master's row count and totals to hold against it.
       77 ws-yec-file-status
                           pic xx.
       77 ws-roll-cleared  pic x       value 'n'.
       01 ws-yec-save      pic x(49)   value spaces.
       77 ws-chk-rows      pic 9(6)    value 0.
       77 ws-chk-earned    pic s9(11)  value 0.
       77 ws-chk-paid      pic s9(11)  value 0.

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

       procedure division.
       000-main.
           perform 010-open-files.
           display "A3-YTDMAINT: " ws-tx-read-count
               " TRANSACTIONS READ, " ws-tx-applied-count
               " APPLIED, " ws-tx-rejected-count " REJECTED".
           perform 650-post-step-counts.
           if (ws-tx-rejected-count > zero) then
               move 4 to return-code
           else
               move zero to return-code
           end-if.
           goback.

      *A month with no corrections to key has no transaction file;
      *that is a warning, not a failure.
       010-open-files.
           open input maint-file.
           if (ws-maint-file-status = "35") then
               display "A3-YTDMAINT: NO TRANSACTION FILE - NOTHING "
               "APPLIED"
               perform 650-post-step-counts
               move 4 to return-code
               goback
           end-if.
           if (ws-maint-file-status not = "00") then
               display "A3-YTDMAINT: UNABLE TO OPEN TRANSACTION "
               "FILE - STATUS " ws-maint-file-status
               move 16 to return-code
               goback
           end-if.
           open i-o ytd-master-file.
               display "A3-YTDMAINT: UNABLE TO OPEN YTD MASTER - "
               "STATUS " ws-ytd-file-status
               close maint-file
               move 16 to return-code
               goback
           end-if.
      *The audit trail accumulates across runs, so it is opened
               display "A3-YTDMAINT: UNABLE TO OPEN AUDIT FILE - "
               "STATUS " ws-audit-file-status
               close maint-file ytd-master-file
               move 16 to return-code
               goback
           end-if.
           accept ws-run-date from date yyyymmdd.
      *Year-end rollover: audits every row down to zero and deletes
      *it, leaving an empty master for the new year.  The audit file
      *keeps the closing balances, so last year's figures are not
      *lost - just retired.  It only goes ahead once the year-end
      *statements have been produced from the rows as they stand.
       130-apply-rollover.
           perform 131-check-year-end-run.
           if (ws-roll-cleared = "n") then
               perform 190-reject-transaction
           else
               move spaces to ytd-branch
               move zero   to ytd-sman-num
               move "n"    to ws-ytd-eof
               start ytd-master-file key is not less than ytd-key
                   invalid key
                       move "y" to ws-ytd-eof
               end-start
               if (ws-ytd-eof = "n") then
                   perform 135-read-next-ytd-row
                   perform 136-purge-one-ytd-row
                       until ws-ytd-eof = "y"
               end-if
               perform 138-mark-year-rolled
           end-if.

      *Clears the roll only when the control record shows a
      *completed year-end run not yet rolled, and the master still
      *holds exactly the rows and totals that run saw - anything
      *posted since would be missing from the statements.
       131-check-year-end-run.
           move "n" to ws-roll-cleared.
           move spaces to ws-yec-save.
           open input yearend-ctl-file.
           if (ws-yec-file-status = "00") then
               read yearend-ctl-file
                   not at end
                       move yec-rec to ws-yec-save
               end-read
               close yearend-ctl-file
           end-if.
           move ws-yec-save to yec-rec.
           if (ws-yec-save = spaces) then
               display "A3-YTDMAINT: ROLL REFUSED - NO YEAR-END RUN "
               "ON RECORD"
           else
               if (yec-status = "R") then
                   display "A3-YTDMAINT: ROLL REFUSED - YEAR "
                   yec-year " ALREADY ROLLED, NO YEAR-END RUN SINCE"
               else
                   if (yec-status not = "C") then
                       display "A3-YTDMAINT: ROLL REFUSED - YEAR-END "
                       "RUN FOR " yec-year " DID NOT COMPLETE"
                   else
                       perform 132-total-ytd-master
                       if (ws-chk-rows = yec-ytd-rows)
                           and (ws-chk-earned = yec-ytd-earned)
                           and (ws-chk-paid = yec-ytd-paid) then
                           move "y" to ws-roll-cleared
                       else
                           display "A3-YTDMAINT: ROLL REFUSED - YTD "
                           "MASTER CHANGED SINCE THE YEAR-END RUN FOR "
                           yec-year " - RERUN A3-YEAREND"
                       end-if
                   end-if
               end-if
           end-if.

       132-total-ytd-master.
           move zero to ws-chk-rows.
           move zero to ws-chk-earned.
           move zero to ws-chk-paid.
           move spaces to ytd-branch.
           move zero   to ytd-sman-num.
           move "n"    to ws-ytd-eof.
           end-start.
           if (ws-ytd-eof = "n") then
               perform 135-read-next-ytd-row
               perform 133-total-one-ytd-row
                   until ws-ytd-eof = "y"
           end-if.

       133-total-one-ytd-row.
           add ws-one     to ws-chk-rows.
           add ytd-earned to ws-chk-earned.
           add ytd-paid   to ws-chk-paid.
           perform 135-read-next-ytd-row.

       135-read-next-ytd-row.
           read ytd-master-file next record
               at end
           add ws-one to ws-rows-purged.
           perform 135-read-next-ytd-row.

      *The year is rolled - a second ROLL needs a new year-end run.
       138-mark-year-rolled.
           open output yearend-ctl-file.
           move ws-yec-save to yec-rec.
           move "R" to yec-status.
           if (ws-yec-file-status = "00") then
               write yec-rec
               close yearend-ctl-file
           else
               display "A3-YTDMAINT: UNABLE TO MARK YEAR " yec-year
               " ROLLED - STATUS " ws-yec-file-status
           end-if.

      *Reads the master row named by the transaction's key.
       140-read-ytd-row.
           move tx-branch   to ytd-branch.
               " YTD ROWS PURGED AT ROLLOVER"
           end-if.

       650-post-step-counts.
           move "READ"               to ws-step-count-label (1).
           move ws-tx-read-count     to ws-step-count-value (1).
           move "APPLIED"            to ws-step-count-label (2).
           move ws-tx-applied-count  to ws-step-count-value (2).
           move "REJECTED"           to ws-step-count-label (3).
           move ws-tx-rejected-count to ws-step-count-value (3).
           move "PURGED"             to ws-step-count-label (4).
           move ws-rows-purged       to ws-step-count-value (4).

       end program A3-YTDMaint.
