      * change history
      * ---------------
      * 2026-09-02  new program
      * 2026-10-15  run date taken from the business-date
      *             control file (bdateget) instead of the
      *             system clock
      * 2026-10-15  step record appended to the job-chain
      *             log (jlogwrt) at every end of job
      ******************************************************

       environment division.
                   value "still open  . . . . ".
               05 ws-tot-open             pic z,zzz,zz9.

           01 ws-start-time               pic 9(8) value 0.

           copy jlogrec.

            procedure  division.
       0000-main-process.
                 call "bdateget" using ws-run-date
                 if ws-run-date = 0
                     display "business date control record missing"
                     move 8 to return-code
                     stop run
                 end-if
                 accept ws-start-time from time
                 move ws-run-date to ws-cnv-date
                 perform 4000-compute-date-days
                 move ws-cnv-days to ws-today-days
                 perform 3000-resolve-carry-entries
                 perform 8000-write-aging-report
                 perform 9000-close-files
                 perform 8800-write-job-log
                 stop run.

       1000-open-files.
                 move ws-detail-line to aging-report-line
                 write aging-report-line.

      * the step record for the job-chain log; the call
      * leaves jlogwrt's return code behind, so the job's
      * own is moved back from the record
       8800-write-job-log.
                 move spaces to job-log-record
                 move "excptrk" to jl-program-id
                 move ws-run-date to jl-business-date
                 move ws-start-time to jl-start-time
                 accept jl-end-time from time
                 move return-code to jl-return-code
                 compute jl-count-in
                     = ws-new-count + ws-recur-count
                 move ws-open-count to jl-count-out
                 move 0 to jl-slice-no
                 move 0 to jl-slice-count
                 call "jlogwrt" using job-log-record
                 move jl-return-code to return-code.

       9000-close-files.
                 close exc-detail
                 close carry-file-out
