      * change history
      * ---------------
      * 2026-08-21  new program
      * 2026-10-15  step record appended to the job-chain
      *             log (jlogwrt) at every end of job
      * 2026-10-15  run date taken from the business-date
      *             control file (bdateget); the job ends with
      *             return code 8 when the control record is
      *             missing
      ******************************************************

       environment division.
                   value "history skipped . . ".
               05 ws-skip-count           pic z,zzz,zz9.

           01 ws-run-date                 pic 9(8) value 0.
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
                 open input run-history
                 open output trend-report


                 close run-history
                 close trend-report
                 perform 8800-write-job-log
                 stop run.

       2000-process-history.
                 set ws-have-prior-volume to true
                 move ws-dept-detail-line to trend-report-line
                 write trend-report-line.

      * the step record for the job-chain log; the call
      * leaves jlogwrt's return code behind, so the job's
      * own is moved back from the record
       8800-write-job-log.
                 move spaces to job-log-record
                 move "runtrend" to jl-program-id
                 move ws-run-date to jl-business-date
                 move ws-start-time to jl-start-time
                 accept jl-end-time from time
                 move return-code to jl-return-code
                 move ws-month-count to jl-count-in
                 move ws-trend-count to jl-count-out
                 move 0 to jl-slice-no
                 move 0 to jl-slice-count
                 call "jlogwrt" using job-log-record
                 move jl-return-code to return-code.
