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
                   value "rejected  . . . . . ".
               05 ws-rpt-rejected         pic zz,zz9.

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
                 perform 1000-open-files
                 perform 1100-load-master
                 perform 2000-process-trans
                 if ws-rejected-count > 0
                     move 4 to return-code
                 end-if
                 perform 8800-write-job-log
                 stop run.

       1000-open-files.
                 move ws-report-total-line-2 to maint-report-line
                 write maint-report-line.

      * the step record for the job-chain log; the call
      * leaves jlogwrt's return code behind, so the job's
      * own is moved back from the record
       8800-write-job-log.
                 move spaces to job-log-record
                 move "deptmnt" to jl-program-id
                 move ws-run-date to jl-business-date
                 move ws-start-time to jl-start-time
                 accept jl-end-time from time
                 move return-code to jl-return-code
                 compute jl-count-in
                     = ws-applied-count + ws-rejected-count
                 move ws-applied-count to jl-count-out
                 move 0 to jl-slice-no
                 move 0 to jl-slice-count
                 call "jlogwrt" using job-log-record
                 move jl-return-code to return-code.

       9000-close-files.
                 close tran-file
                 close dept-master-out
