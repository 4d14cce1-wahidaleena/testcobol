      * 2026-09-02  an unmerged slice extract (non-zero
      *             slice count in the header) is refused
      *             the same way - run custmrge first
      * 2026-10-15  run date taken from the business-date
      *             control file (bdateget) instead of the
      *             system clock
      * 2026-10-15  step record appended to the job-chain
      *             log (jlogwrt) at every end of job
      ******************************************************

       environment division.
               05 filler                  pic x(2) value spaces.
               05 ws-err-text             pic x(70).

           01 ws-start-time               pic 9(8) value 0.

           copy jlogrec.

            procedure  division.
       0000-main-process.
                 exec sql declare deptcsr cursor for
                     order by postdept
                 end-exec

                 call "bdateget" using ws-run-date
                 if ws-run-date = 0
                     display "business date control record missing"
                     move 8 to return-code
                     stop run
                 end-if
                 accept ws-start-time from time
                 perform 1000-open-files
                 perform 1100-load-dept-deck
                 perform 2000-count-extract
                 if ws-out-of-balance
                     move 8 to return-code
                 end-if
                 perform 8800-write-job-log
                 stop run.

       1000-open-files.
                 write balance-report-line
                 display ws-result-line.

      * the step record for the job-chain log; the call
      * leaves jlogwrt's return code behind, so the job's
      * own is moved back from the record
       8800-write-job-log.
                 move spaces to job-log-record
                 move "custbal" to jl-program-id
                 move ws-run-date to jl-business-date
                 move ws-start-time to jl-start-time
                 accept jl-end-time from time
                 move return-code to jl-return-code
                 move ws-extract-detail-count to jl-count-in
                 move ws-bal-count to jl-count-out
                 move 0 to jl-slice-no
                 move 0 to jl-slice-count
                 call "jlogwrt" using job-log-record
                 move jl-return-code to return-code.

       9000-close-files.
                 close cust-extract
                 close balance-report.
                 display ws-gen-error-line
                 perform 9000-close-files
                 move 8 to return-code
                 perform 8800-write-job-log
                 stop run.

       9500-sql-error.
                 display ws-error-line
                 perform 9000-close-files
                 move 16 to return-code
                 perform 8800-write-job-log
                 stop run.
