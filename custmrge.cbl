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
               05 filler                  pic x(2) value spaces.
               05 ws-ctl-list-recs        pic z,zzz,zz9.

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
                 open output merge-report
                 move ws-title-line to merge-report-line
                 write merge-report-line
                 perform 8000-write-merged-trailer
                 perform 8100-write-control-totals
                 perform 9000-close-files
                 perform 8800-write-job-log
                 stop run.

       1000-init-slots.
                 move ws-ctl-dept-line to merge-report-line
                 write merge-report-line.

      * the step record for the job-chain log; the call
      * leaves jlogwrt's return code behind, so the job's
      * own is moved back from the record
       8800-write-job-log.
                 move spaces to job-log-record
                 move "custmrge" to jl-program-id
                 move ws-run-date to jl-business-date
                 move ws-start-time to jl-start-time
                 accept jl-end-time from time
                 move return-code to jl-return-code
                 move 0 to jl-count-in
                 perform varying ws-slot-x from 1 by 1
                         until ws-slot-x > 4
                     add ws-sl-detail-count (ws-slot-x) to jl-count-in
                 end-perform
                 move ws-out-count to jl-count-out
                 move 0 to jl-slice-no
                 move 0 to jl-slice-count
                 call "jlogwrt" using job-log-record
                 move jl-return-code to return-code.

       9000-close-files.
                 close slice-file-1
                 close slice-file-2
                 display ws-error-line
                 perform 9000-close-files
                 move 8 to return-code
                 perform 8800-write-job-log
                 stop run.
