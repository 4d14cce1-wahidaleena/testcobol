      *
      * one audit record is written per moved customer
      * (run date, old and new postdept, cust-no) to the
      * cumulative REORG-AUDIT file (reorgrec), and the
      * report shows the moved count per mapping.  commits
      * are taken every n rows like the extract's
      * checkpoints; a rerun after a failure is safe
      * because rows already moved have left the old
      * postdept and drop out of the selection.
      *
      * change history
      * ---------------
      * 2026-09-02  new program
      * 2026-10-15  run date taken from the business-date
      *             control file (bdateget) instead of the
      *             system clock
      * 2026-10-15  step record appended to the job-chain
      *             log (jlogwrt) at every end of job
      * 2026-10-15  REORG-AUDIT layout moved to the reorgrec
      *             copybook, shared with custhist
      ******************************************************

       environment division.

       fd  reorg-audit
           recording mode is f.
           copy reorgrec.

       fd  move-report
           recording mode is f.
               05 filler                  pic x(2) value spaces.
               05 ws-err-text             pic x(70).

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

                 exec sql declare movecsr cursor for
                     select custno
                 if ws-rejected-count > 0
                     move 4 to return-code
                 end-if
                 perform 8800-write-job-log
                 stop run.

       1000-open-files.
                 write move-report-line
                 display ws-report-total-line-3.

      * the step record for the job-chain log; the call
      * leaves jlogwrt's return code behind, so the job's
      * own is moved back from the record
       8800-write-job-log.
                 move spaces to job-log-record
                 move "custmove" to jl-program-id
                 move ws-run-date to jl-business-date
                 move ws-start-time to jl-start-time
                 accept jl-end-time from time
                 move return-code to jl-return-code
                 compute jl-count-in
                     = ws-applied-count + ws-rejected-count
                 move ws-total-moved to jl-count-out
                 move 0 to jl-slice-no
                 move 0 to jl-slice-count
                 call "jlogwrt" using job-log-record
                 move jl-return-code to return-code.

       9000-close-files.
                 close parm-file
                 close reorg-audit
                 display ws-error-line
                 perform 9000-close-files
                 move 16 to return-code
                 perform 8800-write-job-log
                 stop run.
