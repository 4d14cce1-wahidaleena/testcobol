      *                         'I' = reinstate - read
      *                               selected archive
      *                               records from ARCHIN
      *                               back into REGION,
      *                               each one applied also
      *                               appended to the
      *                               archive with reason 'R'
      *    col 2-9    cutoff date yyyymmdd (P and R modes)
      *    col 10-14  rows between commit checkpoints in
      *               purge mode (0 = commit at end only)
      * change history
      * ---------------
      * 2026-09-02  new program
      * 2026-10-15  archive records now carry the archive
      *             reason ('P' = purged) - custmnt writes
      *             its deactivations to the same archive
      * 2026-10-15  run date taken from the business-date
      *             control file (bdateget) instead of the
      *             system clock
      * 2026-10-15  step record appended to the job-chain
      *             log (jlogwrt) at every end of job
      * 2026-10-15  a reinstated row is appended to the
      *             archive with reason 'R' (reinstated) so
      *             the customer's return is on file
      ******************************************************

       environment division.
                         ==ar-lastextdt==
                      by ==ai-lastextdt==
                         ==ar-purge-date==
                      by ==ai-purge-date==
                         ==ar-archive-reason==
                      by ==ai-archive-reason==
                         ==ar-reason-purge==
                      by ==ai-reason-purge==
                         ==ar-reason-deact==
                      by ==ai-reason-deact==
                         ==ar-reason-merged==
                      by ==ai-reason-merged==
                         ==ar-reason-reinstated==
                      by ==ai-reason-reinstated==.

       fd  purge-report
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

                 exec sql declare purgecsr cursor for
                     select postdept, custno, custname, hseno,
                 if ws-rejected-count > 0
                     move 4 to return-code
                 end-if
                 perform 8800-write-job-log
                 stop run.

       1000-open-files.
                 close parm-file
                 close purge-report
                 move 8 to return-code
                 perform 8800-write-job-log
                 stop run.

       2000-process-purge.
                     move ws-lastextdt to ar-lastextdt
                 end-if
                 move ws-run-date to ar-purge-date
                 set ar-reason-purge to true
                 write archive-record.

       2300-take-checkpoint.
                     close parm-file
                     close purge-report
                     move 8 to return-code
                     perform 8800-write-job-log
                     stop run
                 end-if
                 open extend archive-out
                 perform until ws-eof-arch
                     read archive-in
                         at end
                     end-read
                 end-perform
                 close archive-in
                 close archive-out
                 perform 8100-write-reinstate-totals.

       3100-reinstate-one-row.
                 evaluate true
                     when ai-postdept = spaces
                             or ai-cust-no not numeric
                             or ai-house-no not numeric
                         move "unreadable archive record"
                             to ws-reject-reason
                         perform 3300-report-rejected
                     when ai-reason-reinstated
                         move "reinstate entry, not a removal"
                             to ws-reject-reason
                         perform 3300-report-rejected
                     when other
                         move ai-postdept to ws-postdept-code
                         move ai-cust-no to cust-no
                         move ai-cust-name to cust
                         move ai-house-no to house-no
                         move ai-addr-line-2 to ws-addr-line-2
                         move ai-postal-code to ws-postal-code
                         if ai-lastextdt = spaces
                             move -1 to ws-lastextdt-ind
                             move spaces to ws-lastextdt
                         else
                             move 0 to ws-lastextdt-ind
                             move ai-lastextdt to ws-lastextdt
                         end-if
                         perform 3200-insert-region-row
                 end-evaluate.

       3200-insert-region-row.
                 exec sql
                         add 1 to ws-applied-count
                         move "applied" to ws-rin-status
                         move spaces to ws-rin-reason
                         perform 3250-write-reinstate-archive
                         perform 3400-write-reinstate-line
                     when -803
                         move "already on region"
                         perform 9500-sql-error
                 end-evaluate.

       3250-write-reinstate-archive.
                 move archive-in-record to archive-record
                 move ws-run-date to ar-purge-date
                 set ar-reason-reinstated to true
                 write archive-record.

       3300-report-rejected.
                 add 1 to ws-rejected-count
                 move "rejected" to ws-rin-status
                 move ws-reinstate-total-line-2 to purge-report-line
                 write purge-report-line.

      * the step record for the job-chain log; the call
      * leaves jlogwrt's return code behind, so the job's
      * own is moved back from the record
       8800-write-job-log.
                 move spaces to job-log-record
                 move "custpurg" to jl-program-id
                 move ws-run-date to jl-business-date
                 move ws-start-time to jl-start-time
                 accept jl-end-time from time
                 move return-code to jl-return-code
                 if ws-mode-reinstate
                     compute jl-count-in
                         = ws-applied-count + ws-rejected-count
                     move ws-applied-count to jl-count-out
                 else
                     move ws-purged-count to jl-count-in
                     move ws-purged-count to jl-count-out
                 end-if
                 move 0 to jl-slice-no
                 move 0 to jl-slice-count
                 call "jlogwrt" using job-log-record
                 move jl-return-code to return-code.

       9000-close-files.
                 close parm-file
                 close purge-report.
                 display ws-error-line
                 perform 9000-close-files
                 move 16 to return-code
                 perform 8800-write-job-log
                 stop run.
