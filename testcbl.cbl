      *             custmrge step recombines the slice files.
      *             a slice card outside *ALL extract mode is
      *             ignored with a log line
      * 2026-10-15  address line 2 passed through the shared
      *             ADDRSTD standardization routine (upper
      *             case, blanks squeezed, punctuation dropped,
      *             suffixes abbreviated from the ABBRTAB file)
      *             before it is printed and written to
      *             CUST-EXTRACT; REGION itself is cleaned up
      *             by the addrcln batch
      * 2026-10-15  audit record cleared before each stamp is
      *             written, so the customer-maintenance action
      *             and images on auditrec stay blank
      * 2026-10-15  run date taken from the business-date
      *             control file (bdateget) instead of the
      *             system clock
      * 2026-10-15  step record appended to the job-chain
      *             log (jlogwrt) at every end of job
      ******************************************************

       environment division.
           01 ws-prev-postdept            pic x(4) value spaces.
           01 ws-prev-cust-no             pic 9(4) value 0.

           01 ws-std-addr-line-2          pic x(40).
           01 ws-std-result               pic x value "S".
               88 ws-addr-standard        value "S".
               88 ws-addr-changed         value "C".

           01 ws-edit-result              pic x value "V".
               88 ws-house-no-valid       value "V".
               88 ws-house-no-invalid     value "I".
               05 filler                  pic x(2) value spaces.
               05 ws-det-house-no         pic zzz9.

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
                 string ws-run-date (1:4) "-" ws-run-date (5:2)
                        "-" ws-run-date (7:2)
                 perform 9100-write-control-totals
                 perform 8900-write-run-history
                 perform 9000-close-files
                 perform 8800-write-job-log
                 stop run.

       1000-open-files.
                     close report-file
                     close error-log
                     move 8 to return-code
                     perform 8800-write-job-log
                     stop run
                 end-if
                 open extend run-history.
                             close report-file
                             close error-log
                             move 8 to return-code
                             perform 8800-write-job-log
                             stop run
                         end-if
                     end-if
                     display error-log-line
                     perform 9000-close-files
                     move 8 to return-code
                     perform 8800-write-job-log
                     stop run
                 end-if
                 compute ws-slice-size
                 exec sql close cust-upd end-exec.

       2650-write-audit-record.
                 move spaces to audit-record
                 move ws-run-date to ad-run-date
                 move ws-run-mode to ad-run-mode
                 move ws-postdept-code to ad-postdept
                 move 5 to ws-line-no.

       2000-write-detail-line.
                 call "addrstd" using ws-addr-line-2
                     ws-std-addr-line-2 ws-std-result
                 move ws-std-addr-line-2 to ws-addr-line-2
                 perform 2050-validate-house-no
                 perform 2055-validate-postal-code

                 write exception-detail-record
                 add 1 to ws-exception-count.

      * the step record for the job-chain log; the call
      * leaves jlogwrt's return code behind, so the job's
      * own is moved back from the record
       8800-write-job-log.
                 move spaces to job-log-record
                 move "testcbl" to jl-program-id
                 move ws-run-date to jl-business-date
                 move ws-start-time to jl-start-time
                 accept jl-end-time from time
                 move return-code to jl-return-code
                 move ws-dept-done-count to jl-count-in
                 move ws-record-count to jl-count-out
                 move ws-slice-no to jl-slice-no
                 move ws-slice-count to jl-slice-count
                 call "jlogwrt" using job-log-record
                 move jl-return-code to return-code.

       9080-write-extract-trailer.
                 move spaces to cust-extract-trailer
                 move "*TRL" to ct-record-id
                 perform 8900-write-run-history
                 perform 9000-close-files
                 move 16 to return-code
                 perform 8800-write-job-log
                 stop run.
