      * match exact ('E'); otherwise matching on the first
      * 12 squeezed characters is near-identical ('N').
      *
      * address line 2 is put into standard form through
      * the shared addrstd routine before the sort (a pass
      * over the extract into the DUPESTD work file), so
      * "MAIN STREET" and "Main St." fall in one household;
      * the count of values changed is shown with the
      * totals.
      *
      * a household group larger than 50 records is noted
      * on the report; the first 50 are still compared and
      * only the overflow is skipped.
      * 2026-09-02  an unmerged slice extract (non-zero
      *             slice count in the header) is refused
      *             the same way - run custmrge first
      * 2026-10-15  address line 2 standardized through
      *             addrstd before the household sort
      * 2026-10-15  run date taken from the business-date
      *             control file (bdateget) instead of the
      *             system clock
      * 2026-10-15  step record appended to the job-chain
      *             log (jlogwrt) at every end of job
      ******************************************************

       environment division.
       file-control.
           select cust-extract assign to custext
               organization is line sequential.
           select dupe-std-file assign to dupestd
               organization is line sequential.
           select dupe-sorted-file assign to dupesort
               organization is line sequential.
           select dupe-pair-file assign to dupeout
       01  cust-extract-in                pic x(102).
           copy custhdr.

       fd  dupe-std-file
           recording mode is f.
       01  dupe-std-record.
           05 filler                      pic x(48).
           05 dst-addr-line-2             pic x(40).
           05 filler                      pic x(14).

       fd  dupe-sorted-file
           recording mode is f.
           copy custrec.

           01 ws-suppressed-count         pic 9(7) value 0.

           01 ws-std-addr-line-2          pic x(40).
           01 ws-std-result               pic x value "S".
               88 ws-addr-standard        value "S".
               88 ws-addr-changed         value "C".
           01 ws-standardized-count       pic 9(7) value 0.

           01 ws-title-line.
               05 filler                  pic x(40) value spaces.
               05 filler                  pic x(40)
               05 filler                  pic x(20)
                   value "suppressed pairs  . ".
               05 ws-tot-suppressed       pic z,zzz,zz9.
           01 ws-total-line-4.
               05 filler                  pic x(20)
                   value "addr-2 standardized ".
               05 ws-tot-standardized     pic z,zzz,zz9.

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
                 open output dupe-report
                 perform 0500-verify-extract
                 perform 0600-load-dispositions
                 perform 0700-standardize-extract
                 sort sort-file
                     on ascending key sort-postal-code
                                      sort-house-no
                                      sort-addr-line-2
                     using dupe-std-file
                     giving dupe-sorted-file

                 open input dupe-sorted-file
                 close dupe-sorted-file
                 close dupe-pair-file
                 close dupe-report
                 perform 8800-write-job-log
                 stop run.

       0500-verify-extract.
                     display "disposition table full"
                 end-if.

       0700-standardize-extract.
                 move "N" to ws-eof-verify-sw
                 open input cust-extract
                 open output dupe-std-file
                 perform until ws-eof-verify
                     read cust-extract
                         at end
                             set ws-eof-verify to true
                         not at end
                             perform 0750-standardize-one-record
                     end-read
                 end-perform
                 close cust-extract
                 close dupe-std-file.

       0750-standardize-one-record.
                 move cust-extract-in to dupe-std-record
                 if not ch-header-id and not ct-trailer-id
                     call "addrstd" using dst-addr-line-2
                         ws-std-addr-line-2 ws-std-result
                     if ws-addr-changed
                         move ws-std-addr-line-2 to dst-addr-line-2
                         add 1 to ws-standardized-count
                     end-if
                 end-if
                 write dupe-std-record.

       2000-process-records.
                 read dupe-sorted-file
                     at end
                 write dupe-report-line
                 move ws-suppressed-count to ws-tot-suppressed
                 move ws-total-line-3 to dupe-report-line
                 write dupe-report-line
                 move ws-standardized-count to ws-tot-standardized
                 move ws-total-line-4 to dupe-report-line
                 write dupe-report-line.

      * the step record for the job-chain log; the call
      * leaves jlogwrt's return code behind, so the job's
      * own is moved back from the record
       8800-write-job-log.
                 move spaces to job-log-record
                 move "custdupe" to jl-program-id
                 move ws-run-date to jl-business-date
                 move ws-start-time to jl-start-time
                 accept jl-end-time from time
                 move return-code to jl-return-code
                 move ws-vfy-count to jl-count-in
                 move ws-pair-count to jl-count-out
                 move 0 to jl-slice-no
                 move 0 to jl-slice-count
                 call "jlogwrt" using job-log-record
                 move jl-return-code to return-code.

       9600-generation-error.
                 move ws-gen-error-line to dupe-report-line
                 write dupe-report-line
                 display ws-gen-error-line
                 close dupe-report
                 move 8 to return-code
                 perform 8800-write-job-log
                 stop run.
