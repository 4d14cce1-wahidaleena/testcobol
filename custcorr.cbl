      * correct and resubmit them as they are.  the job
      * ends with return code 4 when anything was rejected.
      *
      * while the row is being corrected its address line 2
      * is also put into standard form through the shared
      * addrstd routine, and the count of rows whose address
      * line 2 changed is shown with the totals.  each such
      * row gets a record on the cumulative audit trail
      * (auditrec layout, run mode 'S', action 'C'), as an
      * addrcln update does: the before and after images
      * differ only in address line 2 and both carry the
      * corrected house number, so custaudr lists the
      * change and custback can back it out.
      *
      * change history
      * ---------------
      * 2026-08-21  new program
      * 2026-10-15  address line 2 of each corrected row is
      *             standardized through addrstd in the same
      *             update
      * 2026-10-15  step record appended to the job-chain
      *             log (jlogwrt) at every end of job
      * 2026-10-15  address-line-2 standardization audited
      *             with a run mode 'S' record like addrcln
      * 2026-10-15  run date taken from the business-date
      *             control file (bdateget); the job ends with
      *             return code 8 when the control record is
      *             missing
      ******************************************************

       environment division.
               organization is line sequential.
           select apply-report assign to corrrpt
               organization is line sequential.
           select audit-file assign to auditout
               organization is line sequential.

       data division.
       file section.
           recording mode is f.
       01  apply-report-line              pic x(132).

       fd  audit-file
           recording mode is f.
           copy auditrec.

       working-storage section.
             exec sql begin declare section end-exec
             01 filler.
                 03 cust-no pic 9(4) packed-decimal.
                 03 ws-postdept-code pic X(4).
                 03 cust pic X(40).
                 03 ws-addr-line-2 pic X(40).
                 03 ws-postal-code pic X(10).
                 03 ws-lastextdt pic X(10).
                 03 ws-lastextdt-ind pic s9(4) comp.
             exec sql end declare section end-exec
             01 house-no pic 9(4) comp.
             exec sql include sqlca end-exec
               88 ws-house-no-valid       value "V".
               88 ws-house-no-invalid     value "I".

           01 ws-std-addr-line-2          pic x(40).
           01 ws-prior-addr-line-2        pic x(40).
           01 ws-std-result               pic x value "S".
               88 ws-addr-standard        value "S".
               88 ws-addr-changed         value "C".

           01 ws-reject-reason            pic x(30) value spaces.

           01 ws-applied-count            pic 9(5) value 0.
           01 ws-rejected-count           pic 9(5) value 0.
           01 ws-standardized-count       pic 9(5) value 0.

           01 ws-title-line.
               05 filler                  pic x(40) value spaces.
               05 filler                  pic x(20)
                   value "rejected  . . . . . ".
               05 ws-rpt-rejected         pic zz,zz9.
           01 ws-report-total-line-3.
               05 filler                  pic x(20)
                   value "addr-2 standardized ".
               05 ws-rpt-standardized     pic zz,zz9.

           01 ws-error-line.
               05 filler                  pic x(11) value "sql error:".
               05 filler                  pic x(2) value spaces.
               05 ws-err-text             pic x(70).

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
                 perform 2000-process-corrections
                     until ws-eof-corr
                 if ws-rejected-count > 0
                     move 4 to return-code
                 end-if
                 perform 8800-write-job-log
                 stop run.

       1000-open-files.
                 open input correction-file
                 open output recycle-file
                 open output apply-report
                 open extend audit-file
                 move ws-title-line to apply-report-line
                 write apply-report-line
                 move spaces to apply-report-line
                 end-if.

       2200-update-region.
                 move spaces to ws-lastextdt
                 move 0 to ws-lastextdt-ind
                 exec sql
                     select custname, addrline2, postalcode,
                            lastextdt
                       into :cust, :ws-addr-line-2,
                            :ws-postal-code,
                            :ws-lastextdt :ws-lastextdt-ind
                       from region
                      where postdept = :ws-postdept-code
                        and custno = :cust-no
                 end-exec
                 evaluate sqlcode
                     when 0
                         perform 2300-apply-to-row
                     when 100
                         move "customer not found"
                             to ws-reject-reason
                         perform 9500-sql-error
                 end-evaluate.

       2300-apply-to-row.
                 call "addrstd" using ws-addr-line-2
                     ws-std-addr-line-2 ws-std-result
                 if ws-addr-changed
                     move ws-addr-line-2 to ws-prior-addr-line-2
                     move ws-std-addr-line-2 to ws-addr-line-2
                 end-if
                 exec sql
                     update region
                        set hseno = :house-no,
                            addrline2 = :ws-addr-line-2
                      where postdept = :ws-postdept-code
                        and custno = :cust-no
                 end-exec
                 if sqlcode not = 0
                     perform 9500-sql-error
                 end-if
                 if ws-addr-changed
                     perform 2400-write-audit-record
                     add 1 to ws-standardized-count
                 end-if
                 perform 7000-report-applied.

      * the standardization only - the house-number correction
      * is in both images, as the row stood once corrected
       2400-write-audit-record.
                 if ws-lastextdt-ind < 0
                     move spaces to ws-lastextdt
                 end-if
                 move spaces to audit-record
                 move ws-run-date to ad-run-date
                 move "S" to ad-run-mode
                 move ws-postdept-code to ad-postdept
                 move cust-no to ad-cust-no
                 move ws-lastextdt to ad-prior-lastextdt
                 move ws-lastextdt to ad-new-lastextdt
                 set ad-maint-change to true
                 move cust to ad-before-name
                 move ws-prior-addr-line-2 to ad-before-addr-2
                 move ws-postal-code to ad-before-postal
                 move house-no to ad-before-house-no
                 move cust to ad-after-name
                 move ws-addr-line-2 to ad-after-addr-2
                 move ws-postal-code to ad-after-postal
                 move house-no to ad-after-house-no
                 write audit-record.

       7000-report-applied.
                 add 1 to ws-applied-count
                 move "applied" to ws-rpt-status
                 write apply-report-line
                 move ws-rejected-count to ws-rpt-rejected
                 move ws-report-total-line-2 to apply-report-line
                 write apply-report-line
                 move ws-standardized-count to ws-rpt-standardized
                 move ws-report-total-line-3 to apply-report-line
                 write apply-report-line.

      * the step record for the job-chain log; the call
      * leaves jlogwrt's return code behind, so the job's
      * own is moved back from the record
       8800-write-job-log.
                 move spaces to job-log-record
                 move "custcorr" to jl-program-id
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
                 close correction-file
                 close recycle-file
                 close apply-report
                 close audit-file.

       9500-sql-error.
                 move sqlcode to ws-err-sqlcode
                 display ws-error-line
                 perform 9000-close-files
                 move 16 to return-code
                 perform 8800-write-job-log
                 stop run.
