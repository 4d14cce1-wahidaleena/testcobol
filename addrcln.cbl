       identification division.
       program-id. addrcln.

      ******************************************************
      * addrcln - address-line-2 cleanup of REGION
      *
      * passes REGION one postdept at a time and runs each
      * row's address line 2 through addrstd, the shared
      * standardization routine used by testcbl, custcorr,
      * custdupe and custmnt.  rows already in standard
      * form are left alone; the rest are listed with the
      * value before and after, under their postdept.
      *
      * run once to bring the existing rows into standard
      * form, then periodically to pick up rows keyed or
      * loaded by other means, and again after words are
      * added to the ABBRTAB abbreviation table.
      *
      * SYSIN control card -
      *    col 1     mode  'U' = update REGION
      *                    'R' = report only
      *    col 2-5   postdept (blank = every postdept)
      *    col 6-10  rows between commit checkpoints
      *              (0 or blank = commit only at each
      *              postdept end)
      *
      * report-only mode lists the same before and after
      * values but changes nothing, so the listing can be
      * checked with the departments before the update run.
      *
      * update mode rewrites addrline2 on each listed row
      * and writes a record to the cumulative audit trail
      * (auditrec layout, run mode 'S', action 'C', with the
      * row's before and after fields), so custaudr lists
      * the change and custback can back it out.  commits
      * are taken every n rows like custmove; a rerun after
      * a failure is safe because rows already rewritten are
      * in standard form and are passed over.
      *
      * change history
      * ---------------
      * 2026-10-15  new program
      * 2026-10-15  run date taken from the business-date
      *             control file (bdateget) instead of the
      *             system clock
      * 2026-10-15  step record appended to the job-chain
      *             log (jlogwrt) at every end of job
      ******************************************************

       environment division.
       input-output section.
       file-control.
           select parm-file assign to sysin
               organization is line sequential.
           select audit-file assign to auditout
               organization is line sequential.
           select clean-report assign to aclnrpt
               organization is line sequential.

       data division.
       file section.
       fd  parm-file
           recording mode is f.
       01  clean-control-record.
           05 cc-run-mode                 pic x(1).
               88 cc-mode-update          value "U".
               88 cc-mode-report          value "R".
           05 cc-postdept                 pic x(4).
           05 cc-checkpoint-interval      pic x(5).
           05 filler                      pic x(70).

       fd  audit-file
           recording mode is f.
           copy auditrec.

       fd  clean-report
           recording mode is f.
       01  clean-report-line              pic x(132).

       working-storage section.
             exec sql begin declare section end-exec
             01 filler.
                 03 cust-no pic 9(4) packed-decimal.
                 03 cust pic X(40).
                 03 ws-postdept-code pic X(4).
                 03 ws-fetch-postdept pic X(4).
                 03 ws-addr-line-2 pic X(40).
                 03 ws-postal-code pic X(10).
                 03 ws-lastextdt pic X(10).
                 03 ws-lastextdt-ind pic s9(4) comp.
             exec sql end declare section end-exec
             01 house-no pic 9(4) comp.
             exec sql include sqlca end-exec

           01 ws-switches.
               05 ws-eof-parm-sw          pic x value "N".
                   88 ws-eof-parm         value "Y".
               05 ws-eof-cust-sw          pic x value "N".
                   88 ws-eof-cust         value "Y".
               05 ws-dept-listed-sw       pic x value "N".
                   88 ws-dept-listed      value "Y".

           01 ws-run-date                 pic 9(8) value 0.
           01 ws-run-mode                 pic x value space.
               88 ws-mode-update          value "U".
               88 ws-mode-report          value "R".

           01 ws-checkpoint-interval      pic 9(5) value 0.
           01 ws-checkpoint-count         pic 9(5) value 0.

           01 ws-std-addr-line-2          pic x(40).
           01 ws-std-result               pic x value space.
               88 ws-addr-standard        value "S".
               88 ws-addr-changed         value "C".

           01 ws-dept-table.
               05 ws-dept-entry           occurs 100 times.
                   10 ws-dept-code        pic x(4).
                   10 ws-dept-read        pic 9(7).
                   10 ws-dept-changed     pic 9(7).
           01 ws-dept-count               pic 9(3) value 0.
           01 ws-dept-subscript           pic 9(3) value 0.

           01 ws-total-read               pic 9(7) value 0.
           01 ws-total-changed            pic 9(7) value 0.

           01 ws-title-line.
               05 filler                  pic x(40) value spaces.
               05 filler                  pic x(40)
                   value "address line 2 cleanup".

           01 ws-mode-line.
               05 filler                  pic x(20)
                   value "run mode  . . . . . ".
               05 ws-mod-text             pic x(50).

           01 ws-bad-control-line.
               05 filler                  pic x(40) value
                   "control card missing or mode not U/R".

           01 ws-dept-full-line.
               05 filler                  pic x(40) value
                   "postdept table full".

           01 ws-dept-heading-line.
               05 filler                  pic x(10) value "postdept".
               05 ws-dhd-postdept         pic x(4).

           01 ws-header-line-1.
               05 filler                  pic x(9)  value "cust-no".
               05 filler                  pic x(42) value
                   "address line 2 before".
               05 filler                  pic x(40) value
                   "address line 2 after".
           01 ws-header-line-2.
               05 filler                  pic x(91) value all "-".

           01 ws-report-detail-line.
               05 ws-rpt-cust-no          pic 9(4).
               05 filler                  pic x(5) value spaces.
               05 ws-rpt-before           pic x(40).
               05 filler                  pic x(2) value spaces.
               05 ws-rpt-after            pic x(40).

           01 ws-section-line.
               05 ws-sec-text             pic x(40).

           01 ws-count-header-line.
               05 filler                  pic x(12) value "postdept".
               05 filler                  pic x(12) value
                   "rows read".
               05 filler                  pic x(9) value "changed".
           01 ws-count-rule-line.
               05 filler                  pic x(33) value all "-".
           01 ws-count-detail-line.
               05 ws-cnt-key              pic x(10).
               05 filler                  pic x(2) value spaces.
               05 ws-cnt-read             pic z,zzz,zz9.
               05 filler                  pic x(3) value spaces.
               05 ws-cnt-changed          pic z,zzz,zz9.

           01 ws-report-total-line-1.
               05 filler                  pic x(20)
                   value "postdepts passed  . ".
               05 ws-rpt-depts            pic zz,zz9.
           01 ws-report-total-line-2.
               05 filler                  pic x(20)
                   value "rows read . . . . . ".
               05 ws-rpt-total-read       pic z,zzz,zz9.
           01 ws-report-total-line-3.
               05 filler                  pic x(20)
                   value "rows standardized . ".
               05 ws-rpt-total-changed    pic z,zzz,zz9.

           01 ws-error-line.
               05 filler                  pic x(11) value "sql error:".
               05 ws-err-sqlcode          pic -9(9).
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

                 exec sql declare deptcsr cursor for
                     select distinct postdept
                     from region
                     order by postdept
                 end-exec

                 exec sql declare cleancsr cursor for
                     select custno, custname, hseno,
                            addrline2, postalcode, lastextdt
                     from region
                     where postdept = :ws-postdept-code
                     for update of addrline2
                 end-exec

                 perform 1000-open-files
                 perform 1100-read-control-card
                 perform 1200-load-dept-list
                 perform 2000-clean-one-dept
                     varying ws-dept-subscript from 1 by 1
                     until ws-dept-subscript > ws-dept-count
                 perform 8500-write-totals
                 perform 9000-close-files
                 perform 8800-write-job-log
                 stop run.

       1000-open-files.
                 open input parm-file
                 open extend audit-file
                 open output clean-report
                 move ws-title-line to clean-report-line
                 write clean-report-line
                 move spaces to clean-report-line
                 write clean-report-line.

       1100-read-control-card.
                 read parm-file
                     at end
                         set ws-eof-parm to true
                     not at end
                         move cc-run-mode to ws-run-mode
                         if cc-checkpoint-interval numeric
                             move cc-checkpoint-interval
                                 to ws-checkpoint-interval
                         end-if
                 end-read
                 if ws-eof-parm
                         or not (ws-mode-update or ws-mode-report)
                     move ws-bad-control-line to clean-report-line
                     write clean-report-line
                     display ws-bad-control-line
                     perform 9000-close-files
                     move 8 to return-code
                     perform 8800-write-job-log
                     stop run
                 end-if
                 if ws-mode-update
                     move "update - region rewritten and audited"
                         to ws-mod-text
                 else
                     move "report only - nothing is changed"
                         to ws-mod-text
                 end-if
                 move ws-mode-line to clean-report-line
                 write clean-report-line.

       1200-load-dept-list.
                 move 0 to ws-dept-count
                 if cc-postdept not = spaces
                     move cc-postdept to ws-fetch-postdept
                     perform 1250-save-dept-entry
                 else
                     exec sql open deptcsr end-exec
                     if sqlcode not = 0
                         perform 9500-sql-error
                     end-if
                     perform until ws-eof-cust
                         exec sql
                             fetch deptcsr into :ws-fetch-postdept
                         end-exec
                         evaluate sqlcode
                             when 0
                                 perform 1250-save-dept-entry
                             when 100
                                 set ws-eof-cust to true
                             when other
                                 perform 9500-sql-error
                         end-evaluate
                     end-perform
                     exec sql close deptcsr end-exec
                     move "N" to ws-eof-cust-sw
                 end-if.

       1250-save-dept-entry.
                 if ws-dept-count < 100
                     add 1 to ws-dept-count
                     move ws-fetch-postdept
                         to ws-dept-code (ws-dept-count)
                     move 0 to ws-dept-read (ws-dept-count)
                     move 0 to ws-dept-changed (ws-dept-count)
                 else
                     move ws-dept-full-line to clean-report-line
                     write clean-report-line
                     display ws-dept-full-line
                 end-if.

       2000-clean-one-dept.
                 move ws-dept-code (ws-dept-subscript)
                     to ws-postdept-code
                 move "N" to ws-eof-cust-sw
                 move "N" to ws-dept-listed-sw
                 move 0 to ws-checkpoint-count

                 exec sql open cleancsr end-exec
                 if sqlcode not = 0
                     perform 9500-sql-error
                 end-if

                 perform until ws-eof-cust
                     exec sql
                         fetch cleancsr
                          into :cust-no, :cust, :house-no,
                               :ws-addr-line-2, :ws-postal-code,
                               :ws-lastextdt :ws-lastextdt-ind
                     end-exec
                     evaluate sqlcode
                         when 0
                             perform 2100-clean-one-row
                         when 100
                             set ws-eof-cust to true
                         when other
                             perform 9500-sql-error
                     end-evaluate
                 end-perform

                 exec sql close cleancsr end-exec
                 exec sql commit end-exec
                 if sqlcode not = 0
                     perform 9500-sql-error
                 end-if.

       2100-clean-one-row.
                 add 1 to ws-dept-read (ws-dept-subscript)
                 add 1 to ws-total-read
                 call "addrstd" using ws-addr-line-2
                                      ws-std-addr-line-2
                                      ws-std-result
                 if ws-addr-changed
                     if ws-mode-update
                         exec sql
                             update region
                                 set addrline2 = :ws-std-addr-line-2
                                 where current of cleancsr
                         end-exec
                         if sqlcode not = 0
                             perform 9500-sql-error
                         end-if
                         perform 2200-write-audit-record
                         perform 2300-take-checkpoint
                     end-if
                     add 1 to ws-dept-changed (ws-dept-subscript)
                     add 1 to ws-total-changed
                     perform 7000-report-row
                 end-if.

       2200-write-audit-record.
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
                 move ws-addr-line-2 to ad-before-addr-2
                 move ws-postal-code to ad-before-postal
                 move house-no to ad-before-house-no
                 move cust to ad-after-name
                 move ws-std-addr-line-2 to ad-after-addr-2
                 move ws-postal-code to ad-after-postal
                 move house-no to ad-after-house-no
                 write audit-record.

       2300-take-checkpoint.
                 if ws-checkpoint-interval > 0
                     add 1 to ws-checkpoint-count
                     if ws-checkpoint-count >= ws-checkpoint-interval
                         exec sql commit end-exec
                         if sqlcode not = 0
                             perform 9500-sql-error
                         end-if
                         move 0 to ws-checkpoint-count
                     end-if
                 end-if.

       7000-report-row.
                 if not ws-dept-listed
                     set ws-dept-listed to true
                     move ws-postdept-code to ws-dhd-postdept
                     move spaces to clean-report-line
                     write clean-report-line
                     move ws-dept-heading-line to clean-report-line
                     write clean-report-line
                     move ws-header-line-1 to clean-report-line
                     write clean-report-line
                     move ws-header-line-2 to clean-report-line
                     write clean-report-line
                 end-if
                 move cust-no to ws-rpt-cust-no
                 move ws-addr-line-2 to ws-rpt-before
                 move ws-std-addr-line-2 to ws-rpt-after
                 move ws-report-detail-line to clean-report-line
                 write clean-report-line.

       8500-write-totals.
                 move spaces to clean-report-line
                 write clean-report-line
                 move "rows by postdept" to ws-sec-text
                 move ws-section-line to clean-report-line
                 write clean-report-line
                 move ws-count-header-line to clean-report-line
                 write clean-report-line
                 move ws-count-rule-line to clean-report-line
                 write clean-report-line
                 perform varying ws-dept-subscript
                         from 1 by 1
                         until ws-dept-subscript > ws-dept-count
                     move ws-dept-code (ws-dept-subscript)
                         to ws-cnt-key
                     move ws-dept-read (ws-dept-subscript)
                         to ws-cnt-read
                     move ws-dept-changed (ws-dept-subscript)
                         to ws-cnt-changed
                     move ws-count-detail-line to clean-report-line
                     write clean-report-line
                 end-perform

                 move spaces to clean-report-line
                 write clean-report-line
                 move ws-dept-count to ws-rpt-depts
                 move ws-report-total-line-1 to clean-report-line
                 write clean-report-line
                 move ws-total-read to ws-rpt-total-read
                 move ws-report-total-line-2 to clean-report-line
                 write clean-report-line
                 move ws-total-changed to ws-rpt-total-changed
                 move ws-report-total-line-3 to clean-report-line
                 write clean-report-line
                 display ws-report-total-line-3.

      * the step record for the job-chain log; the call
      * leaves jlogwrt's return code behind, so the job's
      * own is moved back from the record
       8800-write-job-log.
                 move spaces to job-log-record
                 move "addrcln" to jl-program-id
                 move ws-run-date to jl-business-date
                 move ws-start-time to jl-start-time
                 accept jl-end-time from time
                 move return-code to jl-return-code
                 move ws-total-read to jl-count-in
                 move ws-total-changed to jl-count-out
                 move 0 to jl-slice-no
                 move 0 to jl-slice-count
                 call "jlogwrt" using job-log-record
                 move jl-return-code to return-code.

       9000-close-files.
                 close parm-file
                 close audit-file
                 close clean-report.

       9500-sql-error.
                 move sqlcode to ws-err-sqlcode
                 move sqlerrmc to ws-err-text
                 move ws-error-line to clean-report-line
                 write clean-report-line
                 display ws-error-line
                 perform 9000-close-files
                 move 16 to return-code
                 perform 8800-write-job-log
                 stop run.
