      * of the backout is harmless because restored rows no
      * longer carry the ad-new value and are skipped.
      *
      * a customer maintenance run (custmnt, run mode 'M')
      * is backed out from the before/after images on its
      * audit records, last change first, so several cards
      * against one customer in the run unwind in order:
      * an added row still as it was added is deleted, a
      * changed row still carrying the new values gets the
      * old ones back, and a deactivated row is put back on
      * REGION with its lastextdt - unless the key has been
      * reused since.  the deactivation's archive record is
      * left in place.
      *
      * a postal-code conversion run (pcconv, run mode 'P')
      * is backed out the same way from its before/after
      * images: rows still carrying the new code get the old
      * one back.  the POSTAL-DIR directory is not touched -
      * re-add the old code with pcdmnt if it was retired.
      * an address-line-2 cleanup run (addrcln, run mode
      * 'S') is backed out the same way: rows still carrying
      * the standardized value get the one keyed back.  the
      * 'S' records custcorr writes for the rows it
      * standardizes on that date are backed out with it
      * (the corrected house number stays).
      *
      * SYSIN parameter card:
      *    col 1-8    run date of the run to back out
      *    col 9-12   postdept (blank = all departments of
      *               that run)
      *    col 13     run mode to back out  'U' = extract
      *               maintenance stamps (blank = 'U')
      *                                     'M' = custmnt
      *               customer maintenance  'P' = pcconv
      *               postal-code conversion
      *                                     'S' = addrcln
      *               address-line-2 cleanup
      *
      * the jcl points AUDITIN at the same cumulative audit
      * dataset the extract writes through AUDITOUT (read
      * change history
      * ---------------
      * 2026-09-02  new program
      * 2026-10-15  run mode on the parm card (col 13) - 'M'
      *             backs out a custmnt customer maintenance
      *             run from the audit before/after images
      * 2026-10-15  run mode 'P' backs out a pcconv postal-
      *             code conversion run the same way
      * 2026-10-15  run mode 'S' backs out an addrcln
      *             address-line-2 cleanup run the same way
      *             (and custcorr's standardizations of the
      *             same date)
      * 2026-10-15  run date taken from the business-date
      *             control file (bdateget) instead of the
      *             system clock
      * 2026-10-15  step record appended to the job-chain
      *             log (jlogwrt) at every end of job
      ******************************************************

       environment division.
                         ==ad-prior-lastextdt==
                      by ==ai-prior-lastextdt==
                         ==ad-new-lastextdt==
                      by ==ai-new-lastextdt==
                         ==ad-maint-action==
                      by ==ai-maint-action==
                         ==ad-maint-add==
                      by ==ai-maint-add==
                         ==ad-maint-change==
                      by ==ai-maint-change==
                         ==ad-maint-deact==
                      by ==ai-maint-deact==
                         ==ad-before-image==
                      by ==ai-before-image==
                         ==ad-before-name==
                      by ==ai-before-name==
                         ==ad-before-addr-2==
                      by ==ai-before-addr-2==
                         ==ad-before-postal==
                      by ==ai-before-postal==
                         ==ad-before-house-no==
                      by ==ai-before-house-no==
                         ==ad-after-image==
                      by ==ai-after-image==
                         ==ad-after-name==
                      by ==ai-after-name==
                         ==ad-after-addr-2==
                      by ==ai-after-addr-2==
                         ==ad-after-postal==
                      by ==ai-after-postal==
                         ==ad-after-house-no==
                      by ==ai-after-house-no==.

       fd  audit-file
           recording mode is f.
       01  backout-parm-record.
           05 bp-run-date                 pic x(8).
           05 bp-postdept                 pic x(4).
           05 bp-run-mode                 pic x(1).
           05 filler                      pic x(67).

       fd  backout-report
           recording mode is f.
                 03 ws-current-lastextdt pic X(10).
                 03 ws-current-ind pic s9(4) comp.
                 03 ws-restore-lastextdt pic X(10).
                 03 cust pic X(40).
                 03 ws-addr-line-2 pic X(40).
                 03 ws-postal-code pic X(10).
             exec sql end declare section end-exec
             01 house-no pic 9(4) comp.
             exec sql include sqlca end-exec

           01 ws-switches.
           01 ws-run-date                 pic 9(8) value 0.
           01 ws-target-date              pic 9(8) value 0.
           01 ws-filter-postdept          pic x(4) value spaces.
           01 ws-target-mode              pic x value "U".
               88 ws-target-stamp         value "U".
               88 ws-target-maint         value "M" "P" "S".

           01 ws-maint-table.
               05 ws-maint-entry          occurs 1000 times
                                           pic x(240).
           01 ws-maint-count              pic 9(4) value 0.
           01 ws-maint-subscript          pic 9(4) value 0.

           01 ws-row-found-sw             pic x value "N".
               88 ws-row-on-region        value "Y".

           01 ws-current-image.
               05 ws-cur-cust-name        pic x(40).
               05 ws-cur-addr-line-2      pic x(40).
               05 ws-cur-postal-code      pic x(10).
               05 ws-cur-house-no         pic 9(4).

           01 ws-backout-action           pic x value space.

           01 ws-restored-count           pic 9(7) value 0.
           01 ws-skipped-count            pic 9(7) value 0.
               05 ws-tgt-run-date         pic 9(8).
               05 filler                  pic x(2) value spaces.
               05 ws-tgt-postdept         pic x(4).
               05 filler                  pic x(2) value spaces.
               05 ws-tgt-run-mode         pic x(1).

           01 ws-bad-parm-line.
               05 filler                  pic x(40)
                   value "invalid parameter card - job ends".

           01 ws-table-full-line.
               05 filler                  pic x(40)
                   value "too many changes in run - job ends".

           01 ws-detail-line.
               05 ws-det-postdept         pic x(4).
               05 filler                  pic x(2) value spaces.
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
                 perform 1000-open-files
                 perform 1100-load-parm-card
                 perform 2000-process-audit
                     until ws-eof-audit
                 if ws-target-maint
                     perform 2500-back-out-maint-run
                 end-if
                 exec sql commit end-exec
                 if sqlcode not = 0
                     perform 9500-sql-error
                         or ws-notfound-count > 0
                     move 4 to return-code
                 end-if
                 perform 8800-write-job-log
                 stop run.

       1000-open-files.
                         if bp-postdept not = spaces
                             move bp-postdept to ws-filter-postdept
                         end-if
                         if bp-run-mode not = space
                             move bp-run-mode to ws-target-mode
                         end-if
                 end-read
                 if ws-eof-parm or ws-target-date = 0
                         or not (ws-target-stamp or ws-target-maint)
                     move ws-bad-parm-line to backout-report-line
                     write backout-report-line
                     display ws-bad-parm-line
                     perform 9000-close-files
                     move 8 to return-code
                     perform 8800-write-job-log
                     stop run
                 end-if
                 move ws-target-date to ws-tgt-run-date
                 move ws-filter-postdept to ws-tgt-postdept
                 move ws-target-mode to ws-tgt-run-mode
                 move ws-target-line to backout-report-line
                 write backout-report-line
                 move spaces to backout-report-line
                     at end
                         set ws-eof-audit to true
                     not at end
                         if ai-run-mode = ws-target-mode
                                 and ai-run-date = ws-target-date
                                 and (ws-filter-postdept = spaces
                                     or ai-postdept
                                         = ws-filter-postdept)
                             if ws-target-maint
                                 perform 2050-save-maint-record
                             else
                                 perform 2100-back-out-one-row
                             end-if
                         end-if
                 end-read.

      * the changes of a maintenance run are undone last
      * first, so they are held until the whole trail is read
      * - nothing is touched when the run does not fit
       2050-save-maint-record.
                 if ws-maint-count >= 1000
                     move ws-table-full-line to backout-report-line
                     write backout-report-line
                     display ws-table-full-line
                     perform 9000-close-files
                     move 8 to return-code
                     perform 8800-write-job-log
                     stop run
                 end-if
                 add 1 to ws-maint-count
                 move audit-in-record
                     to ws-maint-entry (ws-maint-count).

       2100-back-out-one-row.
                 move ai-postdept to ws-postdept-code
                 move ai-cust-no to cust-no
                 move ai-prior-lastextdt to ad-new-lastextdt
                 write audit-record.

       2500-back-out-maint-run.
                 perform varying ws-maint-subscript
                         from ws-maint-count by -1
                         until ws-maint-subscript < 1
                     move ws-maint-entry (ws-maint-subscript)
                         to audit-in-record
                     perform 2600-back-out-one-change
                 end-perform.

       2600-back-out-one-change.
                 move ai-postdept to ws-postdept-code
                 move ai-cust-no to cust-no
                 move "N" to ws-row-found-sw
                 exec sql
                     select custname, hseno, addrline2, postalcode
                       into :cust, :house-no, :ws-addr-line-2,
                            :ws-postal-code
                       from region
                      where postdept = :ws-postdept-code
                        and custno = :cust-no
                 end-exec
                 evaluate sqlcode
                     when 0
                         set ws-row-on-region to true
                         move cust to ws-cur-cust-name
                         move ws-addr-line-2 to ws-cur-addr-line-2
                         move ws-postal-code to ws-cur-postal-code
                         move house-no to ws-cur-house-no
                     when 100
                         continue
                     when other
                         perform 9500-sql-error
                 end-evaluate
                 evaluate true
                     when ai-maint-deact
                         if ws-row-on-region
                             add 1 to ws-skipped-count
                             move "skipped" to ws-det-status
                             move "key back on region since"
                                 to ws-det-reason
                             perform 7500-write-detail-line
                         else
                             perform 2700-reinsert-deactivated-row
                         end-if
                     when not ws-row-on-region
                         add 1 to ws-notfound-count
                         move "not found" to ws-det-status
                         move "row no longer on region"
                             to ws-det-reason
                         perform 7500-write-detail-line
                     when ws-current-image not = ai-after-image
                         add 1 to ws-skipped-count
                         move "skipped" to ws-det-status
                         move "row touched since the run"
                             to ws-det-reason
                         perform 7500-write-detail-line
                     when ai-maint-add
                         perform 2800-delete-added-row
                     when other
                         perform 2900-restore-changed-row
                 end-evaluate.

       2700-reinsert-deactivated-row.
                 move ai-before-name to cust
                 move ai-before-addr-2 to ws-addr-line-2
                 move ai-before-postal to ws-postal-code
                 move ai-before-house-no to house-no
                 if ai-prior-lastextdt = spaces
                     move -1 to ws-current-ind
                     move spaces to ws-restore-lastextdt
                 else
                     move 0 to ws-current-ind
                     move ai-prior-lastextdt to ws-restore-lastextdt
                 end-if
                 exec sql
                     insert into region
                         (postdept, custno, custname, hseno,
                          addrline2, postalcode, lastextdt)
                     values
                         (:ws-postdept-code, :cust-no, :cust,
                          :house-no, :ws-addr-line-2,
                          :ws-postal-code,
                          :ws-restore-lastextdt :ws-current-ind)
                 end-exec
                 if sqlcode not = 0
                     perform 9500-sql-error
                 end-if
                 add 1 to ws-restored-count
                 move "A" to ws-backout-action
                 perform 2950-write-maint-backout-audit.

       2800-delete-added-row.
                 exec sql
                     delete from region
                      where postdept = :ws-postdept-code
                        and custno = :cust-no
                 end-exec
                 if sqlcode not = 0
                     perform 9500-sql-error
                 end-if
                 add 1 to ws-restored-count
                 move "D" to ws-backout-action
                 perform 2950-write-maint-backout-audit.

       2900-restore-changed-row.
                 move ai-before-name to cust
                 move ai-before-addr-2 to ws-addr-line-2
                 move ai-before-postal to ws-postal-code
                 move ai-before-house-no to house-no
                 exec sql
                     update region
                        set custname = :cust,
                            hseno = :house-no,
                            addrline2 = :ws-addr-line-2,
                            postalcode = :ws-postal-code
                      where postdept = :ws-postdept-code
                        and custno = :cust-no
                 end-exec
                 if sqlcode not = 0
                     perform 9500-sql-error
                 end-if
                 add 1 to ws-restored-count
                 move "C" to ws-backout-action
                 perform 2950-write-maint-backout-audit.

      * the reversal is itself a before/after record: the
      * before image is what the run left, the after image
      * what the backout put back
       2950-write-maint-backout-audit.
                 move spaces to audit-record
                 move ws-run-date to ad-run-date
                 move "B" to ad-run-mode
                 move ai-postdept to ad-postdept
                 move ai-cust-no to ad-cust-no
                 move ai-prior-lastextdt to ad-prior-lastextdt
                 move ai-new-lastextdt to ad-new-lastextdt
                 move ws-backout-action to ad-maint-action
                 if not ai-maint-deact
                     move ai-after-image to ad-before-image
                 end-if
                 if not ai-maint-add
                     move ai-before-image to ad-after-image
                 end-if
                 write audit-record.

       7500-write-detail-line.
                 move ai-postdept to ws-det-postdept
                 move ai-cust-no to ws-det-cust-no
                 display ws-total-line-2
                 display ws-total-line-3.

      * the step record for the job-chain log; the call
      * leaves jlogwrt's return code behind, so the job's
      * own is moved back from the record
       8800-write-job-log.
                 move spaces to job-log-record
                 move "custback" to jl-program-id
                 move ws-run-date to jl-business-date
                 move ws-start-time to jl-start-time
                 accept jl-end-time from time
                 move return-code to jl-return-code
                 compute jl-count-in
                     = ws-restored-count + ws-skipped-count
                         + ws-notfound-count
                 move ws-restored-count to jl-count-out
                 move 0 to jl-slice-no
                 move 0 to jl-slice-count
                 call "jlogwrt" using job-log-record
                 move jl-return-code to return-code.

       9000-close-files.
                 close audit-in
                 close parm-file
                 display ws-error-line
                 perform 9000-close-files
                 move 16 to return-code
                 perform 8800-write-job-log
                 stop run.
