       identification division.
       program-id. custmnt.

      ******************************************************
      * custmnt - customer add / change / deactivate for
      *           REGION
      *
      * card-driven maintenance of the customer rows that
      * were otherwise keyed as hand-run SQL: new customers,
      * name / address-line-2 / postal-code (and house
      * number) changes, and deactivations, all keyed on
      * postdept / cust-no.
      *
      * every add and change is edited the way the extract
      * edits a fetched row before it is applied - postdept
      * on the dept master and active, house number through
      * the shared addredit edit, postal code present and on
      * the POSTAL-DIR directory - so maintenance cannot put
      * a row on REGION that the next extract would throw
      * out as an exception.  address line 2 is stored in
      * the addrstd standard form.  a change card leaves blank
      * fields as they are and is edited on the resulting
      * row.  a deactivation takes the row off REGION and
      * writes its full image to the cumulative archive
      * (archrec layout, reason 'D'), so custpurg reinstate
      * can bring the customer back.
      *
      * each applied card writes a before/after record to
      * the cumulative audit trail (auditrec layout, run
      * mode 'M') for the custaudr inquiry and for custback,
      * which can back a maintenance run out.
      *
      * every card is reported as applied or rejected.
      * rejected cards also go to the recycle file with the
      * reason alongside, so the clerk can correct and
      * resubmit them as they are.  the job ends with return
      * code 4 when anything was rejected.
      *
      * SYSIN maintenance card:
      *    col 1       action  'A' = add
      *                        'C' = change
      *                        'D' = deactivate
      *    col 2-5     postdept
      *    col 6-9     cust-no
      *    col 10-49   customer name
      *    col 50-89   address line 2
      *    col 90-99   postal code
      *    col 100-103 house number
      *
      * change history
      * ---------------
      * 2026-10-15  new program
      * 2026-10-15  address line 2 standardized through
      *             addrstd on add and change
      * 2026-10-15  run date taken from the business-date
      *             control file (bdateget) instead of the
      *             system clock
      * 2026-10-15  step record appended to the job-chain
      *             log (jlogwrt) at every end of job
      * 2026-10-15  address line 2 standardized before the
      *             after-image is saved, so the audit record
      *             holds the text stored on REGION and a card
      *             differing only in format changes nothing
      ******************************************************

       environment division.
       input-output section.
       file-control.
           select tran-file assign to sysin
               organization is line sequential.
           select recycle-file assign to mntcyc
               organization is line sequential.
           select maint-report assign to cmntrpt
               organization is line sequential.
           select dept-master assign to deptmst
               organization is line sequential.
           select postal-dir assign to pcdir
               organization is line sequential.
           select audit-file assign to auditout
               organization is line sequential.
           select archive-out assign to archout
               organization is line sequential.

       data division.
       file section.
       fd  tran-file
           recording mode is f.
       01  cust-maint-card.
           05 cm-action                   pic x(1).
               88 cm-action-add           value "A".
               88 cm-action-change        value "C".
               88 cm-action-deact         value "D".
           05 cm-postdept                 pic x(4).
           05 cm-cust-no                  pic x(4).
           05 cm-cust-name                pic x(40).
           05 cm-addr-line-2              pic x(40).
           05 cm-postal-code              pic x(10).
           05 cm-house-no                 pic x(4).
           05 filler                      pic x(37).

       fd  recycle-file
           recording mode is f.
       01  recycle-record.
           05 rcy-card                    pic x(103).
           05 filler                      pic x(2).
           05 rcy-reason                  pic x(30).
           05 filler                      pic x(5).

       fd  maint-report
           recording mode is f.
       01  maint-report-line              pic x(132).

       fd  dept-master
           recording mode is f.
           copy deptrec.

       fd  postal-dir
           recording mode is f.
       01  postal-dir-record.
           05 pd-postal-code              pic x(10).
           05 filler                      pic x(70).

       fd  audit-file
           recording mode is f.
           copy auditrec.

       fd  archive-out
           recording mode is f.
           copy archrec.

       working-storage section.
             exec sql begin declare section end-exec
             01 filler.
                 03 cust-no pic 9(4) packed-decimal.
                 03 cust pic X(40).
                 03 ws-postdept-code pic X(4).
                 03 ws-addr-line-2 pic X(40).
                 03 ws-postal-code pic X(10).
                 03 ws-lastextdt pic X(10).
                 03 ws-lastextdt-ind pic s9(4) comp.
             exec sql end declare section end-exec
             01 house-no pic 9(4) comp.
             exec sql include sqlca end-exec

           01 ws-switches.
               05 ws-eof-tran-sw          pic x value "N".
                   88 ws-eof-tran         value "Y".
               05 ws-eof-master-sw        pic x value "N".
                   88 ws-eof-master       value "Y".
               05 ws-eof-postal-sw        pic x value "N".
                   88 ws-eof-postal       value "Y".

           01 ws-edit-result              pic x value "V".
               88 ws-house-no-valid       value "V".
               88 ws-house-no-invalid     value "I".

           01 ws-run-date                 pic 9(8) value 0.
           01 ws-reject-reason            pic x(30) value spaces.

           01 ws-std-addr-line-2          pic x(40).
           01 ws-std-result               pic x value "S".
               88 ws-addr-standard        value "S".
               88 ws-addr-changed         value "C".

           01 ws-master-table.
               05 ws-master-entry         occurs 100 times.
                   10 ws-mst-code         pic x(4).
                   10 ws-mst-active       pic x(1).
           01 ws-master-count             pic 9(3) value 0.
           01 ws-master-subscript         pic 9(3) value 0.
           01 ws-master-found-sw          pic x value "N".
               88 ws-master-found         value "Y".

           01 ws-postal-table.
               05 ws-postal-code-entry    occurs 500 times
                                           pic x(10).
           01 ws-postal-count             pic 9(3) value 0.
           01 ws-postal-subscript         pic 9(3) value 0.
           01 ws-postal-found-sw          pic x value "N".
               88 ws-postal-found         value "Y".

           01 ws-before-image.
               05 ws-bef-cust-name        pic x(40).
               05 ws-bef-addr-line-2      pic x(40).
               05 ws-bef-postal-code      pic x(10).
               05 ws-bef-house-no         pic 9(4).
           01 ws-after-image.
               05 ws-aft-cust-name        pic x(40).
               05 ws-aft-addr-line-2      pic x(40).
               05 ws-aft-postal-code      pic x(10).
               05 ws-aft-house-no         pic 9(4).

           01 ws-added-count              pic 9(5) value 0.
           01 ws-changed-count            pic 9(5) value 0.
           01 ws-deact-count              pic 9(5) value 0.
           01 ws-rejected-count           pic 9(5) value 0.

           01 ws-title-line.
               05 filler                  pic x(40) value spaces.
               05 filler                  pic x(40)
                   value "region customer maintenance".

           01 ws-header-line-1.
               05 filler                  pic x(6)  value "dept".
               05 filler                  pic x(9)  value "cust-no".
               05 filler                  pic x(5)  value "act".
               05 filler                  pic x(42) value "customer-nm".
               05 filler                  pic x(11) value "status".
               05 filler                  pic x(30) value "reason".
           01 ws-header-line-2.
               05 filler                  pic x(103) value all "-".

           01 ws-report-detail-line.
               05 ws-rpt-postdept         pic x(4).
               05 filler                  pic x(2) value spaces.
               05 ws-rpt-cust-no          pic x(4).
               05 filler                  pic x(5) value spaces.
               05 ws-rpt-action           pic x(1).
               05 filler                  pic x(4) value spaces.
               05 ws-rpt-cust-name        pic x(40).
               05 filler                  pic x(2) value spaces.
               05 ws-rpt-status           pic x(9).
               05 filler                  pic x(2) value spaces.
               05 ws-rpt-reason           pic x(30).

           01 ws-report-total-line-1.
               05 filler                  pic x(20)
                   value "added . . . . . . . ".
               05 ws-rpt-added            pic zz,zz9.
           01 ws-report-total-line-2.
               05 filler                  pic x(20)
                   value "changed . . . . . . ".
               05 ws-rpt-changed          pic zz,zz9.
           01 ws-report-total-line-3.
               05 filler                  pic x(20)
                   value "deactivated . . . . ".
               05 ws-rpt-deact            pic zz,zz9.
           01 ws-report-total-line-4.
               05 filler                  pic x(20)
                   value "rejected  . . . . . ".
               05 ws-rpt-rejected         pic zz,zz9.

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
                 perform 1000-open-files
                 perform 1040-load-dept-master
                 perform 1045-load-postal-dir
                 perform 2000-process-cards
                     until ws-eof-tran
                 exec sql commit end-exec
                 if sqlcode not = 0
                     perform 9500-sql-error
                 end-if
                 perform 8000-write-totals
                 perform 9000-close-files
                 if ws-rejected-count > 0
                     move 4 to return-code
                 end-if
                 perform 8800-write-job-log
                 stop run.

       1000-open-files.
                 open input tran-file
                 open output recycle-file
                 open output maint-report
                 open extend audit-file
                 open extend archive-out
                 move ws-title-line to maint-report-line
                 write maint-report-line
                 move spaces to maint-report-line
                 write maint-report-line
                 move ws-header-line-1 to maint-report-line
                 write maint-report-line
                 move ws-header-line-2 to maint-report-line
                 write maint-report-line.

       1040-load-dept-master.
                 move 0 to ws-master-count
                 open input dept-master
                 perform until ws-eof-master
                     read dept-master
                         at end
                             set ws-eof-master to true
                         not at end
                             if ws-master-count < 100
                                 add 1 to ws-master-count
                                 move dm-postdept to
                                     ws-mst-code (ws-master-count)
                                 move dm-active-flag to
                                     ws-mst-active (ws-master-count)
                             else
                                 move "dept master table full"
                                    to maint-report-line
                                 write maint-report-line
                                 display maint-report-line
                             end-if
                     end-read
                 end-perform
                 close dept-master.

       1045-load-postal-dir.
                 move 0 to ws-postal-count
                 open input postal-dir
                 perform until ws-eof-postal
                     read postal-dir
                         at end
                             set ws-eof-postal to true
                         not at end
                             if pd-postal-code not = spaces
                                 if ws-postal-count < 500
                                     add 1 to ws-postal-count
                                     move pd-postal-code to
                                         ws-postal-code-entry
                                             (ws-postal-count)
                                 else
                                     move "postal dir table full"
                                        to maint-report-line
                                     write maint-report-line
                                     display maint-report-line
                                 end-if
                             end-if
                     end-read
                 end-perform
                 close postal-dir.

       2000-process-cards.
                 read tran-file
                     at end
                         set ws-eof-tran to true
                     not at end
                         perform 2100-apply-one-card
                 end-read.

       2100-apply-one-card.
                 move spaces to ws-reject-reason
                 if cm-postdept = spaces
                         or cm-cust-no not numeric
                     move "unreadable card" to ws-reject-reason
                 else
                     move cm-postdept to ws-postdept-code
                     move cm-cust-no to cust-no
                     evaluate true
                         when cm-action-add
                             perform 2200-apply-add
                         when cm-action-change
                             perform 2300-apply-change
                         when cm-action-deact
                             perform 2400-apply-deactivate
                         when other
                             move "invalid action code"
                                 to ws-reject-reason
                     end-evaluate
                 end-if
                 if ws-reject-reason not = spaces
                     perform 7100-report-rejected
                 end-if.

       2200-apply-add.
                 move cm-cust-name to cust
                 move cm-addr-line-2 to ws-addr-line-2
                 move cm-postal-code to ws-postal-code
                 if cm-cust-name = spaces
                     move "customer name blank" to ws-reject-reason
                 else
                     if cm-house-no not numeric
                         move "house number not numeric"
                             to ws-reject-reason
                     else
                         move cm-house-no to house-no
                         perform 2590-standardize-addr-line-2
                         perform 2600-edit-customer-fields
                     end-if
                 end-if
                 if ws-reject-reason = spaces
                     perform 2250-insert-region-row
                 end-if.

       2250-insert-region-row.
                 exec sql
                     insert into region
                         (postdept, custno, custname, hseno,
                          addrline2, postalcode)
                     values
                         (:ws-postdept-code, :cust-no, :cust,
                          :house-no, :ws-addr-line-2,
                          :ws-postal-code)
                 end-exec
                 evaluate sqlcode
                     when 0
                         move spaces to ws-before-image
                         perform 2810-save-after-image
                         move spaces to ws-lastextdt
                         move -1 to ws-lastextdt-ind
                         perform 2900-write-audit-record
                         add 1 to ws-added-count
                         perform 7000-report-applied
                     when -803
                         move "already on region" to ws-reject-reason
                     when other
                         perform 9500-sql-error
                 end-evaluate.

       2300-apply-change.
                 perform 2700-select-region-row
                 if ws-reject-reason = spaces
                     perform 2800-save-before-image
                     if cm-cust-name not = spaces
                         move cm-cust-name to cust
                     end-if
                     if cm-addr-line-2 not = spaces
                         move cm-addr-line-2 to ws-addr-line-2
                     end-if
                     if cm-postal-code not = spaces
                         move cm-postal-code to ws-postal-code
                     end-if
                     if cm-house-no not = spaces
                         if cm-house-no numeric
                             move cm-house-no to house-no
                         else
                             move "house number not numeric"
                                 to ws-reject-reason
                         end-if
                     end-if
                 end-if
                 if ws-reject-reason = spaces
                     perform 2590-standardize-addr-line-2
                     perform 2810-save-after-image
                     if ws-after-image = ws-before-image
                         move "card changes nothing"
                             to ws-reject-reason
                     else
                         perform 2600-edit-customer-fields
                     end-if
                 end-if
                 if ws-reject-reason = spaces
                     perform 2350-update-region-row
                 end-if.

       2350-update-region-row.
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
                 perform 2900-write-audit-record
                 add 1 to ws-changed-count
                 perform 7000-report-applied.

       2400-apply-deactivate.
                 perform 2700-select-region-row
                 if ws-reject-reason = spaces
                     perform 2800-save-before-image
                     move spaces to ws-after-image
                     exec sql
                         delete from region
                          where postdept = :ws-postdept-code
                            and custno = :cust-no
                     end-exec
                     if sqlcode not = 0
                         perform 9500-sql-error
                     end-if
                     perform 2450-write-archive-record
                     perform 2900-write-audit-record
                     add 1 to ws-deact-count
                     perform 7000-report-applied
                 end-if.

       2450-write-archive-record.
                 move spaces to archive-record
                 move ws-postdept-code to ar-postdept
                 move cust-no to ar-cust-no
                 move cust to ar-cust-name
                 move ws-addr-line-2 to ar-addr-line-2
                 move ws-postal-code to ar-postal-code
                 move house-no to ar-house-no
                 if ws-lastextdt-ind < 0
                     move spaces to ar-lastextdt
                 else
                     move ws-lastextdt to ar-lastextdt
                 end-if
                 move ws-run-date to ar-purge-date
                 set ar-reason-deact to true
                 write archive-record.

      * address line 2 goes on REGION in the addrstd form;
      * done before the after-image is taken, so the audit
      * record and the no-change test see the stored text
       2590-standardize-addr-line-2.
                 call "addrstd" using ws-addr-line-2
                     ws-std-addr-line-2 ws-std-result
                 move ws-std-addr-line-2 to ws-addr-line-2.

      * the same edits the extract applies to a fetched row
       2600-edit-customer-fields.
                 perform 2610-check-department
                 if ws-reject-reason = spaces
                     call "addredit" using house-no ws-edit-result
                     if ws-house-no-invalid
                         move "invalid house number"
                             to ws-reject-reason
                     end-if
                 end-if
                 if ws-reject-reason = spaces
                     perform 2620-check-postal-code
                 end-if.

       2610-check-department.
                 move "N" to ws-master-found-sw
                 perform varying ws-master-subscript
                         from 1 by 1
                         until ws-master-subscript > ws-master-count
                             or ws-master-found
                     if ws-mst-code (ws-master-subscript)
                             = ws-postdept-code
                         set ws-master-found to true
                     end-if
                 end-perform
                 if ws-master-found
                     subtract 1 from ws-master-subscript
                     if ws-mst-active (ws-master-subscript) not = "A"
                         move "inactive postdept" to ws-reject-reason
                     end-if
                 else
                     move "unknown postdept" to ws-reject-reason
                 end-if.

       2620-check-postal-code.
                 if ws-postal-code = spaces
                     move "postal code blank" to ws-reject-reason
                 else
                     move "N" to ws-postal-found-sw
                     perform varying ws-postal-subscript
                             from 1 by 1
                             until ws-postal-subscript
                                   > ws-postal-count
                                 or ws-postal-found
                         if ws-postal-code-entry
                                 (ws-postal-subscript)
                                 = ws-postal-code
                             set ws-postal-found to true
                         end-if
                     end-perform
                     if not ws-postal-found
                         move "unknown postal code"
                             to ws-reject-reason
                     end-if
                 end-if.

       2700-select-region-row.
                 move spaces to ws-lastextdt
                 move 0 to ws-lastextdt-ind
                 exec sql
                     select custname, hseno, addrline2,
                            postalcode, lastextdt
                       into :cust, :house-no, :ws-addr-line-2,
                            :ws-postal-code,
                            :ws-lastextdt :ws-lastextdt-ind
                       from region
                      where postdept = :ws-postdept-code
                        and custno = :cust-no
                 end-exec
                 evaluate sqlcode
                     when 0
                         continue
                     when 100
                         move "customer not found" to ws-reject-reason
                     when other
                         perform 9500-sql-error
                 end-evaluate.

       2800-save-before-image.
                 move cust to ws-bef-cust-name
                 move ws-addr-line-2 to ws-bef-addr-line-2
                 move ws-postal-code to ws-bef-postal-code
                 move house-no to ws-bef-house-no.

       2810-save-after-image.
                 move cust to ws-aft-cust-name
                 move ws-addr-line-2 to ws-aft-addr-line-2
                 move ws-postal-code to ws-aft-postal-code
                 move house-no to ws-aft-house-no.

       2900-write-audit-record.
                 move spaces to audit-record
                 move ws-run-date to ad-run-date
                 move "M" to ad-run-mode
                 move ws-postdept-code to ad-postdept
                 move cust-no to ad-cust-no
                 if ws-lastextdt-ind < 0
                     move spaces to ad-prior-lastextdt
                 else
                     move ws-lastextdt to ad-prior-lastextdt
                 end-if
                 move ad-prior-lastextdt to ad-new-lastextdt
                 move cm-action to ad-maint-action
                 move ws-before-image to ad-before-image
                 move ws-after-image to ad-after-image
                 write audit-record.

       7000-report-applied.
                 move "applied" to ws-rpt-status
                 move spaces to ws-rpt-reason
                 perform 7500-write-report-line.

       7100-report-rejected.
                 add 1 to ws-rejected-count
                 move "rejected" to ws-rpt-status
                 move ws-reject-reason to ws-rpt-reason
                 perform 7500-write-report-line
                 move spaces to recycle-record
                 move cust-maint-card (1:103) to rcy-card
                 move ws-reject-reason to rcy-reason
                 write recycle-record.

       7500-write-report-line.
                 move cm-postdept to ws-rpt-postdept
                 move cm-cust-no to ws-rpt-cust-no
                 move cm-action to ws-rpt-action
                 move cm-cust-name to ws-rpt-cust-name
                 move ws-report-detail-line to maint-report-line
                 write maint-report-line.

       8000-write-totals.
                 move spaces to maint-report-line
                 write maint-report-line
                 move ws-added-count to ws-rpt-added
                 move ws-report-total-line-1 to maint-report-line
                 write maint-report-line
                 move ws-changed-count to ws-rpt-changed
                 move ws-report-total-line-2 to maint-report-line
                 write maint-report-line
                 move ws-deact-count to ws-rpt-deact
                 move ws-report-total-line-3 to maint-report-line
                 write maint-report-line
                 move ws-rejected-count to ws-rpt-rejected
                 move ws-report-total-line-4 to maint-report-line
                 write maint-report-line.

      * the step record for the job-chain log; the call
      * leaves jlogwrt's return code behind, so the job's
      * own is moved back from the record
       8800-write-job-log.
                 move spaces to job-log-record
                 move "custmnt" to jl-program-id
                 move ws-run-date to jl-business-date
                 move ws-start-time to jl-start-time
                 accept jl-end-time from time
                 move return-code to jl-return-code
                 compute jl-count-in
                     = ws-added-count + ws-changed-count
                         + ws-deact-count + ws-rejected-count
                 compute jl-count-out
                     = ws-added-count + ws-changed-count
                         + ws-deact-count
                 move 0 to jl-slice-no
                 move 0 to jl-slice-count
                 call "jlogwrt" using job-log-record
                 move jl-return-code to return-code.

       9000-close-files.
                 close tran-file
                 close recycle-file
                 close maint-report
                 close audit-file
                 close archive-out.

       9500-sql-error.
                 move sqlcode to ws-err-sqlcode
                 move sqlerrmc to ws-err-text
                 move ws-error-line to maint-report-line
                 write maint-report-line
                 display ws-error-line
                 perform 9000-close-files
                 move 16 to return-code
                 perform 8800-write-job-log
                 stop run.
