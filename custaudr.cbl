      *
      * a missing or blank card lists the whole trail.
      *
      * when the card names one customer (postdept and
      * cust-no) whose key was retired by the duplicate
      * consolidation, the key is followed through the
      * CUST-XREF cross-reference (xrefrec layout) and the
      * survivor's records are listed with the retired
      * key's, under a note naming each merge.
      *
      * customer maintenance records (custmnt, pcconv
      * postal-code conversions, address-line-2
      * standardizations by addrcln or custcorr, and
      * custback reversals of them) print the action and,
      * on the two lines below, the customer fields before
      * and after.
      *
      * change history
      * ---------------
      * 2026-08-21  new program
      * 2026-10-15  customer maintenance records list their
      *             action and before/after customer fields
      * 2026-10-15  an inquiry on a key retired by the
      *             duplicate consolidation also lists the
      *             survivor, following CUST-XREF
      * 2026-10-15  step record appended to the job-chain
      *             log (jlogwrt) at every end of job
      * 2026-10-15  run date taken from the business-date
      *             control file (bdateget); the job ends with
      *             return code 8 when the control record is
      *             missing
      ******************************************************

       environment division.
               organization is line sequential.
           select audit-report assign to audrrpt
               organization is line sequential.
           select xref-file assign to custxref
               organization is line sequential
               file status is ws-xref-fs.

       data division.
       file section.
           recording mode is f.
       01  audit-report-line              pic x(132).

       fd  xref-file
           recording mode is f.
           copy xrefrec.

       working-storage section.
           01 ws-switches.
               05 ws-eof-audit-sw         pic x value "N".
                   88 ws-eof-audit        value "Y".
               05 ws-eof-parm-sw          pic x value "N".
                   88 ws-eof-parm         value "Y".
               05 ws-eof-xref-sw          pic x value "N".
                   88 ws-eof-xref         value "Y".

           01 ws-xref-fs                  pic xx value spaces.
               88 ws-xref-found           value "00".

           01 ws-xref-table.
               05 ws-xref-entry           occurs 2000 times.
                   10 ws-xrf-old-key      pic x(8).
                   10 ws-xrf-new-key      pic x(8).
                   10 ws-xrf-merge-date   pic 9(8).
           01 ws-xref-count               pic 9(4) value 0.
           01 ws-xref-subscript           pic 9(4) value 0.
           01 ws-xref-found-sw            pic x value "N".
               88 ws-xref-key-found       value "Y".

      * the inquired key and the survivors it was merged
      * into, in order - at most ten merges are followed
           01 ws-chain-table.
               05 ws-chain-key            occurs 11 times
                                           pic x(8).
           01 ws-chain-count              pic 9(2) value 0.
           01 ws-chain-subscript          pic 9(2) value 0.

           01 ws-audit-key.
               05 ws-aud-postdept         pic x(4).
               05 ws-aud-cust-no          pic 9(4).

           01 ws-key-match-sw             pic x value "N".
               88 ws-key-matched          value "Y".

           01 ws-from-date                pic 9(8) value 0.
           01 ws-to-date                  pic 9(8) value 99999999.
               05 filler                  pic x(9)  value "cust-no".
               05 filler                  pic x(12) value "prior ext".
               05 filler                  pic x(12) value "new ext".
               05 filler                  pic x(5)  value "act".
           01 ws-header-line-2.
               05 filler                  pic x(58) value all "-".

           01 ws-detail-line.
               05 ws-det-run-date         pic 9(8).
               05 ws-det-prior            pic x(10).
               05 filler                  pic x(2) value spaces.
               05 ws-det-new              pic x(10).
               05 filler                  pic x(2) value spaces.
               05 ws-det-action           pic x(1).

           01 ws-image-line.
               05 filler                  pic x(10) value spaces.
               05 ws-img-label            pic x(8).
               05 ws-img-cust-name        pic x(40).
               05 filler                  pic x(2) value spaces.
               05 ws-img-addr-line-2      pic x(40).
               05 filler                  pic x(2) value spaces.
               05 ws-img-postal-code      pic x(10).
               05 filler                  pic x(2) value spaces.
               05 ws-img-house-no         pic x(4).

           01 ws-merge-note-line.
               05 filler                  pic x(5) value "note ".
               05 ws-mrg-old-postdept     pic x(4).
               05 filler                  pic x(1) value "/".
               05 ws-mrg-old-cust-no      pic 9(4).
               05 filler                  pic x(13)
                   value " merged into ".
               05 ws-mrg-new-postdept     pic x(4).
               05 filler                  pic x(1) value "/".
               05 ws-mrg-new-cust-no      pic 9(4).
               05 filler                  pic x(4) value " on ".
               05 ws-mrg-date             pic 9(8).
               05 filler                  pic x(30)
                   value " - survivor's records listed".

           01 ws-merge-key.
               05 ws-mk-postdept          pic x(4).
               05 ws-mk-cust-no           pic 9(4).

           01 ws-total-line-1.
               05 filler                  pic x(20)
                   value "records on file . . ".
               05 ws-tot-read             pic z,zzz,zz9.

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
                 perform 1000-load-inquiry-card
                 perform 1100-open-files
                 if ws-filter-postdept not = spaces
                         and ws-filter-by-cust
                     perform 1200-follow-xref
                 end-if
                 perform 1300-write-headers
                 perform 2000-process-audit
                     until ws-eof-audit
                 perform 8000-write-totals
                 perform 9000-close-files
                 perform 8800-write-job-log
                 stop run.

       1000-load-inquiry-card.
                 move ws-title-line to audit-report-line
                 write audit-report-line
                 move spaces to audit-report-line
                 write audit-report-line.

       1200-follow-xref.
                 move 0 to ws-xref-count
                 open input xref-file
                 if ws-xref-found
                     perform until ws-eof-xref
                         read xref-file
                             at end
                                 set ws-eof-xref to true
                             not at end
                                 if ws-xref-count < 2000
                                     add 1 to ws-xref-count
                                     move xr-old-key to ws-xrf-old-key
                                         (ws-xref-count)
                                     move xr-survivor-key
                                         to ws-xrf-new-key
                                             (ws-xref-count)
                                     move xr-merge-date
                                         to ws-xrf-merge-date
                                             (ws-xref-count)
                                 end-if
                         end-read
                     end-perform
                     close xref-file
                 end-if
                 move 1 to ws-chain-count
                 move ws-filter-postdept to ws-mk-postdept
                 move ws-filter-cust-no to ws-mk-cust-no
                 move ws-merge-key to ws-chain-key (1)
                 move "Y" to ws-xref-found-sw
                 perform until not ws-xref-key-found
                         or ws-chain-count >= 11
                     move "N" to ws-xref-found-sw
                     perform varying ws-xref-subscript
                             from 1 by 1
                             until ws-xref-subscript > ws-xref-count
                                 or ws-xref-key-found
                         if ws-xrf-old-key (ws-xref-subscript)
                                 = ws-chain-key (ws-chain-count)
                             set ws-xref-key-found to true
                         end-if
                     end-perform
                     if ws-xref-key-found
                         subtract 1 from ws-xref-subscript
                         perform 1250-write-merge-note
                     end-if
                 end-perform.

       1250-write-merge-note.
                 move ws-chain-key (ws-chain-count) to ws-merge-key
                 move ws-mk-postdept to ws-mrg-old-postdept
                 move ws-mk-cust-no to ws-mrg-old-cust-no
                 add 1 to ws-chain-count
                 move ws-xrf-new-key (ws-xref-subscript)
                     to ws-chain-key (ws-chain-count)
                 move ws-xrf-new-key (ws-xref-subscript)
                     to ws-merge-key
                 move ws-mk-postdept to ws-mrg-new-postdept
                 move ws-mk-cust-no to ws-mrg-new-cust-no
                 move ws-xrf-merge-date (ws-xref-subscript)
                     to ws-mrg-date
                 move ws-merge-note-line to audit-report-line
                 write audit-report-line.

       1300-write-headers.
                 if ws-chain-count > 1
                     move spaces to audit-report-line
                     write audit-report-line
                 end-if
                 move ws-header-line-1 to audit-report-line
                 write audit-report-line
                 move ws-header-line-2 to audit-report-line
                 end-read.

       2100-filter-one-record.
                 perform 2150-match-key
                 if ad-run-date >= ws-from-date
                         and ad-run-date <= ws-to-date
                         and ws-key-matched
                     perform 2200-list-one-record
                 end-if.

       2150-match-key.
                 move "N" to ws-key-match-sw
                 if ws-chain-count > 1
                     move ad-postdept to ws-aud-postdept
                     move ad-cust-no to ws-aud-cust-no
                     perform varying ws-chain-subscript
                             from 1 by 1
                             until ws-chain-subscript > ws-chain-count
                         if ws-chain-key (ws-chain-subscript)
                                 = ws-audit-key
                             set ws-key-matched to true
                         end-if
                     end-perform
                 else
                     if (ws-filter-postdept = spaces
                             or ad-postdept = ws-filter-postdept)
                         and (not ws-filter-by-cust
                             or ad-cust-no = ws-filter-cust-no)
                         set ws-key-matched to true
                     end-if
                 end-if.

       2200-list-one-record.
                 move ad-cust-no to ws-det-cust-no
                 move ad-prior-lastextdt to ws-det-prior
                 move ad-new-lastextdt to ws-det-new
                 move ad-maint-action to ws-det-action
                 move ws-detail-line to audit-report-line
                 write audit-report-line
                 if ad-maint-action not = space
                     perform 2300-list-images
                 end-if.

       2300-list-images.
                 move "before" to ws-img-label
                 move ad-before-name to ws-img-cust-name
                 move ad-before-addr-2 to ws-img-addr-line-2
                 move ad-before-postal to ws-img-postal-code
                 move ad-before-house-no to ws-img-house-no
                 move ws-image-line to audit-report-line
                 write audit-report-line
                 move "after" to ws-img-label
                 move ad-after-name to ws-img-cust-name
                 move ad-after-addr-2 to ws-img-addr-line-2
                 move ad-after-postal to ws-img-postal-code
                 move ad-after-house-no to ws-img-house-no
                 move ws-image-line to audit-report-line
                 write audit-report-line.

       8000-write-totals.
                 move ws-total-line-2 to audit-report-line
                 write audit-report-line.

      * the step record for the job-chain log; the call
      * leaves jlogwrt's return code behind, so the job's
      * own is moved back from the record
       8800-write-job-log.
                 move spaces to job-log-record
                 move "custaudr" to jl-program-id
                 move ws-run-date to jl-business-date
                 move ws-start-time to jl-start-time
                 accept jl-end-time from time
                 move return-code to jl-return-code
                 move ws-read-count to jl-count-in
                 move ws-listed-count to jl-count-out
                 move 0 to jl-slice-no
                 move 0 to jl-slice-count
                 call "jlogwrt" using job-log-record
                 move jl-return-code to return-code.

       9000-close-files.
                 close audit-file
                 close audit-report.
