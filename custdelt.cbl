      * holds 100 departments, any beyond that are lumped
      * under a **** catch-all line.
      *
      * returned mail: a 'C' delta that changes the house
      * number, address line 2 or postal code clears the
      * customer's open flag on the undeliverable file
      * (undlrec layout, kept by mailrtn) with resolution
      * 'A', so maillbl prints a label for the new address
      * and postchbk charges it again.  address line 2 is
      * compared in the addrstd standard form, so a change
      * of spelling alone ("MAIN STREET" to "MAIN ST") does
      * not clear the flag.  the prior generation
      * is read from UNDLIN (optional) and the new one
      * written to UNDLOUT; the number of flags cleared is
      * shown under the compare summary.
      *
      * change history
      * ---------------
      * 2026-08-21  new program
      * 2026-09-02  an unmerged slice extract (non-zero
      *             slice count in the header) is refused
      *             on either side - run custmrge first
      * 2026-10-15  an address change on a 'C' delta clears
      *             the customer's open returned-mail flag
      *             on the undeliverable file
      * 2026-10-15  address line 2 compared in addrstd
      *             standard form for the returned-mail clear
      * 2026-10-15  run date taken from the business-date
      *             control file (bdateget) instead of the
      *             system clock
      * 2026-10-15  step record appended to the job-chain
      *             log (jlogwrt) at every end of job
      ******************************************************

       environment division.
               organization is line sequential.
           select summary-file assign to deltarpt
               organization is line sequential.
           select undl-file-in assign to undlin
               organization is line sequential
               file status is ws-undl-fs.
           select undl-file-out assign to undlout
               organization is line sequential.
           select sort-file assign to sortwk.

       data division.
           recording mode is f.
       01  summary-line                   pic x(132).

       fd  undl-file-in
           recording mode is f.
           copy undlrec
               replacing ==undeliverable-record==
                      by ==undl-record-in==
                         ==ud-postdept==
                      by ==udi-postdept==
                         ==ud-cust-no==
                      by ==udi-cust-no==
                         ==ud-reason-cd==
                      by ==udi-reason-cd==
                         ==ud-first-date==
                      by ==udi-first-date==
                         ==ud-last-date==
                      by ==udi-last-date==
                         ==ud-return-count==
                      by ==udi-return-count==
                         ==ud-status==
                      by ==udi-status==
                         ==ud-open==
                      by ==udi-open==
                         ==ud-cleared==
                      by ==udi-cleared==
                         ==ud-cleared-date==
                      by ==udi-cleared-date==
                         ==ud-resolution==
                      by ==udi-resolution==
                         ==ud-res-addr-changed==
                      by ==udi-res-addr-changed==.

       fd  undl-file-out
           recording mode is f.
           copy undlrec.

       sd  sort-file.
       01  sort-record.
           05 sort-postdept               pic x(4).
                   88 ws-eof-old          value "Y".
               05 ws-eof-new-sw           pic x value "N".
                   88 ws-eof-new          value "Y".
               05 ws-eof-undl-sw          pic x value "N".
                   88 ws-eof-undl         value "Y".

           01 ws-run-date                 pic 9(8) value 0.
           01 ws-old-gen-date             pic 9(8) value 0.

           01 ws-old-fs                   pic xx value spaces.
           01 ws-new-fs                   pic xx value spaces.
           01 ws-undl-fs                  pic xx value spaces.
               88 ws-undl-file-found      value "00".

           01 ws-undl-table.
               05 ws-undl-entry           occurs 1000 times.
                   10 ws-und-record       pic x(80).
                   10 ws-und-clear-sw     pic x(1).
           01 ws-undl-count               pic 9(4) value 0.
           01 ws-undl-subscript           pic 9(4) value 0.
           01 ws-undl-cleared-count       pic 9(7) value 0.
           01 ws-std-old-addr-line-2      pic x(40).
           01 ws-std-new-addr-line-2      pic x(40).
           01 ws-std-result               pic x value "S".
           01 ws-undl-overflow-line.
               05 filler                  pic x(40) value
                   "undeliverable table full - not matched".

           01 ws-eof-verify-sw            pic x value "N".
               88 ws-eof-verify           value "Y".
           01 ws-vfy-trailer-sw           pic x value "N".
               88 ws-vfy-trailer-seen     value "Y".
           01 ws-vfy-count                pic 9(7) value 0.
           01 ws-new-file-count           pic 9(7) value 0.

           01 ws-old-got-sw               pic x value "N".
               88 ws-old-got              value "Y".
               05 filler                  pic x(3) value spaces.
               05 ws-tot-deletes          pic z,zzz,zz9.

           01 ws-undl-cleared-line.
               05 filler                  pic x(20)
                   value "returned cleared . .".
               05 ws-tot-undl-cleared     pic z,zzz,zz9.

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
                 open output summary-file
                 perform 0500-verify-old-extract
                 perform 0600-verify-new-extract
                 move ws-vfy-count to ws-new-file-count
                 perform 0700-check-generations
                 sort sort-file
                     on ascending key sort-postdept sort-cust-no
                     giving new-sorted-file

                 perform 1000-open-files
                 perform 1300-load-undl-file
                 perform 1100-read-old
                 perform 1200-read-new

                 perform 2000-compare-files
                     until ws-eof-old and ws-eof-new

                 perform 3500-write-undl-file
                 perform 8000-write-summary
                 perform 9000-close-files
                 perform 8800-write-job-log
                 stop run.

       0500-verify-old-extract.
       1000-open-files.
                 open input old-sorted-file
                 open input new-sorted-file
                 open output delta-file
                 open output undl-file-out.

       1100-read-old.
                 move "N" to ws-old-got-sw
                     end-read
                 end-perform.

       1300-load-undl-file.
                 move 0 to ws-undl-count
                 open input undl-file-in
                 if ws-undl-file-found
                     perform until ws-eof-undl
                         read undl-file-in
                             at end
                                 set ws-eof-undl to true
                             not at end
                                 perform 1350-load-one-flag
                         end-read
                     end-perform
                     close undl-file-in
                 end-if.

       1350-load-one-flag.
                 if udi-open and ws-undl-count < 1000
                     add 1 to ws-undl-count
                     move undl-record-in
                         to ws-und-record (ws-undl-count)
                     move "N" to ws-und-clear-sw (ws-undl-count)
                 else
                     if udi-open
                         move ws-undl-overflow-line to summary-line
                         write summary-line
                         display ws-undl-overflow-line
                     end-if
                     move undl-record-in to undeliverable-record
                     write undeliverable-record
                 end-if.

       2000-compare-files.
                 evaluate true
                     when ws-new-key < ws-old-key
                 set dl-change-chg to true
                 perform 2500-move-new-to-delta
                 write delta-record
                 call "addrstd" using oe-addr-line-2
                     ws-std-old-addr-line-2 ws-std-result
                 call "addrstd" using ce-addr-line-2
                     ws-std-new-addr-line-2 ws-std-result
                 if oe-house-no not = ce-house-no
                         or ws-std-old-addr-line-2
                             not = ws-std-new-addr-line-2
                         or oe-postal-code not = ce-postal-code
                     perform 2350-clear-undl-flag
                 end-if
                 move ce-postdept to ws-tally-dept
                 perform 3000-find-dept-entry
                 add 1 to ws-dept-changes (ws-dept-subscript)
                 add 1 to ws-total-changes.

       2350-clear-undl-flag.
                 perform varying ws-undl-subscript
                         from 1 by 1
                         until ws-undl-subscript > ws-undl-count
                     move ws-und-record (ws-undl-subscript)
                         to undeliverable-record
                     if ud-postdept = ce-postdept
                             and ud-cust-no = ce-cust-no
                             and ws-und-clear-sw (ws-undl-subscript)
                                 = "N"
                         move "Y"
                             to ws-und-clear-sw (ws-undl-subscript)
                         add 1 to ws-undl-cleared-count
                     end-if
                 end-perform.

       2500-move-new-to-delta.
                 move ce-postdept to dl-postdept
                 move ce-cust-no to dl-cust-no
                     end-if
                 end-if.

       3500-write-undl-file.
                 perform 3600-write-one-flag
                     varying ws-undl-subscript from 1 by 1
                     until ws-undl-subscript > ws-undl-count.

       3600-write-one-flag.
                 move ws-und-record (ws-undl-subscript)
                     to undeliverable-record
                 if ws-und-clear-sw (ws-undl-subscript) = "Y"
                     set ud-cleared to true
                     move ws-run-date to ud-cleared-date
                     set ud-res-addr-changed to true
                 end-if
                 write undeliverable-record.

       8000-write-summary.
                 move ws-title-line to summary-line
                 write summary-line
                 move ws-total-changes to ws-tot-changes
                 move ws-total-deletes to ws-tot-deletes
                 move ws-summary-total-line to summary-line
                 write summary-line
                 move spaces to summary-line
                 write summary-line
                 move ws-undl-cleared-count to ws-tot-undl-cleared
                 move ws-undl-cleared-line to summary-line
                 write summary-line.

       8100-write-summary-detail.
                 move ws-summary-detail-line to summary-line
                 write summary-line.

      * the step record for the job-chain log; the call
      * leaves jlogwrt's return code behind, so the job's
      * own is moved back from the record
       8800-write-job-log.
                 move spaces to job-log-record
                 move "custdelt" to jl-program-id
                 move ws-run-date to jl-business-date
                 move ws-start-time to jl-start-time
                 accept jl-end-time from time
                 move return-code to jl-return-code
                 move ws-new-file-count to jl-count-in
                 compute jl-count-out
                     = ws-total-adds + ws-total-changes
                         + ws-total-deletes
                 move 0 to jl-slice-no
                 move 0 to jl-slice-count
                 call "jlogwrt" using job-log-record
                 move jl-return-code to return-code.

       9000-close-files.
                 close old-sorted-file
                 close new-sorted-file
                 close delta-file
                 close undl-file-out
                 close summary-file.

      * whichever input the verify was reading is still open
                 close cust-new-file
                 close summary-file
                 move 8 to return-code
                 perform 8800-write-job-log
                 stop run.
