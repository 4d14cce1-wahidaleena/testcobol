      * shared addredit edit get no label and are counted
      * separately on the summary.
      *
      * customers with an open returned-mail flag on the
      * undeliverable file (undlrec layout, kept by mailrtn;
      * optional input) get no label either - the post
      * office has already sent the last one back - and are
      * counted on their own summary line.
      *
      * change history
      * ---------------
      * 2026-08-21  new program
      * 2026-09-02  an unmerged slice extract (non-zero
      *             slice count in the header) is refused
      *             the same way - run custmrge first
      * 2026-10-15  no label for customers with an open
      *             returned-mail flag on the undeliverable
      *             file; counted on the presort summary
      * 2026-10-15  run date taken from the business-date
      *             control file (bdateget) instead of the
      *             system clock
      * 2026-10-15  step record appended to the job-chain
      *             log (jlogwrt) at every end of job
      ******************************************************

       environment division.
               organization is line sequential.
           select parm-file assign to sysin
               organization is line sequential.
           select undl-file assign to undlin
               organization is line sequential
               file status is ws-undl-fs.
           select sort-file assign to sortwk.

       data division.
           05 lp-bundle-size              pic x(3).
           05 filler                      pic x(77).

       fd  undl-file
           recording mode is f.
           copy undlrec.

       sd  sort-file.
       01  sort-record.
           05 filler                      pic x(88).
                   88 ws-eof-extract      value "Y".
               05 ws-eof-parm-sw          pic x value "N".
                   88 ws-eof-parm         value "Y".
               05 ws-eof-undl-sw          pic x value "N".
                   88 ws-eof-undl         value "Y".

           01 ws-undl-fs                  pic xx value spaces.
               88 ws-undl-file-found      value "00".

           01 ws-undl-table.
               05 ws-undl-entry           occurs 1000 times.
                   10 ws-und-postdept     pic x(4).
                   10 ws-und-cust-no      pic 9(4).
           01 ws-undl-count               pic 9(4) value 0.
           01 ws-undl-subscript           pic 9(4) value 0.
           01 ws-undl-found-sw            pic x value "N".
               88 ws-undl-found           value "Y".
           01 ws-undl-overflow-line.
               05 filler                  pic x(40) value
                   "undeliverable table full - flag ignored".

           01 ws-edit-result              pic x value "V".
               88 ws-house-no-valid       value "V".

           01 ws-label-count              pic 9(7) value 0.
           01 ws-invalid-count            pic 9(7) value 0.
           01 ws-undeliverable-count      pic 9(7) value 0.

           01 ws-postal-totals.
               05 ws-postal-entry         occurs 500 times.
               05 filler                  pic x(20)
                   value "invalid - no label  ".
               05 ws-sum-invalid          pic z,zzz,zz9.
           01 ws-summary-undl-line.
               05 filler                  pic x(20)
                   value "returned - no label ".
               05 ws-sum-undeliverable    pic z,zzz,zz9.

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
                 open output label-file
                 perform 1000-load-parm
                 perform 1100-load-undl-file
                 perform 0500-verify-extract
                 sort sort-file
                     on ascending key sort-postal-code
                 perform 8000-write-summary
                 close label-sorted-file
                 close label-file
                 perform 8800-write-job-log
                 stop run.

       0500-verify-extract.
                         set ws-parse-bad-char to true
                 end-evaluate.

       1100-load-undl-file.
                 move 0 to ws-undl-count
                 open input undl-file
                 if ws-undl-file-found
                     perform until ws-eof-undl
                         read undl-file
                             at end
                                 set ws-eof-undl to true
                             not at end
                                 if ud-open
                                     perform 1150-save-undl-entry
                                 end-if
                         end-read
                     end-perform
                     close undl-file
                 end-if.

       1150-save-undl-entry.
                 if ws-undl-count < 1000
                     add 1 to ws-undl-count
                     move ud-postdept
                         to ws-und-postdept (ws-undl-count)
                     move ud-cust-no
                         to ws-und-cust-no (ws-undl-count)
                 else
                     move ws-undl-overflow-line to label-line
                     write label-line
                     display ws-undl-overflow-line
                 end-if.

       2000-process-labels.
                 read label-sorted-file
                     at end
                 end-if.

       2150-edit-and-print-label.
                 perform 2160-find-undl-entry
                 move ce-house-no to ws-house-no
                 call "addredit" using ws-house-no ws-edit-result
                 evaluate true
                     when ws-undl-found
                         add 1 to ws-undeliverable-count
                     when ws-house-no-invalid
                         add 1 to ws-invalid-count
                     when other
                         perform 2170-print-label
                 end-evaluate.

       2160-find-undl-entry.
                 move "N" to ws-undl-found-sw
                 perform varying ws-undl-subscript
                         from 1 by 1
                         until ws-undl-subscript > ws-undl-count
                             or ws-undl-found
                     if ws-und-postdept (ws-undl-subscript)
                             = ce-postdept
                         and ws-und-cust-no (ws-undl-subscript)
                             = ce-cust-no
                         set ws-undl-found to true
                     end-if
                 end-perform.

       2170-print-label.
                 if ce-postal-code not = ws-prev-postal-code
                     if ws-label-count > 0
                         perform 2300-write-bundle-break
                     end-if
                     move ce-postal-code to ws-prev-postal-code
                     move 0 to ws-bundle-count
                 end-if
                 if ws-bundle-count >= ws-bundle-size
                     perform 2300-write-bundle-break
                     move 0 to ws-bundle-count
                 end-if
                 perform 2200-write-label.

       2200-write-label.
                 move ce-cust-name to ws-lbl-cust-name
                 write label-line
                 move ws-invalid-count to ws-sum-invalid
                 move ws-summary-invalid-line to label-line
                 write label-line
                 move ws-undeliverable-count to ws-sum-undeliverable
                 move ws-summary-undl-line to label-line
                 write label-line.

       8100-write-summary-detail.
                 move ws-summary-detail-line to label-line
                 write label-line.

      * the step record for the job-chain log; the call
      * leaves jlogwrt's return code behind, so the job's
      * own is moved back from the record
       8800-write-job-log.
                 move spaces to job-log-record
                 move "maillbl" to jl-program-id
                 move ws-run-date to jl-business-date
                 move ws-start-time to jl-start-time
                 accept jl-end-time from time
                 move return-code to jl-return-code
                 move ws-vfy-count to jl-count-in
                 move ws-label-count to jl-count-out
                 move 0 to jl-slice-no
                 move 0 to jl-slice-count
                 call "jlogwrt" using job-log-record
                 move jl-return-code to return-code.

       9600-generation-error.
                 move ws-gen-error-line to label-line
                 write label-line
                 display ws-gen-error-line
                 close label-file
                 move 8 to return-code
                 perform 8800-write-job-log
                 stop run.
