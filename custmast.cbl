      *    - 'A' for a key already active on the master
      *    - unreadable change code
      *
      * a 'D' for a key on the consolidation cross-reference
      * (xrefrec layout, written by custcnsl) is the retired
      * half of a confirmed duplicate: the record is marked
      * merged (status 'M') with the survivor's key - the
      * end of the cross-reference chain - so a lookup on the
      * retired key lands on the survivor.  a 'C' for a
      * merged key is rejected naming the survivor; an 'A'
      * re-activates it like a deleted key.
      *
      * a missing master (file status 35) is treated as the
      * first load: an empty master is created and the run
      * proceeds, which a delta file of all 'A' records then
      * change history
      * ---------------
      * 2026-09-02  new program
      * 2026-10-15  deletes of keys retired by the duplicate
      *             consolidation are marked merged into the
      *             survivor from the CUST-XREF cross-reference
      * 2026-10-15  run date taken from the business-date
      *             control file (bdateget) instead of the
      *             system clock
      * 2026-10-15  step record appended to the job-chain
      *             log (jlogwrt) at every end of job
      ******************************************************

       environment division.
               access is random
               record key is mr-master-key
               file status is ws-master-fs.
           select xref-file assign to custxref
               organization is line sequential
               file status is ws-xref-fs.
           select reject-file assign to mstrej
               organization is line sequential.
           select apply-report assign to mstrpt
       fd  cust-master.
           copy mastrec.

       fd  xref-file
           recording mode is f.
           copy xrefrec.

       fd  reject-file
           recording mode is f.
       01  reject-record.
           01 ws-switches.
               05 ws-eof-delta-sw         pic x value "N".
                   88 ws-eof-delta        value "Y".
               05 ws-eof-xref-sw          pic x value "N".
                   88 ws-eof-xref         value "Y".

           01 ws-xref-fs                  pic xx value spaces.
               88 ws-xref-found           value "00".

           01 ws-xref-table.
               05 ws-xref-entry           occurs 2000 times.
                   10 ws-xrf-old-key      pic x(8).
                   10 ws-xrf-new-key      pic x(8).
           01 ws-xref-count               pic 9(4) value 0.
           01 ws-xref-subscript           pic 9(4) value 0.
           01 ws-xref-found-sw            pic x value "N".
               88 ws-xref-key-found       value "Y".

           01 ws-resolve-key.
               05 ws-rsv-postdept         pic x(4).
               05 ws-rsv-cust-no          pic 9(4).
           01 ws-resolve-hops             pic 9(2) value 0.

           01 ws-master-fs                pic xx value spaces.
               88 ws-master-io-good       value "00".
               05 ws-add-count            pic 9(7) value 0.
               05 ws-change-count         pic 9(7) value 0.
               05 ws-delete-count         pic 9(7) value 0.
               05 ws-merged-count         pic 9(7) value 0.
               05 ws-rejected-count       pic 9(7) value 0.

           01 ws-title-line.
               05 filler                  pic x(20)
                   value "rejected  . . . . . ".
               05 ws-rpt-rejected         pic z,zzz,zz9.
           01 ws-report-total-line-5.
               05 filler                  pic x(20)
                   value "  of which merged . ".
               05 ws-rpt-merged           pic z,zzz,zz9.

           01 ws-io-error-line.
               05 filler                  pic x(22)
                   value "master i/o error, fs ".
               05 ws-ioe-status           pic xx.

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
                 perform 1200-load-xref
                 perform 2000-process-deltas
                     until ws-eof-delta
                 perform 8000-write-totals
                 if ws-rejected-count > 0
                     move 4 to return-code
                 end-if
                 perform 8800-write-job-log
                 stop run.

       1000-open-files.
                     perform 9500-master-io-error
                 end-if.

       1200-load-xref.
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
                                 else
                                     move "xref table full"
                                         to apply-report-line
                                     write apply-report-line
                                     display apply-report-line
                                 end-if
                         end-read
                     end-perform
                     close xref-file
                 end-if.

       2000-process-deltas.
                 read delta-file
                     at end
                         move ws-run-date to mr-added-date
                         move 0 to mr-changed-date
                         move 0 to mr-delete-date
                         move spaces to mr-survivor-key
                         write cust-master-record
                             invalid key
                                 perform 9500-master-io-error
                         end-write
                         add 1 to ws-add-count
                     when mr-deleted or mr-merged
                         perform 3500-move-delta-fields
                         set mr-active to true
                         move ws-run-date to mr-added-date
                         move 0 to mr-changed-date
                         move 0 to mr-delete-date
                         move spaces to mr-survivor-key
                         rewrite cust-master-record
                             invalid key
                                 perform 9500-master-io-error
                         move "key deleted on master"
                             to ws-reject-reason
                         perform 7100-write-reject
                     when mr-merged
                         move spaces to ws-reject-reason
                         string "key merged into "
                                mr-survivor-postdept "/"
                                mr-survivor-cust-no
                             delimited by size
                             into ws-reject-reason
                         perform 7100-write-reject
                     when other
                         perform 3500-move-delta-fields
                         move ws-run-date to mr-changed-date
                         move "key not on master"
                             to ws-reject-reason
                         perform 7100-write-reject
                     when mr-deleted or mr-merged
                         move "key deleted on master"
                             to ws-reject-reason
                         perform 7100-write-reject
                     when other
                         set mr-deleted to true
                         move ws-run-date to mr-delete-date
                         move mr-master-key to ws-resolve-key
                         perform 3300-resolve-survivor
                         if ws-resolve-key not = mr-master-key
                             set mr-merged to true
                             move ws-resolve-key to mr-survivor-key
                             add 1 to ws-merged-count
                         end-if
                         rewrite cust-master-record
                             invalid key
                                 perform 9500-master-io-error
                         add 1 to ws-delete-count
                 end-evaluate.

      * follows the key through the cross-reference to the
      * end of the chain (at most ten hops); a key not on it
      * comes back unchanged
       3300-resolve-survivor.
                 move 0 to ws-resolve-hops
                 move "Y" to ws-xref-found-sw
                 perform until not ws-xref-key-found
                         or ws-resolve-hops >= 10
                     move "N" to ws-xref-found-sw
                     perform varying ws-xref-subscript
                             from 1 by 1
                             until ws-xref-subscript > ws-xref-count
                                 or ws-xref-key-found
                         if ws-xrf-old-key (ws-xref-subscript)
                                 = ws-resolve-key
                             set ws-xref-key-found to true
                         end-if
                     end-perform
                     if ws-xref-key-found
                         subtract 1 from ws-xref-subscript
                         move ws-xrf-new-key (ws-xref-subscript)
                             to ws-resolve-key
                         add 1 to ws-resolve-hops
                     end-if
                 end-perform.

       3500-move-delta-fields.
                 move dl-cust-name to mr-cust-name
                 move dl-addr-line-2 to mr-addr-line-2
                 move ws-delete-count to ws-rpt-deletes
                 move ws-report-total-line-3 to apply-report-line
                 write apply-report-line
                 move ws-merged-count to ws-rpt-merged
                 move ws-report-total-line-5 to apply-report-line
                 write apply-report-line
                 move ws-rejected-count to ws-rpt-rejected
                 move ws-report-total-line-4 to apply-report-line
                 write apply-report-line.

      * the step record for the job-chain log; the call
      * leaves jlogwrt's return code behind, so the job's
      * own is moved back from the record
       8800-write-job-log.
                 move spaces to job-log-record
                 move "custmast" to jl-program-id
                 move ws-run-date to jl-business-date
                 move ws-start-time to jl-start-time
                 accept jl-end-time from time
                 move return-code to jl-return-code
                 compute jl-count-in
                     = ws-add-count + ws-change-count
                         + ws-delete-count + ws-rejected-count
                 compute jl-count-out
                     = ws-add-count + ws-change-count
                         + ws-delete-count
                 move 0 to jl-slice-no
                 move 0 to jl-slice-count
                 call "jlogwrt" using job-log-record
                 move jl-return-code to return-code.

       9000-close-files.
                 close delta-file
                 close cust-master
                 close reject-file
                 close apply-report
                 move 16 to return-code
                 perform 8800-write-job-log
                 stop run.
