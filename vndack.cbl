       identification division.
       program-id. vndack.

      ******************************************************
      * vndack - mailing-vendor acknowledgement reconciliation
      *
      * reads the acknowledgement file sent back by the
      * mailing vendor (vackrec layout, VNDACK) and matches
      * each acknowledgement against the transmission log
      * written by vndxmit (vlogrec layout) on the batch
      * number, the record count and the hash total of the
      * customer numbers.  the log comes in on VNDLOGI, the
      * VNDLOG file as vndxmit left it, and goes out with
      * the acknowledgements recorded on VNDLOGO, the same
      * old/new pattern as the mailrtn undeliverable file;
      * a batch acknowledged once stays acknowledged when
      * the vendor's next file no longer carries it.
      *
      * the report lists -
      *    every acknowledgement in this file: accepted,
      *    REJECTED (with the vendor's reason), or NOT
      *    MATCHED where the vendor's count or hash total
      *    differs from the log, and any acknowledgement
      *    for a batch that is not on the log.  where a
      *    batch number was used twice the latest batch
      *    sent under it is matched.
      *    every batch still waiting for its acknowledgement,
      *    with its age in calendar days; one older than the
      *    days allowed is flagged OVERDUE, so a lost batch
      *    is chased before the mailing date.
      *
      * a missing VNDACK is treated as no acknowledgements
      * received.  the log table holds 3000 batches.
      *
      * SYSIN card (optional):
      *    col 1-3    days allowed for the acknowledgement
      *               (blank = 3)
      *
      * return code 8 for a bad card, a missing log or a
      * full log table (no new log is written), 4 when any
      * batch was rejected, not matched, overdue, or an
      * acknowledgement did not match a batch on the log.
      *
      * change history
      * ---------------
      * 2026-10-15  new program
      ******************************************************

       environment division.
       input-output section.
       file-control.
           select parm-file assign to sysin
               organization is line sequential
               file status is ws-parm-fs.
           select vendor-log-in assign to vndlogi
               organization is line sequential
               file status is ws-log-fs.
           select vendor-log-out assign to vndlogo
               organization is line sequential.
           select vendor-ack-file assign to vndack
               organization is line sequential
               file status is ws-ack-fs.
           select ack-report assign to vndackr
               organization is line sequential.

       data division.
       file section.
       fd  parm-file
           recording mode is f.
       01  parm-record.
           05 pm-days-allowed             pic x(3).
           05 pm-days-allowed-num         redefines pm-days-allowed
                                           pic 9(3).
           05 filler                      pic x(77).

       fd  vendor-log-in
           recording mode is f.
           copy vlogrec
               replacing ==vendor-log-record==
                      by ==vendor-log-in-record==
                         ==vl-batch-no==
                      by ==vli-batch-no==
                         ==vl-business-date==
                      by ==vli-business-date==
                         ==vl-created-time==
                      by ==vli-created-time==
                         ==vl-record-count==
                      by ==vli-record-count==
                         ==vl-hash-total==
                      by ==vli-hash-total==
                         ==vl-excluded-hn==
                      by ==vli-excluded-hn==
                         ==vl-excluded-pc==
                      by ==vli-excluded-pc==
                         ==vl-ack-status==
                      by ==vli-ack-status==
                         ==vl-not-acknowledged==
                      by ==vli-not-acknowledged==
                         ==vl-ack-accepted==
                      by ==vli-ack-accepted==
                         ==vl-ack-rejected==
                      by ==vli-ack-rejected==
                         ==vl-ack-mismatch==
                      by ==vli-ack-mismatch==
                         ==vl-ack-date==
                      by ==vli-ack-date==
                         ==vl-ack-count==
                      by ==vli-ack-count==
                         ==vl-ack-hash==
                      by ==vli-ack-hash==
                         ==vl-reject-reason==
                      by ==vli-reject-reason==.

       fd  vendor-log-out
           recording mode is f.
           copy vlogrec.

       fd  vendor-ack-file
           recording mode is f.
           copy vackrec.

       fd  ack-report
           recording mode is f.
       01  ack-report-line                pic x(132).

       working-storage section.
           01 ws-switches.
               05 ws-eof-log-sw           pic x value "N".
                   88 ws-eof-log          value "Y".
               05 ws-eof-ack-sw           pic x value "N".
                   88 ws-eof-ack          value "Y".
               05 ws-batch-found-sw       pic x value "N".
                   88 ws-batch-found      value "Y".

           01 ws-parm-fs                  pic xx value spaces.
               88 ws-parm-file-found      value "00".
           01 ws-log-fs                   pic xx value spaces.
               88 ws-log-file-found       value "00".
           01 ws-ack-fs                   pic xx value spaces.
               88 ws-ack-file-found       value "00".

           01 ws-run-date                 pic 9(8) value 0.
           01 ws-start-time               pic 9(8) value 0.
           01 ws-run-days                 pic 9(7) value 0.
           01 ws-age-days                 pic 9(7) value 0.
           01 ws-days-allowed             pic 9(3) value 3.

           01 ws-cnv-date.
               05 ws-cnv-yy               pic 9(4).
               05 ws-cnv-mm               pic 9(2).
               05 ws-cnv-dd               pic 9(2).
           01 ws-cnv-q4                   pic 9(7) value 0.
           01 ws-cnv-q100                 pic 9(7) value 0.
           01 ws-cnv-q400                 pic 9(7) value 0.
           01 ws-cnv-mdays                pic 9(5) value 0.
           01 ws-cnv-days                 pic 9(7) value 0.

      * one entry per batch on the log, in log order
           01 ws-batch-table.
               05 ws-batch-entry          occurs 3000 times.
                   10 ws-bt-log-record    pic x(130).
           01 ws-batch-count              pic 9(4) value 0.
           01 ws-batch-subscript          pic 9(4) value 0.

           copy vlogrec
               replacing ==vendor-log-record==
                      by ==ws-log-entry==
                         ==vl-batch-no==
                      by ==ws-le-batch-no==
                         ==vl-business-date==
                      by ==ws-le-business-date==
                         ==vl-created-time==
                      by ==ws-le-created-time==
                         ==vl-record-count==
                      by ==ws-le-record-count==
                         ==vl-hash-total==
                      by ==ws-le-hash-total==
                         ==vl-excluded-hn==
                      by ==ws-le-excluded-hn==
                         ==vl-excluded-pc==
                      by ==ws-le-excluded-pc==
                         ==vl-ack-status==
                      by ==ws-le-ack-status==
                         ==vl-not-acknowledged==
                      by ==ws-le-not-acknowledged==
                         ==vl-ack-accepted==
                      by ==ws-le-ack-accepted==
                         ==vl-ack-rejected==
                      by ==ws-le-ack-rejected==
                         ==vl-ack-mismatch==
                      by ==ws-le-ack-mismatch==
                         ==vl-ack-date==
                      by ==ws-le-ack-date==
                         ==vl-ack-count==
                      by ==ws-le-ack-count==
                         ==vl-ack-hash==
                      by ==ws-le-ack-hash==
                         ==vl-reject-reason==
                      by ==ws-le-reject-reason==.

           01 ws-ack-read-count           pic 9(5) value 0.
           01 ws-accepted-count           pic 9(5) value 0.
           01 ws-rejected-count           pic 9(5) value 0.
           01 ws-mismatch-count           pic 9(5) value 0.
           01 ws-unknown-count            pic 9(5) value 0.
           01 ws-waiting-count            pic 9(5) value 0.
           01 ws-overdue-count            pic 9(5) value 0.

           01 ws-title-line.
               05 filler                  pic x(40) value spaces.
               05 filler                  pic x(50) value
                   "mailing-vendor acknowledgement reconciliation".

           01 ws-run-line.
               05 filler                  pic x(14)
                   value "business date ".
               05 ws-rnl-run-date         pic 9(8).
               05 filler                  pic x(17)
                   value "   days allowed ".
               05 ws-rnl-days-allowed     pic zz9.

           01 ws-ack-section-line.
               05 filler                  pic x(40)
                   value "acknowledgements received".
           01 ws-wait-section-line.
               05 filler                  pic x(40)
                   value "batches not acknowledged".

           01 ws-header-line-1.
               05 filler                  pic x(8) value "batch".
               05 filler                  pic x(10) value "sent".
               05 filler                  pic x(11) value "records".
               05 filler                  pic x(17)
                   value "hash total".
               05 filler                  pic x(10) value "ack date".
               05 filler                  pic x(16) value "result".
               05 filler                  pic x(40) value "remark".
           01 ws-header-line-2.
               05 filler                  pic x(112) value all "-".

           01 ws-detail-line.
               05 ws-dtl-batch-no         pic zzzzz9.
               05 filler                  pic x(2) value spaces.
               05 ws-dtl-sent-date        pic 9(8).
               05 filler                  pic x(2) value spaces.
               05 ws-dtl-count            pic z,zzz,zz9.
               05 filler                  pic x(2) value spaces.
               05 ws-dtl-hash             pic zzz,zzz,zzz,zz9.
               05 filler                  pic x(2) value spaces.
               05 ws-dtl-ack-date         pic x(8).
               05 filler                  pic x(2) value spaces.
               05 ws-dtl-result           pic x(14).
               05 filler                  pic x(2) value spaces.
               05 ws-dtl-remark           pic x(40).

           01 ws-remark-work.
               05 ws-rmk-label            pic x(8).
               05 ws-rmk-count            pic z,zzz,zz9.
               05 filler                  pic x(6) value " hash ".
               05 ws-rmk-hash             pic z(11)9.
           01 ws-age-remark.
               05 filler                  pic x(5) value "sent ".
               05 ws-agr-days             pic zzz9.
               05 filler                  pic x(12)
                   value " days ago".

           01 ws-totals-header.
               05 filler                  pic x(40)
                   value "reconciliation totals".
           01 ws-total-line.
               05 ws-tot-label            pic x(20).
               05 ws-tot-count            pic zz,zz9.

           01 ws-bad-card-line.
               05 filler                  pic x(40)
                   value "days allowed card invalid".
           01 ws-no-log-line.
               05 filler                  pic x(40)
                   value "transmission log file missing".
           01 ws-log-full-line.
               05 filler                  pic x(50) value
                   "transmission log table full - no new log".
           01 ws-no-ack-line.
               05 filler                  pic x(50)
                   value "no acknowledgement file received".

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
                 open output ack-report
                 move ws-title-line to ack-report-line
                 write ack-report-line
                 move spaces to ack-report-line
                 write ack-report-line
                 perform 1000-read-parm-card
                 move ws-run-date to ws-cnv-date
                 perform 4000-compute-date-days
                 move ws-cnv-days to ws-run-days
                 move ws-run-date to ws-rnl-run-date
                 move ws-days-allowed to ws-rnl-days-allowed
                 move ws-run-line to ack-report-line
                 write ack-report-line
                 move spaces to ack-report-line
                 write ack-report-line
                 perform 1100-load-log
                 perform 2000-apply-acknowledgements
                 perform 3000-list-unacknowledged
                 perform 5000-write-log
                 perform 8000-write-totals
                 close ack-report
                 if ws-rejected-count > 0
                         or ws-mismatch-count > 0
                         or ws-unknown-count > 0
                         or ws-overdue-count > 0
                     move 4 to return-code
                 end-if
                 perform 8800-write-job-log
                 stop run.

       1000-read-parm-card.
                 open input parm-file
                 if ws-parm-file-found
                     read parm-file
                         at end
                             continue
                         not at end
                             if pm-days-allowed not = spaces
                                 if pm-days-allowed-num numeric
                                     move pm-days-allowed-num
                                         to ws-days-allowed
                                 else
                                     perform 1050-bad-parm-card
                                 end-if
                             end-if
                     end-read
                     close parm-file
                 end-if.

       1050-bad-parm-card.
                 move ws-bad-card-line to ack-report-line
                 write ack-report-line
                 display ws-bad-card-line
                 perform 9500-end-with-error.

       1100-load-log.
                 open input vendor-log-in
                 if not ws-log-file-found
                     move ws-no-log-line to ack-report-line
                     write ack-report-line
                     display ws-no-log-line
                     perform 9500-end-with-error
                 end-if
                 perform until ws-eof-log
                     read vendor-log-in
                         at end
                             set ws-eof-log to true
                         not at end
                             perform 1150-save-log-entry
                     end-read
                 end-perform
                 close vendor-log-in.

       1150-save-log-entry.
                 if ws-batch-count < 3000
                     add 1 to ws-batch-count
                     move vendor-log-in-record
                         to ws-bt-log-record (ws-batch-count)
                 else
                     close vendor-log-in
                     move ws-log-full-line to ack-report-line
                     write ack-report-line
                     display ws-log-full-line
                     perform 9500-end-with-error
                 end-if.

      ******************************************************
      * acknowledgements, matched to the latest batch sent
      * under the number
      ******************************************************
       2000-apply-acknowledgements.
                 move ws-ack-section-line to ack-report-line
                 write ack-report-line
                 move ws-header-line-1 to ack-report-line
                 write ack-report-line
                 move ws-header-line-2 to ack-report-line
                 write ack-report-line
                 open input vendor-ack-file
                 if ws-ack-file-found
                     perform until ws-eof-ack
                         read vendor-ack-file
                             at end
                                 set ws-eof-ack to true
                             not at end
                                 perform 2100-apply-one-ack
                         end-read
                     end-perform
                     close vendor-ack-file
                 else
                     move ws-no-ack-line to ack-report-line
                     write ack-report-line
                 end-if
                 move spaces to ack-report-line
                 write ack-report-line.

       2100-apply-one-ack.
                 add 1 to ws-ack-read-count
                 perform 2200-find-batch
                 move spaces to ws-detail-line
                 move va-batch-no to ws-dtl-batch-no
                 move va-ack-date to ws-dtl-ack-date
                 if ws-batch-found
                     move ws-bt-log-record (ws-batch-subscript)
                         to ws-log-entry
                     perform 2300-match-ack
                     move ws-log-entry
                         to ws-bt-log-record (ws-batch-subscript)
                 else
                     move va-record-count to ws-dtl-count
                     move va-hash-total to ws-dtl-hash
                     move "UNKNOWN" to ws-dtl-result
                     move "batch not on the transmission log"
                         to ws-dtl-remark
                     add 1 to ws-unknown-count
                 end-if
                 move ws-detail-line to ack-report-line
                 write ack-report-line.

       2200-find-batch.
                 move "N" to ws-batch-found-sw
                 perform varying ws-batch-subscript
                         from ws-batch-count by -1
                         until ws-batch-subscript < 1
                             or ws-batch-found
                     move ws-bt-log-record (ws-batch-subscript)
                         to ws-log-entry
                     if ws-le-batch-no = va-batch-no
                         set ws-batch-found to true
                     end-if
                 end-perform
                 if ws-batch-found
                     add 1 to ws-batch-subscript
                 end-if.

       2300-match-ack.
                 move ws-le-business-date to ws-dtl-sent-date
                 move ws-le-record-count to ws-dtl-count
                 move ws-le-hash-total to ws-dtl-hash
                 move va-ack-date to ws-le-ack-date
                 move va-record-count to ws-le-ack-count
                 move va-hash-total to ws-le-ack-hash
                 move spaces to ws-le-reject-reason
                 evaluate true
                     when va-rejected
                         set ws-le-ack-rejected to true
                         move va-reject-reason to ws-le-reject-reason
                         move "REJECTED" to ws-dtl-result
                         move va-reject-reason to ws-dtl-remark
                         add 1 to ws-rejected-count
                     when va-record-count not = ws-le-record-count
                             or va-hash-total not = ws-le-hash-total
                         set ws-le-ack-mismatch to true
                         move "NOT MATCHED" to ws-dtl-result
                         move "vendor" to ws-rmk-label
                         move va-record-count to ws-rmk-count
                         move va-hash-total to ws-rmk-hash
                         move ws-remark-work to ws-dtl-remark
                         add 1 to ws-mismatch-count
                     when other
                         set ws-le-ack-accepted to true
                         move "accepted" to ws-dtl-result
                         add 1 to ws-accepted-count
                 end-evaluate.

      ******************************************************
      * batches still waiting, aged in calendar days
      ******************************************************
       3000-list-unacknowledged.
                 move ws-wait-section-line to ack-report-line
                 write ack-report-line
                 move ws-header-line-1 to ack-report-line
                 write ack-report-line
                 move ws-header-line-2 to ack-report-line
                 write ack-report-line
                 perform varying ws-batch-subscript from 1 by 1
                         until ws-batch-subscript > ws-batch-count
                     move ws-bt-log-record (ws-batch-subscript)
                         to ws-log-entry
                     if ws-le-not-acknowledged
                         perform 3100-write-waiting-batch
                     end-if
                 end-perform
                 move spaces to ack-report-line
                 write ack-report-line.

       3100-write-waiting-batch.
                 move ws-le-business-date to ws-cnv-date
                 perform 4000-compute-date-days
                 if ws-cnv-days < ws-run-days
                     compute ws-age-days = ws-run-days - ws-cnv-days
                 else
                     move 0 to ws-age-days
                 end-if
                 move spaces to ws-detail-line
                 move ws-le-batch-no to ws-dtl-batch-no
                 move ws-le-business-date to ws-dtl-sent-date
                 move ws-le-record-count to ws-dtl-count
                 move ws-le-hash-total to ws-dtl-hash
                 if ws-age-days > ws-days-allowed
                     move "OVERDUE" to ws-dtl-result
                     add 1 to ws-overdue-count
                 else
                     move "waiting" to ws-dtl-result
                     add 1 to ws-waiting-count
                 end-if
                 move ws-age-days to ws-agr-days
                 move ws-age-remark to ws-dtl-remark
                 move ws-detail-line to ack-report-line
                 write ack-report-line.

       4000-compute-date-days.
                 if ws-cnv-mm < 3
                     subtract 1 from ws-cnv-yy
                     add 12 to ws-cnv-mm
                 end-if
                 divide ws-cnv-yy by 4 giving ws-cnv-q4
                 divide ws-cnv-yy by 100 giving ws-cnv-q100
                 divide ws-cnv-yy by 400 giving ws-cnv-q400
                 compute ws-cnv-mdays
                     = (153 * (ws-cnv-mm + 1)) / 5
                 compute ws-cnv-days
                     = ws-cnv-yy * 365 + ws-cnv-q4 - ws-cnv-q100
                         + ws-cnv-q400 + ws-cnv-mdays + ws-cnv-dd.

       5000-write-log.
                 open output vendor-log-out
                 perform varying ws-batch-subscript from 1 by 1
                         until ws-batch-subscript > ws-batch-count
                     move ws-bt-log-record (ws-batch-subscript)
                         to vendor-log-record
                     write vendor-log-record
                 end-perform
                 close vendor-log-out.

       8000-write-totals.
                 move ws-totals-header to ack-report-line
                 write ack-report-line
                 move "acks received . . . " to ws-tot-label
                 move ws-ack-read-count to ws-tot-count
                 perform 8100-write-total-line
                 move "accepted  . . . . . " to ws-tot-label
                 move ws-accepted-count to ws-tot-count
                 perform 8100-write-total-line
                 move "rejected  . . . . . " to ws-tot-label
                 move ws-rejected-count to ws-tot-count
                 perform 8100-write-total-line
                 move "not matched . . . . " to ws-tot-label
                 move ws-mismatch-count to ws-tot-count
                 perform 8100-write-total-line
                 move "batch not on log  . " to ws-tot-label
                 move ws-unknown-count to ws-tot-count
                 perform 8100-write-total-line
                 move "waiting . . . . . . " to ws-tot-label
                 move ws-waiting-count to ws-tot-count
                 perform 8100-write-total-line
                 move "overdue . . . . . . " to ws-tot-label
                 move ws-overdue-count to ws-tot-count
                 perform 8100-write-total-line.

       8100-write-total-line.
                 move ws-total-line to ack-report-line
                 write ack-report-line.

      * the step record for the job-chain log; the call
      * leaves jlogwrt's return code behind, so the job's
      * own is moved back from the record
       8800-write-job-log.
                 move spaces to job-log-record
                 move "vndack" to jl-program-id
                 move ws-run-date to jl-business-date
                 move ws-start-time to jl-start-time
                 accept jl-end-time from time
                 move return-code to jl-return-code
                 move ws-ack-read-count to jl-count-in
                 move ws-batch-count to jl-count-out
                 move 0 to jl-slice-no
                 move 0 to jl-slice-count
                 call "jlogwrt" using job-log-record
                 move jl-return-code to return-code.

       9500-end-with-error.
                 close ack-report
                 move 8 to return-code
                 perform 8800-write-job-log
                 stop run.
