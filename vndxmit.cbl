       identification division.
       program-id. vndxmit.

      ******************************************************
      * vndxmit - mailing-vendor transmission file
      *
      * builds the fixed-format customer file for the outside
      * mailing vendor (vendrec layout) from the cust-extract
      * file written by testcbl: a file header, a batch
      * header carrying the next batch sequence number, one
      * detail record per customer, and a batch trailer with
      * the detail record count and the hash total of the
      * customer numbers sent.
      *
      * the extract is checked the same way as in maillbl
      * before anything is written - a *HDR record carrying
      * today's run date, no unmerged slice, a *TRL record
      * matching the detail count; a bad file ends the job
      * with return code 8.
      *
      * customers are left out of the batch, and listed on
      * the report, when the house number fails the shared
      * addredit edit or the postal code is blank or not on
      * the postal-code directory (POSTAL-DIR, held in a 500
      * entry table as in custmnt).
      *
      * the batch number is the one after the last number on
      * the batch control file (vctlrec), read from VNDCTLI;
      * the next generation, with this batch's number, goes
      * out on VNDCTLO.  after 999999 numbering starts again
      * at 1.  a transmission-log record (vlogrec) for the
      * batch is appended to the cumulative VNDLOG file for
      * vndack to reconcile the vendor's acknowledgement
      * against; the log is created on the first run.
      *
      * SYSIN card (optional):
      *    col 1-6    batch number to use for this batch, in
      *               place of the next one on the control
      *               file - for the first batch, or to get
      *               back in step with the vendor
      *
      * return code 8 for a bad card, a bad extract, or no
      * batch control file and no card.
      *
      * change history
      * ---------------
      * 2026-10-15  new program
      ******************************************************

       environment division.
       input-output section.
       file-control.
           select cust-extract assign to custext
               organization is line sequential.
           select postal-dir assign to pcdir
               organization is line sequential.
           select parm-file assign to sysin
               organization is line sequential
               file status is ws-parm-fs.
           select control-in assign to vndctli
               organization is line sequential
               file status is ws-control-fs.
           select control-out assign to vndctlo
               organization is line sequential.
           select vendor-file assign to vndout
               organization is line sequential.
           select vendor-log assign to vndlog
               organization is line sequential
               file status is ws-vndlog-fs.
           select xmit-report assign to vndrpt
               organization is line sequential.

       data division.
       file section.
       fd  cust-extract
           recording mode is f.
       01  cust-extract-in                pic x(102).
           copy custhdr.
           copy custrec.

       fd  postal-dir
           recording mode is f.
       01  postal-dir-record.
           05 pd-postal-code              pic x(10).
           05 filler                      pic x(70).

       fd  parm-file
           recording mode is f.
       01  parm-record.
           05 pm-batch-no                 pic x(6).
           05 pm-batch-no-num             redefines pm-batch-no
                                           pic 9(6).
           05 filler                      pic x(74).

       fd  control-in
           recording mode is f.
           copy vctlrec
               replacing ==vendor-control-record==
                      by ==vendor-control-in==
                         ==vc-last-batch-no==
                      by ==vci-last-batch-no==
                         ==vc-last-batch-date==
                      by ==vci-last-batch-date==.

       fd  control-out
           recording mode is f.
           copy vctlrec.

       fd  vendor-file
           recording mode is f.
           copy vendrec.

       fd  vendor-log
           recording mode is f.
           copy vlogrec.

       fd  xmit-report
           recording mode is f.
       01  xmit-report-line               pic x(132).

       working-storage section.
           01 ws-switches.
               05 ws-eof-extract-sw       pic x value "N".
                   88 ws-eof-extract      value "Y".
               05 ws-eof-postal-sw        pic x value "N".
                   88 ws-eof-postal       value "Y".
               05 ws-card-batch-sw        pic x value "N".
                   88 ws-card-batch-given value "Y".
               05 ws-control-sw           pic x value "N".
                   88 ws-control-loaded   value "Y".

           01 ws-parm-fs                  pic xx value spaces.
               88 ws-parm-file-found      value "00".
           01 ws-control-fs               pic xx value spaces.
               88 ws-control-file-found   value "00".
           01 ws-vndlog-fs                pic xx value spaces.
               88 ws-vndlog-open-good     value "00".
               88 ws-vndlog-not-there     value "35".

           01 ws-run-date                 pic 9(8) value 0.
           01 ws-start-time               pic 9(8) value 0.
           01 ws-create-time              pic 9(8) value 0.
           01 ws-create-time-x            redefines ws-create-time.
               05 ws-create-hhmmss        pic 9(6).
               05 filler                  pic 9(2).

           01 ws-eof-verify-sw            pic x value "N".
               88 ws-eof-verify           value "Y".
           01 ws-vfy-header-sw            pic x value "N".
               88 ws-vfy-header-seen      value "Y".
           01 ws-vfy-trailer-sw           pic x value "N".
               88 ws-vfy-trailer-seen     value "Y".
           01 ws-vfy-count                pic 9(7) value 0.

           01 ws-gen-error-line.
               05 filler                  pic x(31) value
                   "cust-extract generation error: ".
               05 ws-gen-error-text       pic x(40).

           01 ws-edit-result              pic x value "V".
               88 ws-house-no-valid       value "V".
               88 ws-house-no-invalid     value "I".

           01 ws-house-no                 pic 9(4) comp.

           01 ws-postal-table.
               05 ws-postal-code-entry    occurs 500 times
                                           pic x(10).
           01 ws-postal-count             pic 9(3) value 0.
           01 ws-postal-subscript         pic 9(3) value 0.
           01 ws-postal-found-sw          pic x value "N".
               88 ws-postal-found         value "Y".

           01 ws-sender-id                pic x(8) value "REGION".
           01 ws-last-batch-no            pic 9(6) value 0.
           01 ws-batch-no                 pic 9(6) value 0.
           01 ws-sent-count               pic 9(7) value 0.
           01 ws-hash-total               pic 9(12) value 0.
           01 ws-excluded-hn-count        pic 9(7) value 0.
           01 ws-excluded-pc-count        pic 9(7) value 0.
           01 ws-exclude-reason           pic x(30).

           01 ws-title-line.
               05 filler                  pic x(40) value spaces.
               05 filler                  pic x(40)
                   value "mailing-vendor transmission".

           01 ws-header-line-1.
               05 filler                  pic x(10) value "postdept".
               05 filler                  pic x(9) value "cust-no".
               05 filler                  pic x(42) value "name".
               05 filler                  pic x(30)
                   value "left out of the batch".
           01 ws-header-line-2.
               05 filler                  pic x(91) value all "-".

           01 ws-exclude-line.
               05 ws-exl-postdept         pic x(4).
               05 filler                  pic x(6) value spaces.
               05 ws-exl-cust-no          pic 9(4).
               05 filler                  pic x(5) value spaces.
               05 ws-exl-cust-name        pic x(40).
               05 filler                  pic x(2) value spaces.
               05 ws-exl-reason           pic x(30).

           01 ws-batch-total-line.
               05 filler                  pic x(20)
                   value "batch number  . . . ".
               05 ws-btl-batch-no         pic zzzzz9.
           01 ws-date-total-line.
               05 filler                  pic x(20)
                   value "business date . . . ".
               05 ws-dtl-run-date         pic 9(8).
           01 ws-sent-total-line.
               05 filler                  pic x(20)
                   value "records sent  . . . ".
               05 ws-stl-sent             pic z,zzz,zz9.
           01 ws-hash-total-line.
               05 filler                  pic x(20)
                   value "hash total  . . . . ".
               05 ws-htl-hash             pic zzz,zzz,zzz,zz9.
           01 ws-hn-total-line.
               05 filler                  pic x(20)
                   value "left out - house no ".
               05 ws-hnl-excluded         pic z,zzz,zz9.
           01 ws-pc-total-line.
               05 filler                  pic x(20)
                   value "left out - postal   ".
               05 ws-pcl-excluded         pic z,zzz,zz9.

           01 ws-bad-card-line.
               05 filler                  pic x(40)
                   value "batch number card invalid".
           01 ws-no-control-line.
               05 filler                  pic x(60) value
                   "no batch control file - batch number card needed".
           01 ws-log-error-line.
               05 filler                  pic x(36)
                   value "transmission log not written, fs ".
               05 ws-lel-fs               pic xx.

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
                 open output xmit-report
                 move ws-title-line to xmit-report-line
                 write xmit-report-line
                 move spaces to xmit-report-line
                 write xmit-report-line
                 perform 1000-read-parm-card
                 perform 1100-load-batch-control
                 perform 0500-verify-extract
                 perform 1045-load-postal-dir
                 move ws-header-line-1 to xmit-report-line
                 write xmit-report-line
                 move ws-header-line-2 to xmit-report-line
                 write xmit-report-line

                 open input cust-extract
                 open output vendor-file
                 perform 2000-write-headers
                 perform until ws-eof-extract
                     read cust-extract
                         at end
                             set ws-eof-extract to true
                         not at end
                             perform 2100-process-one-customer
                     end-read
                 end-perform
                 perform 2900-write-trailer
                 close cust-extract
                 close vendor-file

                 perform 3000-write-batch-control
                 perform 3100-write-transmission-log
                 perform 8000-write-totals
                 close xmit-report
                 perform 8800-write-job-log
                 stop run.

      ******************************************************
      * cust-extract generation check, as in maillbl
      ******************************************************
       0500-verify-extract.
                 move "N" to ws-eof-verify-sw
                 move "N" to ws-vfy-header-sw
                 move "N" to ws-vfy-trailer-sw
                 move 0 to ws-vfy-count
                 open input cust-extract
                 perform until ws-eof-verify
                     read cust-extract
                         at end
                             set ws-eof-verify to true
                         not at end
                             perform 0550-verify-one-record
                     end-read
                 end-perform
                 close cust-extract
                 if not ws-vfy-header-seen
                     move "header record missing"
                         to ws-gen-error-text
                     perform 9600-generation-error
                 end-if
                 if not ws-vfy-trailer-seen
                     move "trailer record missing"
                         to ws-gen-error-text
                     perform 9600-generation-error
                 end-if.

       0550-verify-one-record.
                 evaluate true
                     when ch-header-id
                         if ws-vfy-header-seen
                             move "second header record on file"
                                 to ws-gen-error-text
                             perform 9600-generation-error
                         end-if
                         set ws-vfy-header-seen to true
                         if ch-run-date not = ws-run-date
                             move "header run date is not today"
                                 to ws-gen-error-text
                             perform 9600-generation-error
                         end-if
                         if ch-slice-count numeric
                                 and ch-slice-count > 0
                             move "file is an unmerged slice"
                                 to ws-gen-error-text
                             perform 9600-generation-error
                         end-if
                     when ct-trailer-id
                         set ws-vfy-trailer-seen to true
                         if ct-record-count not = ws-vfy-count
                             move "trailer count does not match file"
                                 to ws-gen-error-text
                             perform 9600-generation-error
                         end-if
                     when other
                         if ws-vfy-trailer-seen
                             move "data after trailer record"
                                 to ws-gen-error-text
                             perform 9600-generation-error
                         end-if
                         add 1 to ws-vfy-count
                 end-evaluate.

       1000-read-parm-card.
                 open input parm-file
                 if ws-parm-file-found
                     read parm-file
                         at end
                             continue
                         not at end
                             if pm-batch-no not = spaces
                                 if pm-batch-no-num numeric
                                         and pm-batch-no-num > 0
                                     move pm-batch-no-num
                                         to ws-batch-no
                                     set ws-card-batch-given to true
                                 else
                                     perform 1050-bad-parm-card
                                 end-if
                             end-if
                     end-read
                     close parm-file
                 end-if.

       1050-bad-parm-card.
                 move ws-bad-card-line to xmit-report-line
                 write xmit-report-line
                 display ws-bad-card-line
                 close xmit-report
                 move 8 to return-code
                 perform 8800-write-job-log
                 stop run.

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
                                        to xmit-report-line
                                     write xmit-report-line
                                     display xmit-report-line
                                 end-if
                             end-if
                     end-read
                 end-perform
                 close postal-dir.

      * the card number, when given, wins over the control
      * file; without either there is no safe number to use
       1100-load-batch-control.
                 open input control-in
                 if ws-control-file-found
                     read control-in
                         at end
                             continue
                         not at end
                             move vci-last-batch-no
                                 to ws-last-batch-no
                             set ws-control-loaded to true
                     end-read
                     close control-in
                 end-if
                 if not ws-card-batch-given
                     if ws-control-loaded
                         if ws-last-batch-no = 999999
                             move 1 to ws-batch-no
                         else
                             compute ws-batch-no
                                 = ws-last-batch-no + 1
                         end-if
                     else
                         move ws-no-control-line to xmit-report-line
                         write xmit-report-line
                         display ws-no-control-line
                         close xmit-report
                         move 8 to return-code
                         perform 8800-write-job-log
                         stop run
                     end-if
                 end-if.

      ******************************************************
      * the vendor file
      ******************************************************
       2000-write-headers.
                 accept ws-create-time from time
                 move spaces to vendor-header-record
                 set vh-file-header to true
                 move ws-sender-id to vh-sender-id
                 move ws-run-date to vh-creation-date
                 move ws-create-hhmmss to vh-creation-time
                 write vendor-header-record
                 move spaces to vendor-batch-record
                 set vb-batch-header to true
                 move ws-batch-no to vb-batch-no
                 move ws-run-date to vb-business-date
                 write vendor-batch-record.

       2100-process-one-customer.
                 if ce-postdept = "*HDR" or ce-postdept = "*TRL"
                     continue
                 else
                     perform 2150-edit-customer
                 end-if.

       2150-edit-customer.
                 move spaces to ws-exclude-reason
                 move ce-house-no to ws-house-no
                 call "addredit" using ws-house-no ws-edit-result
                 if ws-house-no-invalid
                     move "house number failed edit"
                         to ws-exclude-reason
                     add 1 to ws-excluded-hn-count
                 else
                     perform 2160-find-postal-code
                 end-if
                 if ws-exclude-reason = spaces
                     perform 2200-write-detail
                 else
                     perform 2300-write-exclude-line
                 end-if.

       2160-find-postal-code.
                 if ce-postal-code = spaces
                     move "postal code blank" to ws-exclude-reason
                     add 1 to ws-excluded-pc-count
                 else
                     move "N" to ws-postal-found-sw
                     perform varying ws-postal-subscript
                             from 1 by 1
                             until ws-postal-subscript
                                   > ws-postal-count
                                 or ws-postal-found
                         if ws-postal-code-entry
                                 (ws-postal-subscript)
                                 = ce-postal-code
                             set ws-postal-found to true
                         end-if
                     end-perform
                     if not ws-postal-found
                         move "unknown postal code"
                             to ws-exclude-reason
                         add 1 to ws-excluded-pc-count
                     end-if
                 end-if.

       2200-write-detail.
                 move spaces to vendor-detail-record
                 set vd-detail to true
                 move ws-batch-no to vd-batch-no
                 move ce-postdept to vd-postdept
                 move ce-cust-no to vd-cust-no
                 move ce-cust-name to vd-cust-name
                 move ce-house-no to vd-house-no
                 move ce-addr-line-2 to vd-addr-line-2
                 move ce-postal-code to vd-postal-code
                 write vendor-detail-record
                 add 1 to ws-sent-count
                 add ce-cust-no to ws-hash-total.

       2300-write-exclude-line.
                 move ce-postdept to ws-exl-postdept
                 move ce-cust-no to ws-exl-cust-no
                 move ce-cust-name to ws-exl-cust-name
                 move ws-exclude-reason to ws-exl-reason
                 move ws-exclude-line to xmit-report-line
                 write xmit-report-line.

       2900-write-trailer.
                 move spaces to vendor-trailer-record
                 set vt-batch-trailer to true
                 move ws-batch-no to vt-batch-no
                 move ws-sent-count to vt-record-count
                 move ws-hash-total to vt-hash-total
                 write vendor-trailer-record.

      ******************************************************
      * batch control and transmission log
      ******************************************************
       3000-write-batch-control.
                 open output control-out
                 move spaces to vendor-control-record
                 move ws-batch-no to vc-last-batch-no
                 move ws-run-date to vc-last-batch-date
                 write vendor-control-record
                 close control-out.

       3100-write-transmission-log.
                 open extend vendor-log
                 if ws-vndlog-not-there
                     open output vendor-log
                 end-if
                 if ws-vndlog-open-good
                     move spaces to vendor-log-record
                     move ws-batch-no to vl-batch-no
                     move ws-run-date to vl-business-date
                     move ws-create-time to vl-created-time
                     move ws-sent-count to vl-record-count
                     move ws-hash-total to vl-hash-total
                     move ws-excluded-hn-count to vl-excluded-hn
                     move ws-excluded-pc-count to vl-excluded-pc
                     move 0 to vl-ack-date
                     move 0 to vl-ack-count
                     move 0 to vl-ack-hash
                     write vendor-log-record
                     close vendor-log
                 else
                     move ws-vndlog-fs to ws-lel-fs
                     move ws-log-error-line to xmit-report-line
                     write xmit-report-line
                     display ws-log-error-line
                     move 8 to return-code
                 end-if.

       8000-write-totals.
                 move ws-header-line-2 to xmit-report-line
                 write xmit-report-line
                 move spaces to xmit-report-line
                 write xmit-report-line
                 move ws-batch-no to ws-btl-batch-no
                 move ws-batch-total-line to xmit-report-line
                 write xmit-report-line
                 move ws-run-date to ws-dtl-run-date
                 move ws-date-total-line to xmit-report-line
                 write xmit-report-line
                 move ws-sent-count to ws-stl-sent
                 move ws-sent-total-line to xmit-report-line
                 write xmit-report-line
                 move ws-hash-total to ws-htl-hash
                 move ws-hash-total-line to xmit-report-line
                 write xmit-report-line
                 move ws-excluded-hn-count to ws-hnl-excluded
                 move ws-hn-total-line to xmit-report-line
                 write xmit-report-line
                 move ws-excluded-pc-count to ws-pcl-excluded
                 move ws-pc-total-line to xmit-report-line
                 write xmit-report-line.

      * the step record for the job-chain log; the call
      * leaves jlogwrt's return code behind, so the job's
      * own is moved back from the record
       8800-write-job-log.
                 move spaces to job-log-record
                 move "vndxmit" to jl-program-id
                 move ws-run-date to jl-business-date
                 move ws-start-time to jl-start-time
                 accept jl-end-time from time
                 move return-code to jl-return-code
                 move ws-vfy-count to jl-count-in
                 move ws-sent-count to jl-count-out
                 move 0 to jl-slice-no
                 move 0 to jl-slice-count
                 call "jlogwrt" using job-log-record
                 move jl-return-code to return-code.

       9600-generation-error.
                 move ws-gen-error-line to xmit-report-line
                 write xmit-report-line
                 display ws-gen-error-line
                 close xmit-report
                 move 8 to return-code
                 perform 8800-write-job-log
                 stop run.
