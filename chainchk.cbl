       identification division.
       program-id. chainchk.

      ******************************************************
      * chainchk - nightly job-chain checkpoint
      *
      * reads the common JOBLOG step log (jlogrec layout)
      * that every batch program appends to as it ends, and
      * checks the steps logged for one business date
      * against the expected step sequence in CHAINTAB.  the
      * morning operator checklist lists each expected step
      * with its times, return code and key counts, marked
      * with what needs looking at:
      *
      *   - a step that did not run (or, for a sliced
      *     extract, a slice that did not)
      *   - a step that ended before a step ahead of it in
      *     the sequence - e.g. testcbl rerun after custbal
      *     had already balanced the old file
      *   - a non-zero return code
      *   - a record count that does not carry from one step
      *     to the next - testcbl's extract trailer count,
      *     the custmrge merged count on a sliced night,
      *     custbal's extract count and custdelt's new-file
      *     count must all agree
      *
      * when a step has been rerun, its last run counts.
      * status ok = no items, CHECK = items to look at,
      * FAILED = return code 8 or over, MISSING = did not
      * run, n/a = not expected tonight.
      *
      * CHAINTAB - one card per expected step, in order:
      *    col 1-8    program-id
      *    col 9      'S' = expected only on a night the
      *               extract ran in slices (the month-end
      *               custmrge step); blank = every night
      *    col 10     count the step passes down the chain:
      *               'O' = its output count
      *               'I' = its input count
      *               blank = not in the count chain
      *    col 11     'C' = its input count must equal the
      *               count passed down by the last step
      *               before it in the chain that ran
      *
      * the nightly deck -
      *    testcbl   O
      *    custmrge SOC
      *    custbal   IC
      *    custdelt  IC
      *    custmast
      *    excptrk
      *    custdupe
      *    maillbl
      *    postchbk
      *
      * SYSIN card (optional):
      *    col 1-8    business date to check, yyyymmdd
      *               (blank = the current business date;
      *               give the date when checking after the
      *               date roll)
      *
      * return code 8 when the chain is incomplete - a step
      * or slice missing, or a step ended with return code
      * 8 or over; 4 when it completed with items to check
      * (order, a return code of 4, a count that does not
      * carry); 0 when every step is clean.  a missing or
      * empty CHAINTAB, or a missing business-date control
      * record, also ends the job with 8.
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
           select chain-table-file assign to chaintab
               organization is line sequential
               file status is ws-chaintab-fs.
           select job-log-file assign to joblog
               organization is line sequential
               file status is ws-joblog-fs.
           select check-report assign to chkrpt
               organization is line sequential.

       data division.
       file section.
       fd  parm-file
           recording mode is f.
       01  parm-record.
           05 pm-business-date            pic x(8).
           05 pm-business-date-num        redefines
                                           pm-business-date
                                           pic 9(8).
           05 filler                      pic x(72).

       fd  chain-table-file
           recording mode is f.
       01  chain-table-record.
           05 ct-program-id               pic x(8).
           05 ct-sliced-only              pic x(1).
               88 ct-step-sliced-only     value "S".
           05 ct-carry-count              pic x(1).
               88 ct-carry-in             value "I".
               88 ct-carry-out            value "O".
           05 ct-check-count              pic x(1).
               88 ct-check-carried        value "C".
           05 filler                      pic x(69).

       fd  job-log-file
           recording mode is f.
           copy jlogrec.

       fd  check-report
           recording mode is f.
       01  check-report-line              pic x(132).

       working-storage section.
           01 ws-switches.
               05 ws-eof-chaintab-sw      pic x value "N".
                   88 ws-eof-chaintab     value "Y".
               05 ws-eof-joblog-sw        pic x value "N".
                   88 ws-eof-joblog       value "Y".
               05 ws-sliced-night-sw      pic x value "N".
                   88 ws-sliced-night     value "Y".
               05 ws-incomplete-sw        pic x value "N".
                   88 ws-chain-incomplete value "Y".
               05 ws-carry-sw             pic x value "N".
                   88 ws-carry-set        value "Y".
               05 ws-step-found-sw        pic x value "N".
                   88 ws-step-found       value "Y".

           01 ws-parm-fs                  pic xx value spaces.
               88 ws-parm-file-found      value "00".
           01 ws-chaintab-fs              pic xx value spaces.
               88 ws-chaintab-found       value "00".
           01 ws-joblog-fs                pic xx value spaces.
               88 ws-joblog-found         value "00".

           01 ws-run-date                 pic 9(8) value 0.
           01 ws-check-date               pic 9(8) value 0.
           01 ws-start-time               pic 9(8) value 0.

      * one entry per expected step; the slice entries hold
      * the last run of each slice of a sliced extract
           01 ws-step-table.
               05 ws-step-entry           occurs 30 times.
                   10 ws-stp-program      pic x(8).
                   10 ws-stp-sliced-only  pic x(1).
                   10 ws-stp-carry        pic x(1).
                   10 ws-stp-check        pic x(1).
                   10 ws-stp-ran-sw       pic x(1).
                   10 ws-stp-reruns       pic 9(3).
                   10 ws-stp-seq          pic 9(7).
                   10 ws-stp-start        pic 9(8).
                   10 ws-stp-end          pic 9(8).
                   10 ws-stp-rc           pic 9(4).
                   10 ws-stp-count-in     pic 9(7).
                   10 ws-stp-count-out    pic 9(7).
                   10 ws-stp-slice-count  pic 9(2).
                   10 ws-stp-slice        occurs 9 times.
                       15 ws-sls-ran-sw   pic x(1).
                       15 ws-sls-rc       pic 9(4).
                       15 ws-sls-count-in pic 9(7).
                       15 ws-sls-count-out
                                          pic 9(7).
           01 ws-step-count               pic 9(2) value 0.
           01 ws-step-subscript           pic 9(2) value 0.
           01 ws-slice-subscript          pic 9(2) value 0.

           01 ws-log-seq                  pic 9(7) value 0.
           01 ws-log-read-count           pic 9(7) value 0.
           01 ws-date-record-count        pic 9(7) value 0.

           01 ws-last-seq                 pic 9(7) value 0.
           01 ws-last-program             pic x(8) value spaces.
           01 ws-carry-value              pic 9(7) value 0.
           01 ws-carry-program            pic x(8) value spaces.

           01 ws-remark                   pic x(50) value spaces.
           01 ws-remark-count             pic 9(2) value 0.
           01 ws-step-status              pic x(7) value spaces.

           01 ws-missing-count            pic 9(3) value 0.
           01 ws-order-count              pic 9(3) value 0.
           01 ws-rc-count                 pic 9(3) value 0.
           01 ws-carry-break-count        pic 9(3) value 0.
           01 ws-item-count               pic 9(3) value 0.

           01 ws-time-work.
               05 ws-tw-hh                pic 9(2).
               05 ws-tw-mm                pic 9(2).
               05 ws-tw-ss                pic 9(2).
               05 ws-tw-cc                pic 9(2).
           01 ws-time-work-num            redefines ws-time-work
                                           pic 9(8).
           01 ws-time-edit.
               05 ws-te-hh                pic 9(2).
               05 filler                  pic x(1) value ":".
               05 ws-te-mm                pic 9(2).
               05 filler                  pic x(1) value ":".
               05 ws-te-ss                pic 9(2).

           01 ws-edit-rc                  pic z(3)9.
           01 ws-edit-count               pic z(6)9.
           01 ws-edit-count-2             pic z(6)9.
           01 ws-edit-slice               pic 9(1).

           01 ws-title-line.
               05 filler                  pic x(40) value spaces.
               05 filler                  pic x(40)
                   value "nightly job-chain checklist".

           01 ws-date-line.
               05 filler                  pic x(20)
                   value "business date . . . ".
               05 ws-dtl-date             pic 9(8).

           01 ws-no-table-line.
               05 filler                  pic x(50) value
                   "expected step table CHAINTAB missing or empty".
           01 ws-no-log-line.
               05 filler                  pic x(50) value
                   "job log JOBLOG missing - no steps logged".

           01 ws-header-line-1.
               05 filler                  pic x(10) value "step".
               05 filler                  pic x(9)  value "status".
               05 filler                  pic x(10) value "start".
               05 filler                  pic x(10) value "end".
               05 filler                  pic x(6)  value "rc".
               05 filler                  pic x(10) value "count in".
               05 filler                  pic x(10) value "count out".
               05 filler                  pic x(50) value "check".
           01 ws-header-line-2.
               05 filler                  pic x(115) value all "-".

           01 ws-step-line.
               05 ws-stl-program          pic x(8).
               05 filler                  pic x(2) value spaces.
               05 ws-stl-status           pic x(7).
               05 filler                  pic x(2) value spaces.
               05 ws-stl-start            pic x(8).
               05 filler                  pic x(2) value spaces.
               05 ws-stl-end              pic x(8).
               05 filler                  pic x(2) value spaces.
               05 ws-stl-rc               pic x(4).
               05 filler                  pic x(2) value spaces.
               05 ws-stl-count-in         pic x(7).
               05 filler                  pic x(3) value spaces.
               05 ws-stl-count-out        pic x(7).
               05 filler                  pic x(3) value spaces.
               05 ws-stl-remark           pic x(50).

           01 ws-report-total-line-1.
               05 filler                  pic x(20)
                   value "steps expected  . . ".
               05 ws-rpt-expected         pic zz9.
           01 ws-report-total-line-2.
               05 filler                  pic x(20)
                   value "steps missing . . . ".
               05 ws-rpt-missing          pic zz9.
           01 ws-report-total-line-3.
               05 filler                  pic x(20)
                   value "out of order  . . . ".
               05 ws-rpt-order            pic zz9.
           01 ws-report-total-line-4.
               05 filler                  pic x(20)
                   value "non-zero rc . . . . ".
               05 ws-rpt-rc               pic zz9.
           01 ws-report-total-line-5.
               05 filler                  pic x(20)
                   value "counts not carried  ".
               05 ws-rpt-carry            pic zz9.
           01 ws-result-line.
               05 filler                  pic x(20)
                   value "chain result  . . . ".
               05 ws-res-text             pic x(50).

           copy jlogrec
               replacing ==job-log-record==
                      by ==step-log-record==
                         ==jl-program-id==
                      by ==sl-program-id==
                         ==jl-business-date==
                      by ==sl-business-date==
                         ==jl-start-time==
                      by ==sl-start-time==
                         ==jl-end-time==
                      by ==sl-end-time==
                         ==jl-return-code==
                      by ==sl-return-code==
                         ==jl-count-in==
                      by ==sl-count-in==
                         ==jl-count-out==
                      by ==sl-count-out==
                         ==jl-slice-no==
                      by ==sl-slice-no==
                         ==jl-slice-count==
                      by ==sl-slice-count==.

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
                 perform 1100-read-parm-card
                 perform 1200-load-chain-table
                 perform 2000-read-job-log
                 perform 3000-check-one-step
                     varying ws-step-subscript from 1 by 1
                     until ws-step-subscript > ws-step-count
                 perform 8000-write-totals
                 close check-report
                 evaluate true
                     when ws-chain-incomplete
                         move 8 to return-code
                     when ws-item-count > 0
                         move 4 to return-code
                 end-evaluate
                 perform 8800-write-job-log
                 stop run.

       1000-open-files.
                 open output check-report
                 move ws-title-line to check-report-line
                 write check-report-line
                 move spaces to check-report-line
                 write check-report-line.

       1100-read-parm-card.
                 move ws-run-date to ws-check-date
                 open input parm-file
                 if ws-parm-file-found
                     read parm-file
                         at end
                             continue
                         not at end
                             if pm-business-date-num numeric
                                 move pm-business-date-num
                                     to ws-check-date
                             end-if
                     end-read
                     close parm-file
                 end-if
                 move ws-check-date to ws-dtl-date
                 move ws-date-line to check-report-line
                 write check-report-line
                 move spaces to check-report-line
                 write check-report-line.

       1200-load-chain-table.
                 move 0 to ws-step-count
                 open input chain-table-file
                 if ws-chaintab-found
                     perform until ws-eof-chaintab
                         read chain-table-file
                             at end
                                 set ws-eof-chaintab to true
                             not at end
                                 perform 1250-save-chain-step
                         end-read
                     end-perform
                     close chain-table-file
                 end-if
                 if ws-step-count = 0
                     move ws-no-table-line to check-report-line
                     write check-report-line
                     display ws-no-table-line
                     close check-report
                     move 8 to return-code
                     perform 8800-write-job-log
                     stop run
                 end-if.

       1250-save-chain-step.
                 if ct-program-id not = spaces
                         and ws-step-count < 30
                     add 1 to ws-step-count
                     initialize ws-step-entry (ws-step-count)
                     move ct-program-id
                         to ws-stp-program (ws-step-count)
                     move ct-sliced-only
                         to ws-stp-sliced-only (ws-step-count)
                     move ct-carry-count
                         to ws-stp-carry (ws-step-count)
                     move ct-check-count
                         to ws-stp-check (ws-step-count)
                     move "N" to ws-stp-ran-sw (ws-step-count)
                     perform varying ws-slice-subscript
                             from 1 by 1
                             until ws-slice-subscript > 9
                         move "N" to ws-sls-ran-sw
                             (ws-step-count, ws-slice-subscript)
                     end-perform
                 end-if.

       2000-read-job-log.
                 open input job-log-file
                 if ws-joblog-found
                     perform until ws-eof-joblog
                         read job-log-file
                             at end
                                 set ws-eof-joblog to true
                             not at end
                                 add 1 to ws-log-seq
                                 add 1 to ws-log-read-count
                                 if jl-business-date numeric
                                         and jl-business-date
                                             = ws-check-date
                                     perform 2100-post-log-record
                                 end-if
                         end-read
                     end-perform
                     close job-log-file
                 else
                     move ws-no-log-line to check-report-line
                     write check-report-line
                     display ws-no-log-line
                 end-if
                 move ws-header-line-1 to check-report-line
                 write check-report-line
                 move ws-header-line-2 to check-report-line
                 write check-report-line.

      * the last record of a step (or of each slice) wins,
      * so a rerun replaces the failed run it follows
       2100-post-log-record.
                 add 1 to ws-date-record-count
                 perform 2200-find-step
                 if ws-step-found
                     move ws-log-seq to ws-stp-seq (ws-step-subscript)
                     move jl-start-time
                         to ws-stp-start (ws-step-subscript)
                     move jl-end-time to ws-stp-end (ws-step-subscript)
                     if jl-slice-count numeric
                             and jl-slice-count > 1
                             and jl-slice-count <= 9
                             and jl-slice-no numeric
                             and jl-slice-no > 0
                             and jl-slice-no <= jl-slice-count
                         set ws-sliced-night to true
                         move jl-slice-count
                             to ws-stp-slice-count (ws-step-subscript)
                         move jl-slice-no to ws-slice-subscript
                         if ws-sls-ran-sw
                                 (ws-step-subscript, ws-slice-subscript)
                                 = "Y"
                             add 1 to ws-stp-reruns (ws-step-subscript)
                         end-if
                         move "Y" to ws-sls-ran-sw
                             (ws-step-subscript, ws-slice-subscript)
                         move jl-return-code to ws-sls-rc
                             (ws-step-subscript, ws-slice-subscript)
                         move jl-count-in to ws-sls-count-in
                             (ws-step-subscript, ws-slice-subscript)
                         move jl-count-out to ws-sls-count-out
                             (ws-step-subscript, ws-slice-subscript)
                     else
                         if ws-stp-ran-sw (ws-step-subscript) = "Y"
                             add 1 to ws-stp-reruns (ws-step-subscript)
                         end-if
                         move 0
                             to ws-stp-slice-count (ws-step-subscript)
                         move jl-return-code
                             to ws-stp-rc (ws-step-subscript)
                         move jl-count-in
                             to ws-stp-count-in (ws-step-subscript)
                         move jl-count-out
                             to ws-stp-count-out (ws-step-subscript)
                     end-if
                     move "Y" to ws-stp-ran-sw (ws-step-subscript)
                 end-if.

       2200-find-step.
                 move "N" to ws-step-found-sw
                 perform varying ws-step-subscript
                         from 1 by 1
                         until ws-step-subscript > ws-step-count
                             or ws-step-found
                     if ws-stp-program (ws-step-subscript)
                             = jl-program-id
                         set ws-step-found to true
                     end-if
                 end-perform
                 if ws-step-found
                     subtract 1 from ws-step-subscript
                 end-if.

       3000-check-one-step.
                 move 0 to ws-remark-count
                 move spaces to ws-step-status
                 if ws-stp-slice-count (ws-step-subscript) > 1
                     perform 3100-total-slices
                 end-if
                 evaluate true
                     when ws-stp-ran-sw (ws-step-subscript) = "Y"
                         move "ok" to ws-step-status
                         perform 3200-check-ran-step
                     when ws-stp-sliced-only (ws-step-subscript)
                             = "S"
                             and not ws-sliced-night
                         move "n/a" to ws-step-status
                         move "not required - extract not sliced"
                             to ws-remark
                         perform 7000-write-step-line
                     when other
                         move "MISSING" to ws-step-status
                         add 1 to ws-missing-count
                         add 1 to ws-item-count
                         set ws-chain-incomplete to true
                         move "step did not run" to ws-remark
                         perform 7000-write-step-line
                 end-evaluate.

      * a sliced step's return code is its worst slice and
      * its counts are the totals over the slices
       3100-total-slices.
                 move 0 to ws-stp-rc (ws-step-subscript)
                 move 0 to ws-stp-count-in (ws-step-subscript)
                 move 0 to ws-stp-count-out (ws-step-subscript)
                 perform varying ws-slice-subscript
                         from 1 by 1
                         until ws-slice-subscript
                             > ws-stp-slice-count (ws-step-subscript)
                     if ws-sls-ran-sw
                             (ws-step-subscript, ws-slice-subscript)
                             = "Y"
                         if ws-sls-rc
                                 (ws-step-subscript, ws-slice-subscript)
                                 > ws-stp-rc (ws-step-subscript)
                             move ws-sls-rc
                                 (ws-step-subscript, ws-slice-subscript)
                                 to ws-stp-rc (ws-step-subscript)
                         end-if
                         add ws-sls-count-in
                                 (ws-step-subscript, ws-slice-subscript)
                             to ws-stp-count-in (ws-step-subscript)
                         add ws-sls-count-out
                                 (ws-step-subscript, ws-slice-subscript)
                             to ws-stp-count-out (ws-step-subscript)
                     end-if
                 end-perform.

       3200-check-ran-step.
                 if ws-stp-rc (ws-step-subscript) >= 8
                     move "FAILED" to ws-step-status
                 end-if
                 if ws-stp-slice-count (ws-step-subscript) > 1
                     perform 3300-check-slices-present
                 end-if

                 if ws-stp-seq (ws-step-subscript) < ws-last-seq
                     add 1 to ws-order-count
                     add 1 to ws-item-count
                     move spaces to ws-remark
                     string "ended before " delimited by size
                            ws-last-program delimited by space
                            " - out of order" delimited by size
                         into ws-remark
                     perform 7000-write-step-line
                 else
                     move ws-stp-seq (ws-step-subscript)
                         to ws-last-seq
                     move ws-stp-program (ws-step-subscript)
                         to ws-last-program
                 end-if

                 if ws-stp-rc (ws-step-subscript) > 0
                     add 1 to ws-rc-count
                     add 1 to ws-item-count
                     move ws-stp-rc (ws-step-subscript) to ws-edit-rc
                     move spaces to ws-remark
                     if ws-stp-rc (ws-step-subscript) >= 8
                         set ws-chain-incomplete to true
                         string "failed - return code "
                                    delimited by size
                                ws-edit-rc delimited by size
                             into ws-remark
                     else
                         string "return code " delimited by size
                                ws-edit-rc delimited by size
                             into ws-remark
                     end-if
                     perform 7000-write-step-line
                 end-if

                 if ws-stp-check (ws-step-subscript) = "C"
                         and ws-carry-set
                         and ws-stp-count-in (ws-step-subscript)
                             not = ws-carry-value
                     add 1 to ws-carry-break-count
                     add 1 to ws-item-count
                     move ws-carry-value to ws-edit-count
                     move spaces to ws-remark
                     string "count in not = " delimited by size
                            ws-carry-program delimited by space
                            " " delimited by size
                            ws-edit-count delimited by size
                         into ws-remark
                     perform 7000-write-step-line
                 end-if
                 evaluate ws-stp-carry (ws-step-subscript)
                     when "I"
                         move ws-stp-count-in (ws-step-subscript)
                             to ws-carry-value
                         move ws-stp-program (ws-step-subscript)
                             to ws-carry-program
                         set ws-carry-set to true
                     when "O"
                         move ws-stp-count-out (ws-step-subscript)
                             to ws-carry-value
                         move ws-stp-program (ws-step-subscript)
                             to ws-carry-program
                         set ws-carry-set to true
                 end-evaluate

                 if ws-stp-reruns (ws-step-subscript) > 0
                     move ws-stp-reruns (ws-step-subscript)
                         to ws-edit-rc
                     move spaces to ws-remark
                     string "rerun" delimited by size
                            ws-edit-rc delimited by size
                            " time(s) - last run shown"
                                delimited by size
                         into ws-remark
                     perform 7000-write-step-line
                 end-if

                 if ws-remark-count = 0
                     move spaces to ws-remark
                     perform 7000-write-step-line
                 end-if.

       3300-check-slices-present.
                 perform varying ws-slice-subscript
                         from 1 by 1
                         until ws-slice-subscript
                             > ws-stp-slice-count (ws-step-subscript)
                     if ws-sls-ran-sw
                             (ws-step-subscript, ws-slice-subscript)
                             not = "Y"
                         add 1 to ws-missing-count
                         add 1 to ws-item-count
                         set ws-chain-incomplete to true
                         move ws-slice-subscript to ws-edit-slice
                         move ws-stp-slice-count (ws-step-subscript)
                             to ws-edit-count-2
                         move spaces to ws-remark
                         string "slice " delimited by size
                                ws-edit-slice delimited by size
                                " of" delimited by size
                                ws-edit-count-2 delimited by size
                                " did not run" delimited by size
                             into ws-remark
                         perform 7000-write-step-line
                     end-if
                 end-perform.

      * the first line of a step carries its figures and
      * its first check item; any further items go on lines
      * of their own below
       7000-write-step-line.
                 move spaces to ws-step-line
                 if ws-remark-count = 0
                     move ws-stp-program (ws-step-subscript)
                         to ws-stl-program
                     if ws-step-status = "ok"
                             and ws-remark not = spaces
                         move "CHECK" to ws-step-status
                     end-if
                     move ws-step-status to ws-stl-status
                     if ws-stp-ran-sw (ws-step-subscript) = "Y"
                         move ws-stp-start (ws-step-subscript)
                             to ws-time-work-num
                         perform 7100-edit-time
                         move ws-time-edit to ws-stl-start
                         move ws-stp-end (ws-step-subscript)
                             to ws-time-work-num
                         perform 7100-edit-time
                         move ws-time-edit to ws-stl-end
                         move ws-stp-rc (ws-step-subscript)
                             to ws-edit-rc
                         move ws-edit-rc to ws-stl-rc
                         move ws-stp-count-in (ws-step-subscript)
                             to ws-edit-count
                         move ws-edit-count to ws-stl-count-in
                         move ws-stp-count-out (ws-step-subscript)
                             to ws-edit-count
                         move ws-edit-count to ws-stl-count-out
                     end-if
                 end-if
                 move ws-remark to ws-stl-remark
                 move ws-step-line to check-report-line
                 write check-report-line
                 add 1 to ws-remark-count.

       7100-edit-time.
                 move ws-tw-hh to ws-te-hh
                 move ws-tw-mm to ws-te-mm
                 move ws-tw-ss to ws-te-ss.

       8000-write-totals.
                 move ws-header-line-2 to check-report-line
                 write check-report-line
                 move spaces to check-report-line
                 write check-report-line
                 move ws-step-count to ws-rpt-expected
                 move ws-report-total-line-1 to check-report-line
                 write check-report-line
                 move ws-missing-count to ws-rpt-missing
                 move ws-report-total-line-2 to check-report-line
                 write check-report-line
                 move ws-order-count to ws-rpt-order
                 move ws-report-total-line-3 to check-report-line
                 write check-report-line
                 move ws-rc-count to ws-rpt-rc
                 move ws-report-total-line-4 to check-report-line
                 write check-report-line
                 move ws-carry-break-count to ws-rpt-carry
                 move ws-report-total-line-5 to check-report-line
                 write check-report-line
                 move spaces to check-report-line
                 write check-report-line
                 evaluate true
                     when ws-chain-incomplete
                         move "INCOMPLETE - chain did not finish"
                             to ws-res-text
                     when ws-item-count > 0
                         move "complete - check the items above"
                             to ws-res-text
                     when other
                         move "complete" to ws-res-text
                 end-evaluate
                 move ws-result-line to check-report-line
                 write check-report-line
                 display ws-result-line.

      * the step record for the job-chain log; the call
      * leaves jlogwrt's return code behind, so the job's
      * own is moved back from the record
       8800-write-job-log.
                 move spaces to step-log-record
                 move "chainchk" to sl-program-id
                 move ws-run-date to sl-business-date
                 move ws-start-time to sl-start-time
                 accept sl-end-time from time
                 move return-code to sl-return-code
                 move ws-date-record-count to sl-count-in
                 move ws-item-count to sl-count-out
                 move 0 to sl-slice-no
                 move 0 to sl-slice-count
                 call "jlogwrt" using step-log-record
                 move sl-return-code to return-code.
