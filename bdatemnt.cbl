       identification division.
       program-id. bdatemnt.

      ******************************************************
      * bdatemnt - business processing-date maintenance
      *
      * maintains the BDATE business-date control file
      * (bdaterec layout) that every program reads through
      * bdateget for its run date: rolls the business date
      * forward once per cycle, sets it outright for the
      * first load or a correction, and keeps the holiday
      * calendar.  the old file comes in on BDATEI and the
      * updated file goes out on BDATEO, as with pcdmnt.
      *
      * transaction card layout:
      *    col 1      action   'R' = roll to the next
      *                              business date
      *                        'S' = set the business date
      *                        'H' = add a holiday
      *                        'X' = delete a holiday
      *    col 2-9    date yyyymmdd - the new business date
      *               ('S') or the holiday ('H' / 'X');
      *               blank on a roll
      *    col 10-17  prior business date on a set card
      *               (blank = the business date before the
      *               one set)
      *    col 10-39  holiday description on an add card
      *
      * a roll moves the current business date to the prior
      * date and the next weekday that is not a holiday to
      * the current date.  it is refused unless the run-
      * history file (RUNHIST) holds a completed 'R' record
      * - no sql errors - for the current business date, so
      * a cycle whose extract never finished cannot be
      * skipped; for a sliced month-end run every slice must
      * have completed.  a refused roll ends the job with
      * return code 8 and the date is left as it was.
      *
      * cards apply in deck order, so holidays added ahead
      * of the roll card are already in the calendar when
      * the roll looks for the next business date.  other
      * rejected cards (bad date, duplicate or unknown
      * holiday, bad action) are reported and the job ends
      * with return code 4.
      *
      * change history
      * ---------------
      * 2026-10-15  new program
      * 2026-10-15  step record appended to the job-chain
      *             log (jlogwrt) at every end of job
      ******************************************************

       environment division.
       input-output section.
       file-control.
           select bdate-in assign to bdatei
               organization is line sequential
               file status is ws-bdate-fs.
           select bdate-out assign to bdateo
               organization is line sequential.
           select tran-file assign to sysin
               organization is line sequential.
           select run-history assign to runhist
               organization is line sequential
               file status is ws-runh-fs.
           select maint-report assign to bdmntrpt
               organization is line sequential.

       data division.
       file section.
       fd  bdate-in
           recording mode is f.
           copy bdaterec.

       fd  bdate-out
           recording mode is f.
           copy bdaterec
               replacing ==bdate-control-record==
                      by ==bdate-control-out==
                         ==bdate-holiday-record==
                      by ==bdate-holiday-out==
                         ==bd-record-type==
                      by ==bdo-record-type==
                         ==bd-control==
                      by ==bdo-control==
                         ==bd-holiday==
                      by ==bdo-holiday==
                         ==bd-current-date==
                      by ==bdo-current-date==
                         ==bd-prior-date==
                      by ==bdo-prior-date==
                         ==bh-record-type==
                      by ==bho-record-type==
                         ==bh-holiday-date==
                      by ==bho-holiday-date==
                         ==bh-holiday-desc==
                      by ==bho-holiday-desc==.

       fd  tran-file
           recording mode is f.
       01  tran-record.
           05 tr-action                   pic x(1).
               88 tr-action-roll          value "R".
               88 tr-action-set           value "S".
               88 tr-action-add-hol       value "H".
               88 tr-action-del-hol       value "X".
           05 tr-date                     pic x(8).
           05 tr-date-num                 redefines tr-date
                                           pic 9(8).
           05 tr-prior-date               pic x(8).
           05 tr-prior-date-num           redefines tr-prior-date
                                           pic 9(8).
           05 filler                      pic x(63).
       01  tran-holiday-record.
           05 filler                      pic x(9).
           05 tr-holiday-desc             pic x(30).
           05 filler                      pic x(41).

       fd  run-history
           recording mode is f.
           copy runhrec.

       fd  maint-report
           recording mode is f.
       01  maint-report-line              pic x(132).

       working-storage section.
           01 ws-switches.
               05 ws-eof-bdate-sw         pic x value "N".
                   88 ws-eof-bdate        value "Y".
               05 ws-eof-tran-sw          pic x value "N".
                   88 ws-eof-tran         value "Y".
               05 ws-eof-runh-sw          pic x value "N".
                   88 ws-eof-runh         value "Y".
               05 ws-control-sw           pic x value "N".
                   88 ws-control-loaded   value "Y".
               05 ws-cycle-sw             pic x value "N".
                   88 ws-cycle-complete   value "Y".
               05 ws-roll-refused-sw      pic x value "N".
                   88 ws-roll-refused     value "Y".
               05 ws-date-valid-sw        pic x value "N".
                   88 ws-date-valid       value "Y".
               05 ws-business-day-sw      pic x value "N".
                   88 ws-business-day     value "Y".
               05 ws-slot-sw              pic x value "N".
                   88 ws-slot-found       value "Y".

           01 ws-bdate-fs                 pic xx value spaces.
               88 ws-bdate-file-found     value "00".
           01 ws-runh-fs                  pic xx value spaces.
               88 ws-runh-file-found      value "00".

           01 ws-current-date             pic 9(8) value 0.
           01 ws-prior-date               pic 9(8) value 0.

           01 ws-holiday-table.
               05 ws-holiday-entry        occurs 200 times.
                   10 ws-hol-date         pic 9(8).
                   10 ws-hol-desc         pic x(30).
           01 ws-holiday-count            pic 9(3) value 0.
           01 ws-holiday-subscript        pic 9(3) value 0.
           01 ws-shift-subscript          pic 9(3) value 0.
           01 ws-holiday-found-sw         pic x value "N".
               88 ws-holiday-found        value "Y".
           01 ws-new-hol-date             pic 9(8) value 0.
           01 ws-new-hol-desc             pic x(30) value spaces.

           01 ws-slice-table.
               05 ws-slice-seen           occurs 99 times
                                           pic x(1).
           01 ws-slice-total              pic 9(2) value 0.
           01 ws-slice-subscript          pic 9(3) value 0.
           01 ws-missing-slices           pic 9(2) value 0.

           01 ws-edit-date                pic 9(8) value 0.
           01 ws-work-date.
               05 ws-work-yy              pic 9(4).
               05 ws-work-mm              pic 9(2).
               05 ws-work-dd              pic 9(2).
           01 ws-work-date-num            redefines ws-work-date
                                           pic 9(8).

           01 ws-month-days-values        pic x(24)
                   value "312831303130313130313031".
           01 ws-month-days-table         redefines
                                           ws-month-days-values.
               05 ws-month-days           occurs 12 times
                                           pic 9(2).
           01 ws-month-length             pic 9(2) value 0.
           01 ws-leap-quotient            pic 9(4) value 0.
           01 ws-leap-remainder-4         pic 9(4) value 0.
           01 ws-leap-remainder-100       pic 9(4) value 0.
           01 ws-leap-remainder-400       pic 9(4) value 0.

           01 ws-cnv-date.
               05 ws-cnv-yy               pic 9(4).
               05 ws-cnv-mm               pic 9(2).
               05 ws-cnv-dd               pic 9(2).
           01 ws-cnv-q4                   pic 9(7) value 0.
           01 ws-cnv-q100                 pic 9(7) value 0.
           01 ws-cnv-q400                 pic 9(7) value 0.
           01 ws-cnv-mdays                pic 9(5) value 0.
           01 ws-cnv-days                 pic 9(7) value 0.
           01 ws-week-quotient            pic 9(7) value 0.
           01 ws-weekday                  pic 9(1) value 0.

           01 ws-reject-reason            pic x(30) value spaces.

           01 ws-applied-count            pic 9(5) value 0.
           01 ws-rejected-count           pic 9(5) value 0.

           01 ws-title-line.
               05 filler                  pic x(40) value spaces.
               05 filler                  pic x(40)
                   value "business date maintenance".

           01 ws-no-control-line.
               05 filler                  pic x(50) value
                   "no business date control record on BDATEI".

           01 ws-header-line-1.
               05 filler                  pic x(8)  value "action".
               05 filler                  pic x(10) value "date".
               05 filler                  pic x(32) value
                   "description".
               05 filler                  pic x(11) value "status".
               05 filler                  pic x(30) value "reason".
           01 ws-header-line-2.
               05 filler                  pic x(91) value all "-".

           01 ws-report-detail-line.
               05 ws-rpt-action           pic x(1).
               05 filler                  pic x(7) value spaces.
               05 ws-rpt-date             pic x(8).
               05 filler                  pic x(2) value spaces.
               05 ws-rpt-desc             pic x(30).
               05 filler                  pic x(2) value spaces.
               05 ws-rpt-status           pic x(9).
               05 filler                  pic x(2) value spaces.
               05 ws-rpt-reason           pic x(30).

           01 ws-current-line.
               05 filler                  pic x(20)
                   value "business date . . . ".
               05 ws-cur-date             pic 9(8).
           01 ws-prior-line.
               05 filler                  pic x(20)
                   value "prior business date ".
               05 ws-pri-date             pic 9(8).

           01 ws-section-line.
               05 ws-sec-text             pic x(40).

           01 ws-holiday-line.
               05 ws-hln-date             pic 9(8).
               05 filler                  pic x(2) value spaces.
               05 ws-hln-desc             pic x(30).

           01 ws-report-total-line-1.
               05 filler                  pic x(20)
                   value "applied . . . . . . ".
               05 ws-rpt-applied          pic zz,zz9.
           01 ws-report-total-line-2.
               05 filler                  pic x(20)
                   value "rejected  . . . . . ".
               05 ws-rpt-rejected         pic zz,zz9.

           01 ws-start-business-date      pic 9(8) value 0.
           01 ws-start-time               pic 9(8) value 0.

           copy jlogrec.

            procedure  division.
       0000-main-process.
                 accept ws-start-time from time
                 perform 1000-open-files
                 perform 1100-load-control-file
                 move ws-current-date to ws-start-business-date
                 perform 2000-process-trans
                     until ws-eof-tran
                 perform 8000-write-control-file
                 perform 8500-write-totals
                 perform 9000-close-files
                 evaluate true
                     when ws-roll-refused
                         move 8 to return-code
                     when ws-rejected-count > 0
                         move 4 to return-code
                 end-evaluate
                 perform 8800-write-job-log
                 stop run.

       1000-open-files.
                 open input tran-file
                 open output bdate-out
                 open output maint-report
                 move ws-title-line to maint-report-line
                 write maint-report-line
                 move spaces to maint-report-line
                 write maint-report-line.

       1100-load-control-file.
                 move 0 to ws-holiday-count
                 open input bdate-in
                 if ws-bdate-file-found
                     perform until ws-eof-bdate
                         read bdate-in
                             at end
                                 set ws-eof-bdate to true
                             not at end
                                 perform 1150-save-control-entry
                         end-read
                     end-perform
                     close bdate-in
                 end-if
                 if not ws-control-loaded
                     move ws-no-control-line to maint-report-line
                     write maint-report-line
                     display ws-no-control-line
                 end-if
                 move ws-current-date to ws-cur-date
                 move ws-prior-date to ws-pri-date
                 move "before maintenance" to ws-sec-text
                 perform 7500-write-control-lines
                 move spaces to maint-report-line
                 write maint-report-line
                 move ws-header-line-1 to maint-report-line
                 write maint-report-line
                 move ws-header-line-2 to maint-report-line
                 write maint-report-line.

       1150-save-control-entry.
                 evaluate true
                     when bd-control
                         if bd-current-date numeric
                             move bd-current-date to ws-current-date
                             set ws-control-loaded to true
                         end-if
                         if bd-prior-date numeric
                             move bd-prior-date to ws-prior-date
                         end-if
                     when bd-holiday
                         if bh-holiday-date numeric
                             move bh-holiday-date to ws-new-hol-date
                             move bh-holiday-desc to ws-new-hol-desc
                             perform 3400-find-holiday
                             if not ws-holiday-found
                                 perform 3500-insert-holiday
                             end-if
                         end-if
                 end-evaluate.

       2000-process-trans.
                 read tran-file
                     at end
                         set ws-eof-tran to true
                     not at end
                         perform 2100-apply-tran
                 end-read.

       2100-apply-tran.
                 move spaces to ws-reject-reason
                 evaluate true
                     when tr-action-roll
                         perform 3000-apply-roll
                     when tr-action-set
                         perform 3100-apply-set
                     when tr-action-add-hol
                         perform 3200-apply-add-holiday
                     when tr-action-del-hol
                         perform 3300-apply-delete-holiday
                     when other
                         move "invalid action code"
                             to ws-reject-reason
                         perform 7100-report-rejected
                 end-evaluate.

      * a date on a card must be numeric and a real calendar
      * date - month 1-12, day within the month
       2500-edit-date.
                 move "N" to ws-date-valid-sw
                 move ws-edit-date to ws-work-date-num
                 if ws-work-yy > 1900
                         and ws-work-mm >= 1 and ws-work-mm <= 12
                     perform 2600-get-month-length
                     if ws-work-dd >= 1
                             and ws-work-dd <= ws-month-length
                         set ws-date-valid to true
                     end-if
                 end-if.

       2600-get-month-length.
                 move ws-month-days (ws-work-mm) to ws-month-length
                 if ws-work-mm = 2
                     divide ws-work-yy by 4 giving ws-leap-quotient
                         remainder ws-leap-remainder-4
                     divide ws-work-yy by 100 giving ws-leap-quotient
                         remainder ws-leap-remainder-100
                     divide ws-work-yy by 400 giving ws-leap-quotient
                         remainder ws-leap-remainder-400
                     if ws-leap-remainder-4 = 0
                             and (ws-leap-remainder-100 not = 0
                                 or ws-leap-remainder-400 = 0)
                         move 29 to ws-month-length
                     end-if
                 end-if.

       3000-apply-roll.
                 evaluate true
                     when not ws-control-loaded
                         move "no business date to roll"
                             to ws-reject-reason
                         perform 7100-report-rejected
                     when other
                         perform 3050-check-run-history
                         if ws-cycle-complete
                             move ws-current-date to ws-prior-date
                             move ws-current-date to ws-work-date-num
                             perform 3700-next-business-day
                             move ws-work-date-num to ws-current-date
                             perform 7000-report-applied
                         else
                             set ws-roll-refused to true
                             move "no completed run for the date"
                                 to ws-reject-reason
                             perform 7100-report-rejected
                         end-if
                 end-evaluate.

      * a completed run is an 'R' summary record for the
      * business date with no sql errors.  a sliced run
      * writes one per slice and counts only when every
      * slice 1 to m is there
       3050-check-run-history.
                 move "N" to ws-cycle-sw
                 move "N" to ws-eof-runh-sw
                 move 0 to ws-slice-total
                 move all "N" to ws-slice-table
                 open input run-history
                 if ws-runh-file-found
                     perform until ws-eof-runh
                         read run-history
                             at end
                                 set ws-eof-runh to true
                             not at end
                                 if rh-run-summary
                                         and rh-run-date
                                             = ws-current-date
                                         and rh-sql-error-count
                                             numeric
                                         and rh-sql-error-count = 0
                                     perform 3060-note-completed-run
                                 end-if
                         end-read
                     end-perform
                     close run-history
                 end-if
                 if not ws-cycle-complete and ws-slice-total > 1
                     move 0 to ws-missing-slices
                     perform varying ws-slice-subscript
                             from 1 by 1
                             until ws-slice-subscript > ws-slice-total
                         if ws-slice-seen (ws-slice-subscript) = "N"
                             add 1 to ws-missing-slices
                         end-if
                     end-perform
                     if ws-missing-slices = 0
                         set ws-cycle-complete to true
                     end-if
                 end-if.

       3060-note-completed-run.
                 if rh-slice-count not numeric
                         or rh-slice-count < 2
                     set ws-cycle-complete to true
                 else
                     if rh-slice-count > ws-slice-total
                         move rh-slice-count to ws-slice-total
                     end-if
                     if rh-slice-no numeric
                             and rh-slice-no > 0
                         move "Y" to ws-slice-seen (rh-slice-no)
                     end-if
                 end-if.

       3100-apply-set.
                 move 0 to ws-edit-date
                 if tr-date-num numeric
                     move tr-date-num to ws-edit-date
                 end-if
                 perform 2500-edit-date
                 evaluate true
                     when not ws-date-valid
                         move "invalid business date"
                             to ws-reject-reason
                         perform 7100-report-rejected
                     when tr-prior-date = spaces
                         move tr-date-num to ws-current-date
                         move tr-date-num to ws-work-date-num
                         perform 3800-prior-business-day
                         move ws-work-date-num to ws-prior-date
                         set ws-control-loaded to true
                         perform 7000-report-applied
                     when other
                         move 0 to ws-edit-date
                         if tr-prior-date-num numeric
                             move tr-prior-date-num to ws-edit-date
                         end-if
                         perform 2500-edit-date
                         if ws-date-valid
                                 and tr-prior-date-num < tr-date-num
                             move tr-date-num to ws-current-date
                             move tr-prior-date-num to ws-prior-date
                             set ws-control-loaded to true
                             perform 7000-report-applied
                         else
                             move "invalid prior business date"
                                 to ws-reject-reason
                             perform 7100-report-rejected
                         end-if
                 end-evaluate.

       3200-apply-add-holiday.
                 move 0 to ws-edit-date
                 if tr-date-num numeric
                     move tr-date-num to ws-edit-date
                 end-if
                 perform 2500-edit-date
                 if ws-date-valid
                     move tr-date-num to ws-new-hol-date
                     move tr-holiday-desc to ws-new-hol-desc
                     perform 3400-find-holiday
                 end-if
                 evaluate true
                     when not ws-date-valid
                         move "invalid holiday date"
                             to ws-reject-reason
                         perform 7100-report-rejected
                     when ws-holiday-found
                         move "already on calendar"
                             to ws-reject-reason
                         perform 7100-report-rejected
                     when ws-holiday-count >= 200
                         move "holiday table full"
                             to ws-reject-reason
                         perform 7100-report-rejected
                     when other
                         perform 3500-insert-holiday
                         perform 7000-report-applied
                 end-evaluate.

       3300-apply-delete-holiday.
                 move "N" to ws-holiday-found-sw
                 if tr-date-num numeric
                     move tr-date-num to ws-new-hol-date
                     perform 3400-find-holiday
                 end-if
                 if ws-holiday-found
                     perform varying ws-shift-subscript
                             from ws-holiday-subscript by 1
                             until ws-shift-subscript
                                 >= ws-holiday-count
                         move ws-holiday-entry
                                 (ws-shift-subscript + 1)
                             to ws-holiday-entry (ws-shift-subscript)
                     end-perform
                     subtract 1 from ws-holiday-count
                     perform 7000-report-applied
                 else
                     move "not on calendar" to ws-reject-reason
                     perform 7100-report-rejected
                 end-if.

       3400-find-holiday.
                 move "N" to ws-holiday-found-sw
                 perform varying ws-holiday-subscript
                         from 1 by 1
                         until ws-holiday-subscript > ws-holiday-count
                             or ws-holiday-found
                     if ws-hol-date (ws-holiday-subscript)
                             = ws-new-hol-date
                         set ws-holiday-found to true
                     end-if
                 end-perform
                 if ws-holiday-found
                     subtract 1 from ws-holiday-subscript
                 end-if.

      * the calendar is kept in date order - later dates are
      * shifted down one slot to make room for the new one
       3500-insert-holiday.
                 if ws-holiday-count < 200
                     move ws-holiday-count to ws-shift-subscript
                     move "N" to ws-slot-sw
                     perform until ws-slot-found
                         if ws-shift-subscript = 0
                             set ws-slot-found to true
                         else
                             if ws-hol-date (ws-shift-subscript)
                                     < ws-new-hol-date
                                 set ws-slot-found to true
                             else
                                 move ws-holiday-entry
                                         (ws-shift-subscript)
                                     to ws-holiday-entry
                                         (ws-shift-subscript + 1)
                                 subtract 1 from ws-shift-subscript
                             end-if
                         end-if
                     end-perform
                     add 1 to ws-shift-subscript
                     move ws-new-hol-date
                         to ws-hol-date (ws-shift-subscript)
                     move ws-new-hol-desc
                         to ws-hol-desc (ws-shift-subscript)
                     add 1 to ws-holiday-count
                 end-if.

       3700-next-business-day.
                 move "N" to ws-business-day-sw
                 perform until ws-business-day
                     add 1 to ws-work-dd
                     perform 2600-get-month-length
                     if ws-work-dd > ws-month-length
                         move 1 to ws-work-dd
                         add 1 to ws-work-mm
                         if ws-work-mm > 12
                             move 1 to ws-work-mm
                             add 1 to ws-work-yy
                         end-if
                     end-if
                     perform 3900-check-business-day
                 end-perform.

       3800-prior-business-day.
                 move "N" to ws-business-day-sw
                 perform until ws-business-day
                     if ws-work-dd > 1
                         subtract 1 from ws-work-dd
                     else
                         if ws-work-mm > 1
                             subtract 1 from ws-work-mm
                         else
                             move 12 to ws-work-mm
                             subtract 1 from ws-work-yy
                         end-if
                         perform 2600-get-month-length
                         move ws-month-length to ws-work-dd
                     end-if
                     perform 3900-check-business-day
                 end-perform.

      * day number mod 7 gives 0 for a saturday and 1 for a
      * sunday
       3900-check-business-day.
                 move ws-work-date to ws-cnv-date
                 perform 4000-compute-date-days
                 divide ws-cnv-days by 7 giving ws-week-quotient
                     remainder ws-weekday
                 if ws-weekday < 2
                     move "N" to ws-business-day-sw
                 else
                     move ws-work-date-num to ws-new-hol-date
                     perform 3400-find-holiday
                     if ws-holiday-found
                         move "N" to ws-business-day-sw
                     else
                         set ws-business-day to true
                     end-if
                 end-if.

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

       7000-report-applied.
                 add 1 to ws-applied-count
                 move "applied" to ws-rpt-status
                 move spaces to ws-rpt-reason
                 perform 7200-write-report-line.

       7100-report-rejected.
                 add 1 to ws-rejected-count
                 move "rejected" to ws-rpt-status
                 move ws-reject-reason to ws-rpt-reason
                 perform 7200-write-report-line.

       7200-write-report-line.
                 move tr-action to ws-rpt-action
                 evaluate true
                     when tr-action-roll
                         move ws-current-date to ws-rpt-date
                         move spaces to ws-rpt-desc
                     when tr-action-add-hol
                         move tr-date to ws-rpt-date
                         move tr-holiday-desc to ws-rpt-desc
                     when other
                         move tr-date to ws-rpt-date
                         move spaces to ws-rpt-desc
                 end-evaluate
                 move ws-report-detail-line to maint-report-line
                 write maint-report-line.

       7500-write-control-lines.
                 move ws-section-line to maint-report-line
                 write maint-report-line
                 move ws-current-line to maint-report-line
                 write maint-report-line
                 move ws-prior-line to maint-report-line
                 write maint-report-line.

       8000-write-control-file.
                 if ws-control-loaded
                     move spaces to bdate-control-out
                     set bdo-control to true
                     move ws-current-date to bdo-current-date
                     move ws-prior-date to bdo-prior-date
                     write bdate-control-out
                 end-if
                 perform varying ws-holiday-subscript
                         from 1 by 1
                         until ws-holiday-subscript > ws-holiday-count
                     move spaces to bdate-holiday-out
                     move "H" to bho-record-type
                     move ws-hol-date (ws-holiday-subscript)
                         to bho-holiday-date
                     move ws-hol-desc (ws-holiday-subscript)
                         to bho-holiday-desc
                     write bdate-holiday-out
                 end-perform.

       8500-write-totals.
                 move ws-header-line-2 to maint-report-line
                 write maint-report-line
                 move spaces to maint-report-line
                 write maint-report-line
                 move ws-current-date to ws-cur-date
                 move ws-prior-date to ws-pri-date
                 move "after maintenance" to ws-sec-text
                 perform 7500-write-control-lines

                 move spaces to maint-report-line
                 write maint-report-line
                 move "holiday calendar" to ws-sec-text
                 move ws-section-line to maint-report-line
                 write maint-report-line
                 perform varying ws-holiday-subscript
                         from 1 by 1
                         until ws-holiday-subscript > ws-holiday-count
                     move ws-hol-date (ws-holiday-subscript)
                         to ws-hln-date
                     move ws-hol-desc (ws-holiday-subscript)
                         to ws-hln-desc
                     move ws-holiday-line to maint-report-line
                     write maint-report-line
                 end-perform

                 move spaces to maint-report-line
                 write maint-report-line
                 move ws-applied-count to ws-rpt-applied
                 move ws-report-total-line-1 to maint-report-line
                 write maint-report-line
                 move ws-rejected-count to ws-rpt-rejected
                 move ws-report-total-line-2 to maint-report-line
                 write maint-report-line
                 display ws-current-line.

      * the step record for the job-chain log; the call
      * leaves jlogwrt's return code behind, so the job's
      * own is moved back from the record
       8800-write-job-log.
                 move spaces to job-log-record
                 move "bdatemnt" to jl-program-id
                 move ws-start-business-date to jl-business-date
                 move ws-start-time to jl-start-time
                 accept jl-end-time from time
                 move return-code to jl-return-code
                 compute jl-count-in
                     = ws-applied-count + ws-rejected-count
                 move ws-applied-count to jl-count-out
                 move 0 to jl-slice-no
                 move 0 to jl-slice-count
                 call "jlogwrt" using job-log-record
                 move jl-return-code to return-code.

       9000-close-files.
                 close tran-file
                 close bdate-out
                 close maint-report.
