       identification division.
       program-id. dqscore.

      ******************************************************
      * dqscore - monthly data-quality scorecard
      *
      * rolls the data-quality figures up by postdept and
      * prints one scorecard page per department, addressed
      * to the department contact on the dept master, then a
      * management summary page ranking the departments by
      * error rate.  each figure is shown against the prior
      * month's scorecard.
      *
      * figures by department -
      *    EXCFWDI   exception carry-forward file (excfrec):
      *              open exceptions by reason HN / PB / PU
      *              and by age (0-7, 8-30, over 30 days, the
      *              excptrk aging buckets), and exceptions
      *              closed in the month as corrected or as
      *              aged out
      *    DUPEOUT   custdupe dupe-pair file (duperec): pairs
      *              still waiting for a decision
      *    DISPFILE  dupedisp disposition file (disprec):
      *              duplicates confirmed in the month
      *    CORRCYC   custcorr recycle file(s) for the month:
      *              correction cards rejected
      *    RUNHIST   run history (runhrec): the department's
      *              REGION customers from its latest 'D'
      *              record up to the as-of date
      *    DEPTMST   dept master (deptrec): name and contact;
      *              every active department gets a page,
      *              any other only when it has figures
      *
      * a pair of duplicates counts against both of its
      * departments.  the error items are the open
      * exceptions, the undecided and confirmed duplicates
      * and the rejected corrections; the error rate is the
      * error items per 100 customers, and rank 1 is the
      * highest rate.
      *
      * SCOREI is the prior month's scorecard file (scorrec),
      * SCOREO this month's, written for next month's run.
      * a missing SCOREI only leaves the comparison blank.
      *
      * SYSIN card (optional):
      *    col 1-6    scorecard month yyyymm (blank = the
      *               month of the current business date)
      *
      * figures are as of the current business date, or the
      * month's last day for an earlier month; run it on the
      * month's last business day, or on the next month's
      * first with the month on the card.
      *
      * return code 8 for a bad card or a missing dept
      * master, 4 when any other input file was missing (the
      * summary page names it).
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
           select dept-master assign to deptmst
               organization is line sequential
               file status is ws-dept-fs.
           select carry-file assign to excfwdi
               organization is line sequential
               file status is ws-carry-fs.
           select dupe-pair-file assign to dupeout
               organization is line sequential
               file status is ws-dupe-fs.
           select disposition-file assign to dispfile
               organization is line sequential
               file status is ws-disp-fs.
           select recycle-file assign to corrcyc
               organization is line sequential
               file status is ws-recycle-fs.
           select run-history assign to runhist
               organization is line sequential
               file status is ws-runhist-fs.
           select score-in assign to scorei
               organization is line sequential
               file status is ws-score-in-fs.
           select score-out assign to scoreo
               organization is line sequential.
           select score-report assign to scorerpt
               organization is line sequential.

       data division.
       file section.
       fd  parm-file
           recording mode is f.
       01  parm-record.
           05 pm-month                    pic x(6).
           05 pm-month-num                redefines pm-month
                                           pic 9(6).
           05 filler                      pic x(74).

       fd  dept-master
           recording mode is f.
           copy deptrec.

       fd  carry-file
           recording mode is f.
           copy excfrec.

       fd  dupe-pair-file
           recording mode is f.
           copy duperec.

       fd  disposition-file
           recording mode is f.
           copy disprec.

       fd  recycle-file
           recording mode is f.
       01  recycle-record.
           05 rcy-postdept                pic x(4).
           05 filler                      pic x(76).

       fd  run-history
           recording mode is f.
           copy runhrec.

       fd  score-in
           recording mode is f.
           copy scorrec
               replacing ==scorecard-record==
                      by ==score-in-record==
                         ==sc-month==
                      by ==si-month==
                         ==sc-postdept==
                      by ==si-postdept==
                         ==sc-measures==
                      by ==si-measures==
                         ==sc-customer-count==
                      by ==si-customer-count==
                         ==sc-open-hn==
                      by ==si-open-hn==
                         ==sc-open-pb==
                      by ==si-open-pb==
                         ==sc-open-pu==
                      by ==si-open-pu==
                         ==sc-open-age-1==
                      by ==si-open-age-1==
                         ==sc-open-age-2==
                      by ==si-open-age-2==
                         ==sc-open-age-3==
                      by ==si-open-age-3==
                         ==sc-closed-corrected==
                      by ==si-closed-corrected==
                         ==sc-closed-aged==
                      by ==si-closed-aged==
                         ==sc-dupes-undecided==
                      by ==si-dupes-undecided==
                         ==sc-dupes-confirmed==
                      by ==si-dupes-confirmed==
                         ==sc-corr-rejects==
                      by ==si-corr-rejects==
                         ==sc-error-items==
                      by ==si-error-items==
                         ==sc-measure-table==
                      by ==si-measure-table==
                         ==sc-measure==
                      by ==si-measure==
                         ==sc-error-rate==
                      by ==si-error-rate==
                         ==sc-rank==
                      by ==si-rank==.

       fd  score-out
           recording mode is f.
           copy scorrec.

       fd  score-report
           recording mode is f.
       01  score-report-line              pic x(132).

       working-storage section.
           01 ws-switches.
               05 ws-eof-dept-sw          pic x value "N".
                   88 ws-eof-dept         value "Y".
               05 ws-eof-carry-sw         pic x value "N".
                   88 ws-eof-carry        value "Y".
               05 ws-eof-dupe-sw          pic x value "N".
                   88 ws-eof-dupe         value "Y".
               05 ws-eof-disp-sw          pic x value "N".
                   88 ws-eof-disp         value "Y".
               05 ws-eof-recycle-sw       pic x value "N".
                   88 ws-eof-recycle      value "Y".
               05 ws-eof-runhist-sw       pic x value "N".
                   88 ws-eof-runhist      value "Y".
               05 ws-eof-score-sw         pic x value "N".
                   88 ws-eof-score        value "Y".
               05 ws-dept-found-sw        pic x value "N".
                   88 ws-dept-found       value "Y".
               05 ws-prior-file-sw        pic x value "N".
                   88 ws-prior-file-read  value "Y".

           01 ws-parm-fs                  pic xx value spaces.
               88 ws-parm-file-found      value "00".
           01 ws-dept-fs                  pic xx value spaces.
               88 ws-dept-file-found      value "00".
           01 ws-carry-fs                 pic xx value spaces.
               88 ws-carry-file-found     value "00".
           01 ws-dupe-fs                  pic xx value spaces.
               88 ws-dupe-file-found      value "00".
           01 ws-disp-fs                  pic xx value spaces.
               88 ws-disp-file-found      value "00".
           01 ws-recycle-fs               pic xx value spaces.
               88 ws-recycle-file-found   value "00".
           01 ws-runhist-fs               pic xx value spaces.
               88 ws-runhist-file-found   value "00".
           01 ws-score-in-fs              pic xx value spaces.
               88 ws-score-file-found     value "00".

           01 ws-run-date                 pic 9(8) value 0.
           01 ws-start-time               pic 9(8) value 0.
           01 ws-score-month              pic 9(6) value 0.
           01 ws-prior-month              pic 9(6) value 0.
           01 ws-as-of-date               pic 9(8) value 0.
           01 ws-as-of-days               pic 9(7) value 0.
           01 ws-first-days               pic 9(7) value 0.
           01 ws-age-days                 pic 9(7) value 0.

           01 ws-work-date.
               05 ws-work-yyyymm.
                   10 ws-work-yy          pic 9(4).
                   10 ws-work-mm          pic 9(2).
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

      * one entry per department scored, with this month's
      * figures and the prior month's from SCOREI
           01 ws-dept-table.
               05 ws-dept-entry           occurs 100 times.
                   10 ws-dq-postdept      pic x(4).
                   10 ws-dq-name          pic x(30).
                   10 ws-dq-contact       pic x(25).
                   10 ws-dq-measure       occurs 13 times
                                          pic 9(7).
                   10 ws-dq-rate          pic 9(3)v99.
                   10 ws-dq-rank          pic 9(3).
                   10 ws-dq-prior-sw      pic x(1).
                   10 ws-dq-prior-measure occurs 13 times
                                          pic 9(7).
                   10 ws-dq-prior-rate    pic 9(3)v99.
                   10 ws-dq-prior-rank    pic 9(3).
           01 ws-dept-count               pic 9(3) value 0.
           01 ws-dept-subscript           pic 9(3) value 0.
           01 ws-other-subscript          pic 9(3) value 0.
           01 ws-measure-subscript        pic 9(2) value 0.
           01 ws-rank-subscript           pic 9(3) value 0.
           01 ws-find-postdept            pic x(4).

           01 ws-master-table.
               05 ws-master-entry         occurs 100 times.
                   10 ws-mst-code         pic x(4).
                   10 ws-mst-name         pic x(30).
                   10 ws-mst-contact      pic x(25).
                   10 ws-mst-active       pic x(1).
           01 ws-master-count             pic 9(3) value 0.
           01 ws-master-subscript         pic 9(3) value 0.
           01 ws-master-found-sw          pic x value "N".
               88 ws-master-found         value "Y".

           01 ws-measure-labels.
               05 filler                  pic x(40)
                   value "REGION customers".
               05 filler                  pic x(40)
                   value "open exceptions - HN house number".
               05 filler                  pic x(40)
                   value "open exceptions - PB postal code blank".
               05 filler                  pic x(40)
                   value "open exceptions - PU unknown postal".
               05 filler                  pic x(40)
                   value "   open 0-7 days".
               05 filler                  pic x(40)
                   value "   open 8-30 days".
               05 filler                  pic x(40)
                   value "   open over 30 days".
               05 filler                  pic x(40)
                   value "closed in the month - corrected".
               05 filler                  pic x(40)
                   value "closed in the month - aged out".
               05 filler                  pic x(40)
                   value "duplicate pairs awaiting decision".
               05 filler                  pic x(40)
                   value "duplicates confirmed in the month".
               05 filler                  pic x(40)
                   value "correction cards rejected".
               05 filler                  pic x(40)
                   value "error items".
           01 ws-measure-label-table      redefines
                                           ws-measure-labels.
               05 ws-measure-label        occurs 13 times
                                           pic x(40).

           01 ws-note-table.
               05 ws-note-text            occurs 8 times
                                           pic x(60).
           01 ws-note-count               pic 9(2) value 0.
           01 ws-note-work                pic x(60) value spaces.
           01 ws-note-subscript           pic 9(2) value 0.
           01 ws-missing-input-sw         pic x value "N".
               88 ws-input-missing        value "Y".

           01 ws-read-count               pic 9(7) value 0.
           01 ws-page-no                  pic 9(4) value 0.
           01 ws-change                   pic s9(7) value 0.
           01 ws-rate-change              pic s9(3)v99 value 0.

           01 ws-total-measures.
               05 ws-tot-measure          occurs 13 times
                                          pic 9(7).
           01 ws-total-rate               pic 9(3)v99 value 0.

           01 ws-title-line.
               05 filler                  pic x(40) value spaces.
               05 filler                  pic x(34)
                   value "monthly data-quality scorecard".
               05 filler                  pic x(6) value "page".
               05 ws-title-page-no        pic zzz9.

           01 ws-to-line.
               05 filler                  pic x(20)
                   value "to  . . . . . . . . ".
               05 ws-tol-contact          pic x(25).
           01 ws-dept-line.
               05 filler                  pic x(20)
                   value "department  . . . . ".
               05 ws-dpl-postdept         pic x(4).
               05 filler                  pic x(3) value " - ".
               05 ws-dpl-name             pic x(30).
           01 ws-month-line.
               05 filler                  pic x(20)
                   value "month . . . . . . . ".
               05 ws-mol-month            pic 9(6).
               05 filler                  pic x(4) value spaces.
               05 ws-mol-compare          pic x(40).
           01 ws-as-of-line.
               05 filler                  pic x(20)
                   value "figures as of . . . ".
               05 ws-aol-date             pic 9(8).

           01 ws-page-header-1.
               05 filler                  pic x(40) value "measure".
               05 filler                  pic x(14) value
                   "  this month".
               05 filler                  pic x(14) value
                   "  last month".
               05 filler                  pic x(12) value
                   "      change".
           01 ws-page-header-2.
               05 filler                  pic x(80) value all "-".

           01 ws-measure-line.
               05 ws-msl-label            pic x(40).
               05 filler                  pic x(3) value spaces.
               05 ws-msl-this             pic z,zzz,zz9.
               05 filler                  pic x(5) value spaces.
               05 ws-msl-last             pic x(9).
               05 filler                  pic x(3) value spaces.
               05 ws-msl-change           pic x(9).
           01 ws-edit-count               pic z,zzz,zz9.
           01 ws-edit-change              pic -,---,--9.

           01 ws-rate-line.
               05 filler                  pic x(40)
                   value "error rate per 100 customers".
               05 filler                  pic x(6) value spaces.
               05 ws-rtl-this             pic zz9.99.
               05 filler                  pic x(8) value spaces.
               05 ws-rtl-last             pic x(6).
               05 filler                  pic x(5) value spaces.
               05 ws-rtl-change           pic x(7).
           01 ws-edit-rate                pic zz9.99.
           01 ws-edit-rate-change         pic ---9.99.

           01 ws-rank-line.
               05 filler                  pic x(40)
                   value "rank among departments (1 = highest)".
               05 filler                  pic x(9) value spaces.
               05 ws-rkl-this             pic zz9.
               05 filler                  pic x(11) value spaces.
               05 ws-rkl-last             pic x(3).
           01 ws-edit-rank                pic zz9.

           01 ws-summary-title.
               05 filler                  pic x(40) value spaces.
               05 filler                  pic x(34)
                   value "data-quality management summary".
               05 filler                  pic x(6) value "page".
               05 ws-sum-page-no          pic zzz9.

           01 ws-summary-header-1.
               05 filler                  pic x(6)  value "rank".
               05 filler                  pic x(6)  value "dept".
               05 filler                  pic x(32) value "name".
               05 filler                  pic x(11) value
                   "  customers".
               05 filler                  pic x(9)  value
                   " open exc".
               05 filler                  pic x(9)  value
                   "    dupes".
               05 filler                  pic x(9)  value
                   "  rejects".
               05 filler                  pic x(9)  value
                   "    items".
               05 filler                  pic x(8)  value
                   "    rate".
               05 filler                  pic x(9)  value
                   "  last mo".
               05 filler                  pic x(9)  value
                   "   change".
               05 filler                  pic x(10) value
                   " last rank".
           01 ws-summary-header-2.
               05 filler                  pic x(127) value all "-".

           01 ws-summary-line.
               05 ws-sml-rank             pic zz9.
               05 filler                  pic x(3) value spaces.
               05 ws-sml-postdept         pic x(4).
               05 filler                  pic x(2) value spaces.
               05 ws-sml-name             pic x(30).
               05 filler                  pic x(2) value spaces.
               05 ws-sml-customers        pic z,zzz,zz9.
               05 filler                  pic x(2) value spaces.
               05 ws-sml-open             pic zzz,zz9.
               05 filler                  pic x(2) value spaces.
               05 ws-sml-dupes            pic zzz,zz9.
               05 filler                  pic x(2) value spaces.
               05 ws-sml-rejects          pic zzz,zz9.
               05 filler                  pic x(2) value spaces.
               05 ws-sml-items            pic zzz,zz9.
               05 filler                  pic x(2) value spaces.
               05 ws-sml-rate             pic zz9.99.
               05 filler                  pic x(3) value spaces.
               05 ws-sml-last-rate        pic x(6).
               05 filler                  pic x(2) value spaces.
               05 ws-sml-change           pic x(7).
               05 filler                  pic x(7) value spaces.
               05 ws-sml-last-rank        pic x(3).

           01 ws-no-dept-master-line.
               05 filler                  pic x(50) value
                   "dept master DEPTMST missing - job ends".
           01 ws-bad-card-line.
               05 filler                  pic x(50) value
                   "invalid scorecard month card - job ends".
           01 ws-note-head-line.
               05 filler                  pic x(40) value
                   "input files not available -".
           01 ws-note-line.
               05 filler                  pic x(4) value spaces.
               05 ws-ntl-text             pic x(60).

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
                 open output score-report
                 perform 1000-read-parm-card
                 perform 1100-load-dept-master
                 perform 2000-tally-exceptions
                 perform 2200-tally-dupe-pairs
                 perform 2400-tally-dispositions
                 perform 2600-tally-recycle
                 perform 2800-load-customer-counts
                 perform 3000-load-prior-scorecard
                 perform 3500-compute-error-rates
                     varying ws-dept-subscript from 1 by 1
                     until ws-dept-subscript > ws-dept-count
                 perform 3600-rank-departments
                     varying ws-dept-subscript from 1 by 1
                     until ws-dept-subscript > ws-dept-count
                 perform 7000-write-dept-page
                     varying ws-dept-subscript from 1 by 1
                     until ws-dept-subscript > ws-dept-count
                 perform 7500-write-summary-page
                 perform 8000-write-scorecard-file
                 close score-report
                 if ws-input-missing
                     move 4 to return-code
                 end-if
                 perform 8800-write-job-log
                 stop run.

      ******************************************************
      * scorecard month and the as-of date of the figures
      ******************************************************
       1000-read-parm-card.
                 move ws-run-date to ws-work-date-num
                 move ws-work-yyyymm to ws-score-month
                 open input parm-file
                 if ws-parm-file-found
                     read parm-file
                         at end
                             continue
                         not at end
                             if pm-month not = spaces
                                 if pm-month-num numeric
                                     move pm-month-num
                                         to ws-score-month
                                 else
                                     perform 1050-bad-parm-card
                                 end-if
                             end-if
                     end-read
                     close parm-file
                 end-if
                 move ws-score-month to ws-work-yyyymm
                 move 1 to ws-work-dd
                 if ws-work-mm < 1
                         or ws-work-mm > 12
                         or ws-work-yy < 1900
                         or ws-work-date-num > ws-run-date
                     perform 1050-bad-parm-card
                 end-if
                 perform 1080-get-month-length
                 move ws-month-length to ws-work-dd
                 if ws-work-date-num < ws-run-date
                     move ws-work-date-num to ws-as-of-date
                 else
                     move ws-run-date to ws-as-of-date
                 end-if
                 move ws-as-of-date to ws-cnv-date
                 perform 4000-compute-date-days
                 move ws-cnv-days to ws-as-of-days
                 move ws-score-month to ws-work-yyyymm
                 subtract 1 from ws-work-mm
                 if ws-work-mm = 0
                     move 12 to ws-work-mm
                     subtract 1 from ws-work-yy
                 end-if
                 move ws-work-yyyymm to ws-prior-month.

       1050-bad-parm-card.
                 move ws-bad-card-line to score-report-line
                 write score-report-line
                 display ws-bad-card-line
                 close score-report
                 move 8 to return-code
                 perform 8800-write-job-log
                 stop run.

       1080-get-month-length.
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

       1100-load-dept-master.
                 open input dept-master
                 if not ws-dept-file-found
                     move ws-no-dept-master-line to score-report-line
                     write score-report-line
                     display ws-no-dept-master-line
                     close score-report
                     move 8 to return-code
                     perform 8800-write-job-log
                     stop run
                 end-if
                 perform until ws-eof-dept
                     read dept-master
                         at end
                             set ws-eof-dept to true
                         not at end
                             if ws-master-count < 100
                                 add 1 to ws-master-count
                                 move dm-postdept to ws-mst-code
                                     (ws-master-count)
                                 move dm-dept-name to ws-mst-name
                                     (ws-master-count)
                                 move dm-contact to ws-mst-contact
                                     (ws-master-count)
                                 move dm-active-flag to ws-mst-active
                                     (ws-master-count)
                             end-if
                     end-read
                 end-perform
                 close dept-master
                 perform varying ws-master-subscript
                         from 1 by 1
                         until ws-master-subscript > ws-master-count
                     if ws-mst-active (ws-master-subscript) = "A"
                         move ws-mst-code (ws-master-subscript)
                             to ws-find-postdept
                         perform 2900-find-dept
                     end-if
                 end-perform.

      ******************************************************
      * exception carry-forward file
      ******************************************************
       2000-tally-exceptions.
                 open input carry-file
                 if ws-carry-file-found
                     perform until ws-eof-carry
                         read carry-file
                             at end
                                 set ws-eof-carry to true
                             not at end
                                 add 1 to ws-read-count
                                 perform 2100-tally-one-exception
                         end-read
                     end-perform
                     close carry-file
                 else
                     move "EXCFWDI   exception carry-forward file"
                         to ws-note-work
                     perform 2950-note-missing-input
                 end-if.

      * for an earlier month an exception counts as it stood
      * on the month's last day: opened after it, it is left
      * out; closed after it, it was still open then
       2100-tally-one-exception.
                 if (xc-reason-cd = "HN" or "PB" or "PU")
                         and xc-first-date <= ws-as-of-date
                     move xc-postdept to ws-find-postdept
                     perform 2900-find-dept
                     evaluate true
                         when xc-open
                             perform 2150-tally-open-exception
                         when xc-closed
                                 and xc-resolved-date > ws-as-of-date
                             perform 2150-tally-open-exception
                         when xc-closed
                                 and xc-resolved-date (1:6)
                                     = ws-score-month
                             if xc-res-corrected
                                 add 1 to ws-dq-measure
                                     (ws-dept-subscript, 8)
                             else
                                 add 1 to ws-dq-measure
                                     (ws-dept-subscript, 9)
                             end-if
                     end-evaluate
                 end-if.

       2150-tally-open-exception.
                 evaluate xc-reason-cd
                     when "HN"
                         add 1 to ws-dq-measure (ws-dept-subscript, 2)
                     when "PB"
                         add 1 to ws-dq-measure (ws-dept-subscript, 3)
                     when "PU"
                         add 1 to ws-dq-measure (ws-dept-subscript, 4)
                 end-evaluate
                 move xc-first-date to ws-cnv-date
                 perform 4000-compute-date-days
                 move ws-cnv-days to ws-first-days
                 compute ws-age-days
                     = ws-as-of-days - ws-first-days + 1
                 evaluate true
                     when ws-age-days <= 7
                         add 1 to ws-dq-measure (ws-dept-subscript, 5)
                     when ws-age-days <= 30
                         add 1 to ws-dq-measure (ws-dept-subscript, 6)
                     when other
                         add 1 to ws-dq-measure (ws-dept-subscript, 7)
                 end-evaluate.

      ******************************************************
      * duplicate pairs still undecided, and duplicates
      * confirmed in the month - a pair counts against both
      * of its departments
      ******************************************************
       2200-tally-dupe-pairs.
                 open input dupe-pair-file
                 if ws-dupe-file-found
                     perform until ws-eof-dupe
                         read dupe-pair-file
                             at end
                                 set ws-eof-dupe to true
                             not at end
                                 add 1 to ws-read-count
                                 move dp-postdept-1
                                     to ws-find-postdept
                                 perform 2900-find-dept
                                 add 1 to ws-dq-measure
                                     (ws-dept-subscript, 10)
                                 if dp-postdept-2 not = dp-postdept-1
                                     move dp-postdept-2
                                         to ws-find-postdept
                                     perform 2900-find-dept
                                     add 1 to ws-dq-measure
                                         (ws-dept-subscript, 10)
                                 end-if
                         end-read
                     end-perform
                     close dupe-pair-file
                 else
                     move "DUPEOUT   dupe-pair file"
                         to ws-note-work
                     perform 2950-note-missing-input
                 end-if.

       2400-tally-dispositions.
                 open input disposition-file
                 if ws-disp-file-found
                     perform until ws-eof-disp
                         read disposition-file
                             at end
                                 set ws-eof-disp to true
                             not at end
                                 add 1 to ws-read-count
                                 if ds-confirmed-dupe
                                         and ds-decision-date (1:6)
                                             = ws-score-month
                                     perform 2450-tally-confirmed
                                 end-if
                         end-read
                     end-perform
                     close disposition-file
                 else
                     move "DISPFILE  duplicate disposition file"
                         to ws-note-work
                     perform 2950-note-missing-input
                 end-if.

       2450-tally-confirmed.
                 move ds-postdept-1 to ws-find-postdept
                 perform 2900-find-dept
                 add 1 to ws-dq-measure (ws-dept-subscript, 11)
                 if ds-postdept-2 not = ds-postdept-1
                     move ds-postdept-2 to ws-find-postdept
                     perform 2900-find-dept
                     add 1 to ws-dq-measure (ws-dept-subscript, 11)
                 end-if.

      ******************************************************
      * custcorr recycle file - rejected correction cards
      ******************************************************
       2600-tally-recycle.
                 open input recycle-file
                 if ws-recycle-file-found
                     perform until ws-eof-recycle
                         read recycle-file
                             at end
                                 set ws-eof-recycle to true
                             not at end
                                 add 1 to ws-read-count
                                 if rcy-postdept not = spaces
                                     move rcy-postdept
                                         to ws-find-postdept
                                     perform 2900-find-dept
                                     add 1 to ws-dq-measure
                                         (ws-dept-subscript, 12)
                                 end-if
                         end-read
                     end-perform
                     close recycle-file
                 else
                     move "CORRCYC   correction recycle file"
                         to ws-note-work
                     perform 2950-note-missing-input
                 end-if.

      ******************************************************
      * REGION customers - the latest run-history 'D' record
      * of each department up to the as-of date (the file is
      * in run order, so the last one read wins)
      ******************************************************
       2800-load-customer-counts.
                 open input run-history
                 if ws-runhist-file-found
                     perform until ws-eof-runhist
                         read run-history
                             at end
                                 set ws-eof-runhist to true
                             not at end
                                 add 1 to ws-read-count
                                 if rh-dept-detail
                                         and rh-run-date numeric
                                         and rh-run-date
                                             <= ws-as-of-date
                                         and rh-dept-records numeric
                                     move rh-dept-code
                                         to ws-find-postdept
                                     perform 2900-find-dept
                                     move rh-dept-records
                                         to ws-dq-measure
                                             (ws-dept-subscript, 1)
                                 end-if
                         end-read
                     end-perform
                     close run-history
                 else
                     move "RUNHIST   run history - no customer counts"
                         to ws-note-work
                     perform 2950-note-missing-input
                 end-if.

       2900-find-dept.
                 move "N" to ws-dept-found-sw
                 perform varying ws-dept-subscript
                         from 1 by 1
                         until ws-dept-subscript > ws-dept-count
                             or ws-dept-found
                     if ws-dq-postdept (ws-dept-subscript)
                             = ws-find-postdept
                         set ws-dept-found to true
                     end-if
                 end-perform
                 if ws-dept-found
                     subtract 1 from ws-dept-subscript
                 else
                     if ws-dept-count < 100
                         add 1 to ws-dept-count
                         move ws-dept-count to ws-dept-subscript
                         initialize ws-dept-entry (ws-dept-subscript)
                         move ws-find-postdept
                             to ws-dq-postdept (ws-dept-subscript)
                         move "N" to ws-dq-prior-sw (ws-dept-subscript)
                         perform 2920-name-dept
                     else
                         move 100 to ws-dept-subscript
                         move "****"
                             to ws-dq-postdept (ws-dept-subscript)
                         move "more than 100 departments"
                             to ws-dq-name (ws-dept-subscript)
                     end-if
                 end-if.

       2920-name-dept.
                 move "N" to ws-master-found-sw
                 perform varying ws-master-subscript
                         from 1 by 1
                         until ws-master-subscript > ws-master-count
                             or ws-master-found
                     if ws-mst-code (ws-master-subscript)
                             = ws-find-postdept
                         set ws-master-found to true
                     end-if
                 end-perform
                 if ws-master-found
                     subtract 1 from ws-master-subscript
                     move ws-mst-name (ws-master-subscript)
                         to ws-dq-name (ws-dept-subscript)
                     move ws-mst-contact (ws-master-subscript)
                         to ws-dq-contact (ws-dept-subscript)
                 else
                     move "not on the dept master"
                         to ws-dq-name (ws-dept-subscript)
                     move "data-quality team"
                         to ws-dq-contact (ws-dept-subscript)
                 end-if.

       2950-note-missing-input.
                 if ws-note-count < 8
                     add 1 to ws-note-count
                     move ws-note-work to ws-note-text (ws-note-count)
                 end-if
                 set ws-input-missing to true.

      ******************************************************
      * prior month's scorecard for the comparison
      ******************************************************
       3000-load-prior-scorecard.
                 open input score-in
                 if ws-score-file-found
                     set ws-prior-file-read to true
                     perform until ws-eof-score
                         read score-in
                             at end
                                 set ws-eof-score to true
                             not at end
                                 perform 3100-save-prior-figures
                         end-read
                     end-perform
                     close score-in
                 end-if.

       3100-save-prior-figures.
                 move "N" to ws-dept-found-sw
                 perform varying ws-dept-subscript
                         from 1 by 1
                         until ws-dept-subscript > ws-dept-count
                             or ws-dept-found
                     if ws-dq-postdept (ws-dept-subscript)
                             = si-postdept
                         set ws-dept-found to true
                     end-if
                 end-perform
                 if ws-dept-found
                         and si-month numeric
                     subtract 1 from ws-dept-subscript
                     move si-month to ws-prior-month
                     move "Y" to ws-dq-prior-sw (ws-dept-subscript)
                     perform varying ws-measure-subscript
                             from 1 by 1
                             until ws-measure-subscript > 13
                         move si-measure (ws-measure-subscript)
                             to ws-dq-prior-measure
                                 (ws-dept-subscript,
                                  ws-measure-subscript)
                     end-perform
                     move si-error-rate
                         to ws-dq-prior-rate (ws-dept-subscript)
                     move si-rank
                         to ws-dq-prior-rank (ws-dept-subscript)
                 end-if.

       3500-compute-error-rates.
                 compute ws-dq-measure (ws-dept-subscript, 13)
                     = ws-dq-measure (ws-dept-subscript, 2)
                         + ws-dq-measure (ws-dept-subscript, 3)
                         + ws-dq-measure (ws-dept-subscript, 4)
                         + ws-dq-measure (ws-dept-subscript, 10)
                         + ws-dq-measure (ws-dept-subscript, 11)
                         + ws-dq-measure (ws-dept-subscript, 12)
                 if ws-dq-measure (ws-dept-subscript, 1) > 0
                     compute ws-dq-rate (ws-dept-subscript) rounded
                         = ws-dq-measure (ws-dept-subscript, 13)
                             * 100
                             / ws-dq-measure (ws-dept-subscript, 1)
                         on size error
                             move 999.99
                                 to ws-dq-rate (ws-dept-subscript)
                     end-compute
                 else
                     move 0 to ws-dq-rate (ws-dept-subscript)
                 end-if.

      * rank 1 is the highest error rate; equal rates go to
      * the department with more error items, then in dept
      * master order
       3600-rank-departments.
                 move 1 to ws-dq-rank (ws-dept-subscript)
                 perform varying ws-other-subscript
                         from 1 by 1
                         until ws-other-subscript > ws-dept-count
                     evaluate true
                         when ws-dq-rate (ws-other-subscript)
                                 > ws-dq-rate (ws-dept-subscript)
                             add 1 to ws-dq-rank (ws-dept-subscript)
                         when ws-dq-rate (ws-other-subscript)
                                 < ws-dq-rate (ws-dept-subscript)
                             continue
                         when ws-dq-measure (ws-other-subscript, 13)
                                 > ws-dq-measure
                                     (ws-dept-subscript, 13)
                             add 1 to ws-dq-rank (ws-dept-subscript)
                         when ws-dq-measure (ws-other-subscript, 13)
                                 = ws-dq-measure
                                     (ws-dept-subscript, 13)
                                 and ws-other-subscript
                                     < ws-dept-subscript
                             add 1 to ws-dq-rank (ws-dept-subscript)
                     end-evaluate
                 end-perform.

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

      ******************************************************
      * one scorecard page per department
      ******************************************************
       7000-write-dept-page.
                 add 1 to ws-page-no
                 move ws-page-no to ws-title-page-no
                 move ws-title-line to score-report-line
                 write score-report-line
                 move spaces to score-report-line
                 write score-report-line
                 move ws-dq-contact (ws-dept-subscript)
                     to ws-tol-contact
                 move ws-to-line to score-report-line
                 write score-report-line
                 move ws-dq-postdept (ws-dept-subscript)
                     to ws-dpl-postdept
                 move ws-dq-name (ws-dept-subscript) to ws-dpl-name
                 move ws-dept-line to score-report-line
                 write score-report-line
                 move ws-score-month to ws-mol-month
                 move spaces to ws-mol-compare
                 if ws-dq-prior-sw (ws-dept-subscript) = "Y"
                     string "compared with " delimited by size
                            ws-prior-month delimited by size
                         into ws-mol-compare
                 else
                     move "no prior scorecard to compare"
                         to ws-mol-compare
                 end-if
                 move ws-month-line to score-report-line
                 write score-report-line
                 move ws-as-of-date to ws-aol-date
                 move ws-as-of-line to score-report-line
                 write score-report-line
                 move spaces to score-report-line
                 write score-report-line
                 move ws-page-header-1 to score-report-line
                 write score-report-line
                 move ws-page-header-2 to score-report-line
                 write score-report-line
                 perform 7100-write-measure-line
                     varying ws-measure-subscript from 1 by 1
                     until ws-measure-subscript > 13
                 perform 7200-write-rate-lines
                 move ws-page-header-2 to score-report-line
                 write score-report-line
                 move spaces to score-report-line
                 write score-report-line.

       7100-write-measure-line.
                 move ws-measure-label (ws-measure-subscript)
                     to ws-msl-label
                 move ws-dq-measure
                         (ws-dept-subscript, ws-measure-subscript)
                     to ws-msl-this
                 if ws-dq-prior-sw (ws-dept-subscript) = "Y"
                     move ws-dq-prior-measure
                             (ws-dept-subscript, ws-measure-subscript)
                         to ws-edit-count
                     move ws-edit-count to ws-msl-last
                     compute ws-change
                         = ws-dq-measure
                             (ws-dept-subscript, ws-measure-subscript)
                         - ws-dq-prior-measure
                             (ws-dept-subscript, ws-measure-subscript)
                     move ws-change to ws-edit-change
                     move ws-edit-change to ws-msl-change
                 else
                     move spaces to ws-msl-last
                     move spaces to ws-msl-change
                 end-if
                 move ws-measure-line to score-report-line
                 write score-report-line
                 if ws-measure-subscript = 1
                         or ws-measure-subscript = 12
                     move spaces to score-report-line
                     write score-report-line
                 end-if.

       7200-write-rate-lines.
                 move ws-dq-rate (ws-dept-subscript) to ws-rtl-this
                 move ws-dq-rank (ws-dept-subscript) to ws-rkl-this
                 if ws-dq-prior-sw (ws-dept-subscript) = "Y"
                     move ws-dq-prior-rate (ws-dept-subscript)
                         to ws-edit-rate
                     move ws-edit-rate to ws-rtl-last
                     compute ws-rate-change
                         = ws-dq-rate (ws-dept-subscript)
                         - ws-dq-prior-rate (ws-dept-subscript)
                     move ws-rate-change to ws-edit-rate-change
                     move ws-edit-rate-change to ws-rtl-change
                     move ws-dq-prior-rank (ws-dept-subscript)
                         to ws-edit-rank
                     move ws-edit-rank to ws-rkl-last
                 else
                     move spaces to ws-rtl-last
                     move spaces to ws-rtl-change
                     move spaces to ws-rkl-last
                 end-if
                 move spaces to score-report-line
                 write score-report-line
                 move ws-rate-line to score-report-line
                 write score-report-line
                 move ws-rank-line to score-report-line
                 write score-report-line.

      ******************************************************
      * management summary - departments in rank order
      ******************************************************
       7500-write-summary-page.
                 add 1 to ws-page-no
                 move ws-page-no to ws-sum-page-no
                 move ws-summary-title to score-report-line
                 write score-report-line
                 move spaces to score-report-line
                 write score-report-line
                 move ws-score-month to ws-mol-month
                 if ws-prior-file-read
                     move spaces to ws-mol-compare
                     string "compared with " delimited by size
                            ws-prior-month delimited by size
                         into ws-mol-compare
                 else
                     move "no prior scorecard to compare"
                         to ws-mol-compare
                 end-if
                 move ws-month-line to score-report-line
                 write score-report-line
                 move ws-as-of-date to ws-aol-date
                 move ws-as-of-line to score-report-line
                 write score-report-line
                 move spaces to score-report-line
                 write score-report-line
                 move ws-summary-header-1 to score-report-line
                 write score-report-line
                 move ws-summary-header-2 to score-report-line
                 write score-report-line
                 initialize ws-total-measures
                 perform 7600-write-ranked-dept
                     varying ws-rank-subscript from 1 by 1
                     until ws-rank-subscript > ws-dept-count
                 move ws-summary-header-2 to score-report-line
                 write score-report-line
                 perform 7700-write-summary-total
                 if ws-note-count > 0
                     move spaces to score-report-line
                     write score-report-line
                     move ws-note-head-line to score-report-line
                     write score-report-line
                     perform varying ws-note-subscript
                             from 1 by 1
                             until ws-note-subscript > ws-note-count
                         move ws-note-text (ws-note-subscript)
                             to ws-ntl-text
                         move ws-note-line to score-report-line
                         write score-report-line
                         display ws-note-line
                     end-perform
                 end-if.

       7600-write-ranked-dept.
                 move "N" to ws-dept-found-sw
                 perform varying ws-dept-subscript
                         from 1 by 1
                         until ws-dept-subscript > ws-dept-count
                             or ws-dept-found
                     if ws-dq-rank (ws-dept-subscript)
                             = ws-rank-subscript
                         set ws-dept-found to true
                     end-if
                 end-perform
                 if ws-dept-found
                     subtract 1 from ws-dept-subscript
                     perform varying ws-measure-subscript
                             from 1 by 1
                             until ws-measure-subscript > 13
                         add ws-dq-measure
                                 (ws-dept-subscript,
                                  ws-measure-subscript)
                             to ws-tot-measure (ws-measure-subscript)
                     end-perform
                     move ws-dq-rank (ws-dept-subscript)
                         to ws-sml-rank
                     move ws-dq-postdept (ws-dept-subscript)
                         to ws-sml-postdept
                     move ws-dq-name (ws-dept-subscript)
                         to ws-sml-name
                     move ws-dq-measure (ws-dept-subscript, 1)
                         to ws-sml-customers
                     compute ws-sml-open
                         = ws-dq-measure (ws-dept-subscript, 2)
                             + ws-dq-measure (ws-dept-subscript, 3)
                             + ws-dq-measure (ws-dept-subscript, 4)
                     compute ws-sml-dupes
                         = ws-dq-measure (ws-dept-subscript, 10)
                             + ws-dq-measure (ws-dept-subscript, 11)
                     move ws-dq-measure (ws-dept-subscript, 12)
                         to ws-sml-rejects
                     move ws-dq-measure (ws-dept-subscript, 13)
                         to ws-sml-items
                     move ws-dq-rate (ws-dept-subscript)
                         to ws-sml-rate
                     if ws-dq-prior-sw (ws-dept-subscript) = "Y"
                         move ws-dq-prior-rate (ws-dept-subscript)
                             to ws-edit-rate
                         move ws-edit-rate to ws-sml-last-rate
                         compute ws-rate-change
                             = ws-dq-rate (ws-dept-subscript)
                             - ws-dq-prior-rate (ws-dept-subscript)
                         move ws-rate-change to ws-edit-rate-change
                         move ws-edit-rate-change to ws-sml-change
                         move ws-dq-prior-rank (ws-dept-subscript)
                             to ws-edit-rank
                         move ws-edit-rank to ws-sml-last-rank
                     else
                         move spaces to ws-sml-last-rate
                         move spaces to ws-sml-change
                         move spaces to ws-sml-last-rank
                     end-if
                     move ws-summary-line to score-report-line
                     write score-report-line
                 end-if.

       7700-write-summary-total.
                 compute ws-tot-measure (13)
                     = ws-tot-measure (2) + ws-tot-measure (3)
                         + ws-tot-measure (4) + ws-tot-measure (10)
                         + ws-tot-measure (11) + ws-tot-measure (12)
                 if ws-tot-measure (1) > 0
                     compute ws-total-rate rounded
                         = ws-tot-measure (13) * 100
                             / ws-tot-measure (1)
                         on size error
                             move 999.99 to ws-total-rate
                     end-compute
                 else
                     move 0 to ws-total-rate
                 end-if
                 move spaces to ws-summary-line
                 move "all departments" to ws-sml-name
                 move ws-tot-measure (1) to ws-sml-customers
                 compute ws-sml-open
                     = ws-tot-measure (2) + ws-tot-measure (3)
                         + ws-tot-measure (4)
                 compute ws-sml-dupes
                     = ws-tot-measure (10) + ws-tot-measure (11)
                 move ws-tot-measure (12) to ws-sml-rejects
                 move ws-tot-measure (13) to ws-sml-items
                 move ws-total-rate to ws-sml-rate
                 move ws-summary-line to score-report-line
                 write score-report-line.

       8000-write-scorecard-file.
                 open output score-out
                 perform varying ws-dept-subscript
                         from 1 by 1
                         until ws-dept-subscript > ws-dept-count
                     move spaces to scorecard-record
                     move ws-score-month to sc-month
                     move ws-dq-postdept (ws-dept-subscript)
                         to sc-postdept
                     perform varying ws-measure-subscript
                             from 1 by 1
                             until ws-measure-subscript > 13
                         move ws-dq-measure
                                 (ws-dept-subscript,
                                  ws-measure-subscript)
                             to sc-measure (ws-measure-subscript)
                     end-perform
                     move ws-dq-rate (ws-dept-subscript)
                         to sc-error-rate
                     move ws-dq-rank (ws-dept-subscript) to sc-rank
                     write scorecard-record
                 end-perform
                 close score-out.

      * the step record for the job-chain log; the call
      * leaves jlogwrt's return code behind, so the job's
      * own is moved back from the record
       8800-write-job-log.
                 move spaces to job-log-record
                 move "dqscore" to jl-program-id
                 move ws-run-date to jl-business-date
                 move ws-start-time to jl-start-time
                 accept jl-end-time from time
                 move return-code to jl-return-code
                 move ws-read-count to jl-count-in
                 move ws-dept-count to jl-count-out
                 move 0 to jl-slice-no
                 move 0 to jl-slice-count
                 call "jlogwrt" using job-log-record
                 move jl-return-code to return-code.
