       identification division.
       program-id. custcnsl.

      ******************************************************
      * custcnsl - consolidate confirmed duplicate customers
      *
      * acts on the data-quality team's decisions: every
      * pair dupedisp recorded as a confirmed duplicate
      * ('D' on the disposition file, disprec layout) is
      * folded into one customer.  one row of the pair is
      * kept as the survivor; the other is taken off REGION
      * through the same cumulative archive custpurg uses
      * (archrec layout, archive reason 'X') and a permanent
      * cross-reference record (xrefrec layout) is written
      * from the retired key to the survivor, so custmast and
      * custaudr can still follow the old key.
      *
      * the survivor is chosen by the rule on the control
      * card unless a survivor card names it for the pair:
      *    'F'  the first customer of the pair survives
      *    'S'  the customer stamped by the most recent
      *         maintenance run (later lastextdt) survives,
      *         the first customer on a tie
      *
      * both keys of a pair are first followed through the
      * cross-reference, so a pair whose customer was
      * already retired by an earlier pair (or an earlier
      * run) is consolidated into that customer's survivor,
      * and a pair that already resolves to one customer is
      * reported as already consolidated.  when the retired
      * row is no longer on REGION only the cross-reference
      * is written.  a pair whose survivor is not on REGION,
      * or whose survivor card names neither customer, is
      * rejected and the job ends with return code 4.
      *
      * report-only mode makes the same decisions and prints
      * the same list, but touches neither REGION nor the
      * archive nor the cross-reference.
      *
      * SYSIN control card (first card):
      *    col 1      run mode  'C' = consolidate
      *                         'R' = report only
      *    col 2      survivor rule 'F' or 'S' (blank = 'F')
      *
      * survivor cards (any number after the control card):
      *    col 1-16   pair key as on the disposition file
      *               (postdept / cust-no of the first and
      *               the second customer)
      *    col 17-20  postdept of the survivor
      *    col 21-24  cust-no of the survivor
      *
      * a bad control card, or in consolidate mode a CUSTXREF
      * that cannot be opened, ends the job with return
      * code 8.
      *
      * change history
      * ---------------
      * 2026-10-15  new program
      * 2026-10-15  run date taken from the business-date
      *             control file (bdateget) instead of the
      *             system clock
      * 2026-10-15  step record appended to the job-chain
      *             log (jlogwrt) at every end of job
      * 2026-10-15  CUSTXREF created on the first consolidation
      *             run; a cross-reference that cannot be
      *             opened ends the job with return code 8
      *             before any row is deleted
      ******************************************************

       environment division.
       input-output section.
       file-control.
           select disp-file assign to dispfile
               organization is line sequential.
           select parm-file assign to sysin
               organization is line sequential.
           select xref-file assign to custxref
               organization is line sequential
               file status is ws-xref-fs.
           select archive-out assign to archout
               organization is line sequential.
           select cnsl-report assign to cnslrpt
               organization is line sequential.

       data division.
       file section.
       fd  disp-file
           recording mode is f.
           copy disprec.

       fd  parm-file
           recording mode is f.
       01  cnsl-control-card.
           05 cp-run-mode                 pic x(1).
               88 cp-mode-consolidate     value "C".
               88 cp-mode-report          value "R".
           05 cp-survivor-rule            pic x(1).
           05 filler                      pic x(78).
       01  survivor-card.
           05 sv-pair-key                 pic x(16).
           05 sv-survivor-key.
               10 sv-survivor-postdept    pic x(4).
               10 sv-survivor-cust-no     pic x(4).
           05 filler                      pic x(56).

       fd  xref-file
           recording mode is f.
           copy xrefrec.

       fd  archive-out
           recording mode is f.
           copy archrec.

       fd  cnsl-report
           recording mode is f.
       01  cnsl-report-line               pic x(132).

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
               05 ws-eof-disp-sw          pic x value "N".
                   88 ws-eof-disp         value "Y".
               05 ws-eof-parm-sw          pic x value "N".
                   88 ws-eof-parm         value "Y".
               05 ws-eof-xref-sw          pic x value "N".
                   88 ws-eof-xref         value "Y".

           01 ws-xref-fs                  pic xx value spaces.
               88 ws-xref-found           value "00".
               88 ws-xref-not-there       value "35".

           01 ws-run-mode                 pic x value space.
               88 ws-mode-consolidate     value "C".
               88 ws-mode-report          value "R".

           01 ws-survivor-rule            pic x value "F".
               88 ws-rule-first           value "F".
               88 ws-rule-stamped         value "S".

           01 ws-run-date                 pic 9(8) value 0.
           01 ws-reject-reason            pic x(30) value spaces.

           01 ws-xref-table.
               05 ws-xref-entry           occurs 2000 times.
                   10 ws-xrf-old-key      pic x(8).
                   10 ws-xrf-new-key      pic x(8).
           01 ws-xref-count               pic 9(4) value 0.
           01 ws-xref-subscript           pic 9(4) value 0.
           01 ws-xref-found-sw            pic x value "N".
               88 ws-xref-key-found       value "Y".
           01 ws-xref-full-sw             pic x value "N".
               88 ws-xref-table-full      value "Y".

           01 ws-card-table.
               05 ws-card-entry           occurs 100 times.
                   10 ws-crd-pair-key     pic x(16).
                   10 ws-crd-survivor-key pic x(8).
           01 ws-card-count               pic 9(3) value 0.
           01 ws-card-subscript           pic 9(3) value 0.
           01 ws-card-found-sw            pic x value "N".
               88 ws-card-found           value "Y".

      * a key followed through the cross-reference - at most
      * ten hops, which no real chain of merges comes near
           01 ws-resolve-key.
               05 ws-rsv-postdept         pic x(4).
               05 ws-rsv-cust-no          pic 9(4).
           01 ws-resolve-hops             pic 9(2) value 0.

           01 ws-key-1                    pic x(8).
           01 ws-key-2                    pic x(8).
           01 ws-card-survivor            pic x(8).

           01 ws-row-1.
               05 ws-r1-found-sw          pic x.
                   88 ws-r1-on-region     value "Y".
               05 ws-r1-cust-name         pic x(40).
               05 ws-r1-addr-line-2       pic x(40).
               05 ws-r1-postal-code       pic x(10).
               05 ws-r1-house-no          pic 9(4).
               05 ws-r1-lastextdt         pic x(10).
           01 ws-row-2.
               05 ws-r2-found-sw          pic x.
                   88 ws-r2-on-region     value "Y".
               05 ws-r2-cust-name         pic x(40).
               05 ws-r2-addr-line-2       pic x(40).
               05 ws-r2-postal-code       pic x(10).
               05 ws-r2-house-no          pic 9(4).
               05 ws-r2-lastextdt         pic x(10).
           01 ws-row-found-sw             pic x value "N".
               88 ws-row-on-region        value "Y".

           01 ws-survivor-key.
               05 ws-srv-postdept         pic x(4).
               05 ws-srv-cust-no          pic 9(4).
           01 ws-retire-key.
               05 ws-ret-postdept         pic x(4).
               05 ws-ret-cust-no          pic 9(4).
           01 ws-retire-row.
               05 ws-rr-found-sw          pic x.
                   88 ws-rr-on-region     value "Y".
               05 ws-rr-cust-name         pic x(40).
               05 ws-rr-addr-line-2       pic x(40).
               05 ws-rr-postal-code       pic x(10).
               05 ws-rr-house-no          pic 9(4).
               05 ws-rr-lastextdt         pic x(10).
           01 ws-survivor-on-region-sw    pic x value "N".
               88 ws-survivor-on-region   value "Y".

           01 ws-counts.
               05 ws-pair-count           pic 9(5) value 0.
               05 ws-merged-count         pic 9(5) value 0.
               05 ws-xref-only-count      pic 9(5) value 0.
               05 ws-already-count        pic 9(5) value 0.
               05 ws-rejected-count       pic 9(5) value 0.

           01 ws-title-line.
               05 filler                  pic x(40) value spaces.
               05 filler                  pic x(40)
                   value "duplicate customer consolidation".

           01 ws-mode-line.
               05 filler                  pic x(20)
                   value "run mode  . . . . . ".
               05 ws-mode-text            pic x(16).
           01 ws-rule-line.
               05 filler                  pic x(20)
                   value "survivor rule . . . ".
               05 ws-rule-text            pic x(30).

           01 ws-bad-parm-line.
               05 filler                  pic x(40)
                   value "invalid control card - job ends".

           01 ws-header-line-1.
               05 filler                  pic x(22) value "pair".
               05 filler                  pic x(11) value "survivor".
               05 filler                  pic x(11) value "retired".
               05 filler                  pic x(42)
                   value "retired customer-nm".
               05 filler                  pic x(12) value "status".
               05 filler                  pic x(30) value "reason".
           01 ws-header-line-2.
               05 filler                  pic x(128) value all "-".

           01 ws-report-detail-line.
               05 ws-rpt-postdept-1       pic x(4).
               05 filler                  pic x(1) value "/".
               05 ws-rpt-cust-no-1        pic 9(4).
               05 filler                  pic x(2) value spaces.
               05 ws-rpt-postdept-2       pic x(4).
               05 filler                  pic x(1) value "/".
               05 ws-rpt-cust-no-2        pic 9(4).
               05 filler                  pic x(2) value spaces.
               05 ws-rpt-survivor         pic x(9).
               05 filler                  pic x(2) value spaces.
               05 ws-rpt-retired          pic x(9).
               05 filler                  pic x(2) value spaces.
               05 ws-rpt-cust-name        pic x(40).
               05 filler                  pic x(2) value spaces.
               05 ws-rpt-status           pic x(10).
               05 filler                  pic x(2) value spaces.
               05 ws-rpt-reason           pic x(30).

           01 ws-key-edit.
               05 ws-ked-postdept         pic x(4).
               05 filler                  pic x(1) value "/".
               05 ws-ked-cust-no          pic 9(4).

           01 ws-report-total-line-1.
               05 filler                  pic x(20)
                   value "confirmed pairs . . ".
               05 ws-rpt-pairs            pic zz,zz9.
           01 ws-report-total-line-2.
               05 filler                  pic x(20)
                   value "consolidated  . . . ".
               05 ws-rpt-merged           pic zz,zz9.
           01 ws-report-total-line-3.
               05 filler                  pic x(20)
                   value "xref only . . . . . ".
               05 ws-rpt-xref-only        pic zz,zz9.
           01 ws-report-total-line-4.
               05 filler                  pic x(20)
                   value "already merged  . . ".
               05 ws-rpt-already          pic zz,zz9.
           01 ws-report-total-line-5.
               05 filler                  pic x(20)
                   value "rejected  . . . . . ".
               05 ws-rpt-rejected         pic zz,zz9.

           01 ws-error-line.
               05 filler                  pic x(11) value "sql error:".
               05 ws-err-sqlcode          pic -9(9).
               05 filler                  pic x(2) value spaces.
               05 ws-err-text             pic x(70).

           01 ws-xref-error-line.
               05 filler                  pic x(40) value
                   "cross-reference not opened, fs ".
               05 ws-xer-fs               pic xx.

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
                 perform 1100-load-parm-cards
                 perform 1200-load-xref
                 if ws-mode-consolidate
                     perform 1300-open-consolidate-files
                 end-if
                 perform 2000-process-dispositions
                     until ws-eof-disp
                 if ws-mode-consolidate
                     exec sql commit end-exec
                     if sqlcode not = 0
                         perform 9500-sql-error
                     end-if
                 end-if
                 perform 8000-write-totals
                 perform 9000-close-files
                 if ws-rejected-count > 0
                     move 4 to return-code
                 end-if
                 perform 8800-write-job-log
                 stop run.

       1000-open-files.
                 open input disp-file
                 open input parm-file
                 open output cnsl-report
                 move ws-title-line to cnsl-report-line
                 write cnsl-report-line
                 move spaces to cnsl-report-line
                 write cnsl-report-line.

       1100-load-parm-cards.
                 read parm-file
                     at end
                         set ws-eof-parm to true
                     not at end
                         move cp-run-mode to ws-run-mode
                         if cp-survivor-rule not = space
                             move cp-survivor-rule
                                 to ws-survivor-rule
                         end-if
                 end-read
                 if ws-eof-parm
                         or not (ws-mode-consolidate or ws-mode-report)
                         or not (ws-rule-first or ws-rule-stamped)
                     move ws-bad-parm-line to cnsl-report-line
                     write cnsl-report-line
                     display ws-bad-parm-line
                     close disp-file
                     close parm-file
                     close cnsl-report
                     move 8 to return-code
                     perform 8800-write-job-log
                     stop run
                 end-if
                 perform until ws-eof-parm
                     read parm-file
                         at end
                             set ws-eof-parm to true
                         not at end
                             perform 1150-save-survivor-card
                     end-read
                 end-perform
                 close parm-file
                 if ws-mode-consolidate
                     move "consolidate" to ws-mode-text
                 else
                     move "report only" to ws-mode-text
                 end-if
                 if ws-rule-first
                     move "first customer of the pair"
                         to ws-rule-text
                 else
                     move "latest maintenance stamp"
                         to ws-rule-text
                 end-if
                 move ws-mode-line to cnsl-report-line
                 write cnsl-report-line
                 move ws-rule-line to cnsl-report-line
                 write cnsl-report-line
                 move spaces to cnsl-report-line
                 write cnsl-report-line
                 move ws-header-line-1 to cnsl-report-line
                 write cnsl-report-line
                 move ws-header-line-2 to cnsl-report-line
                 write cnsl-report-line.

       1150-save-survivor-card.
                 if sv-survivor-postdept = spaces
                         or sv-survivor-cust-no not numeric
                     move spaces to cnsl-report-line
                     string "unreadable survivor card ignored: "
                            survivor-card (1:24)
                         delimited by size
                         into cnsl-report-line
                     write cnsl-report-line
                     display cnsl-report-line
                 else
                     if ws-card-count < 100
                         add 1 to ws-card-count
                         move sv-pair-key
                             to ws-crd-pair-key (ws-card-count)
                         move sv-survivor-key
                             to ws-crd-survivor-key (ws-card-count)
                     else
                         move "survivor card table full"
                             to cnsl-report-line
                         write cnsl-report-line
                         display cnsl-report-line
                     end-if
                 end-if.

      * the cross-reference is read whole before this run
      * extends it, like the run-history rerun guard
       1200-load-xref.
                 move 0 to ws-xref-count
                 open input xref-file
                 if ws-xref-found
                     perform until ws-eof-xref
                         read xref-file
                             at end
                                 set ws-eof-xref to true
                             not at end
                                 perform 1250-save-xref-entry
                         end-read
                     end-perform
                     close xref-file
                 end-if.

       1250-save-xref-entry.
                 if ws-xref-count < 2000
                     add 1 to ws-xref-count
                     move xr-old-key to ws-xrf-old-key (ws-xref-count)
                     move xr-survivor-key
                         to ws-xrf-new-key (ws-xref-count)
                 else
                     if not ws-xref-table-full
                         set ws-xref-table-full to true
                         move "xref table full - chains not followed"
                             to cnsl-report-line
                         write cnsl-report-line
                         display cnsl-report-line
                     end-if
                 end-if.

      * CUSTXREF is created on the first consolidation, as
      * jlogwrt creates JOBLOG; no REGION row is deleted
      * unless its cross-reference record can be written
       1300-open-consolidate-files.
                 open extend xref-file
                 if ws-xref-not-there
                     open output xref-file
                 end-if
                 if not ws-xref-found
                     move ws-xref-fs to ws-xer-fs
                     move ws-xref-error-line to cnsl-report-line
                     write cnsl-report-line
                     display ws-xref-error-line
                     close disp-file
                     close cnsl-report
                     move 8 to return-code
                     perform 8800-write-job-log
                     stop run
                 end-if
                 open extend archive-out.

       2000-process-dispositions.
                 read disp-file
                     at end
                         set ws-eof-disp to true
                     not at end
                         if ds-confirmed-dupe
                             perform 2100-consolidate-one-pair
                         end-if
                 end-read.

       2100-consolidate-one-pair.
                 add 1 to ws-pair-count
                 move spaces to ws-reject-reason
                 move spaces to ws-rpt-survivor
                 move spaces to ws-rpt-retired
                 move spaces to ws-rpt-cust-name
                 move ds-postdept-1 to ws-rsv-postdept
                 move ds-cust-no-1 to ws-rsv-cust-no
                 perform 2500-resolve-key
                 move ws-resolve-key to ws-key-1
                 move ds-postdept-2 to ws-rsv-postdept
                 move ds-cust-no-2 to ws-rsv-cust-no
                 perform 2500-resolve-key
                 move ws-resolve-key to ws-key-2
                 if ws-key-1 = ws-key-2
                     add 1 to ws-already-count
                     move ws-key-1 to ws-survivor-key
                     perform 7200-edit-survivor
                     move "already" to ws-rpt-status
                     move "pair already one customer"
                         to ws-rpt-reason
                     perform 7500-write-report-line
                 else
                     perform 2200-select-pair-rows
                     perform 2300-pick-survivor
                     if ws-reject-reason = spaces
                         perform 2400-retire-customer
                     else
                         perform 7100-report-rejected
                     end-if
                 end-if.

       2200-select-pair-rows.
                 move ws-key-1 to ws-resolve-key
                 perform 2700-select-region-row
                 move ws-row-found-sw to ws-r1-found-sw
                 move cust to ws-r1-cust-name
                 move ws-addr-line-2 to ws-r1-addr-line-2
                 move ws-postal-code to ws-r1-postal-code
                 move house-no to ws-r1-house-no
                 move ws-lastextdt to ws-r1-lastextdt
                 move ws-key-2 to ws-resolve-key
                 perform 2700-select-region-row
                 move ws-row-found-sw to ws-r2-found-sw
                 move cust to ws-r2-cust-name
                 move ws-addr-line-2 to ws-r2-addr-line-2
                 move ws-postal-code to ws-r2-postal-code
                 move house-no to ws-r2-house-no
                 move ws-lastextdt to ws-r2-lastextdt.

       2300-pick-survivor.
                 move "N" to ws-card-found-sw
                 perform varying ws-card-subscript
                         from 1 by 1
                         until ws-card-subscript > ws-card-count
                             or ws-card-found
                     if ws-crd-pair-key (ws-card-subscript)
                             = ds-pair-key
                         set ws-card-found to true
                     end-if
                 end-perform
                 evaluate true
                     when ws-card-found
                         subtract 1 from ws-card-subscript
                         move ws-crd-survivor-key (ws-card-subscript)
                             to ws-resolve-key
                         perform 2500-resolve-key
                         move ws-resolve-key to ws-card-survivor
                         evaluate ws-card-survivor
                             when ws-key-1
                                 perform 2310-first-survives
                             when ws-key-2
                                 perform 2320-second-survives
                             when other
                                 move "card survivor not in pair"
                                     to ws-reject-reason
                         end-evaluate
                     when ws-rule-stamped
                             and ws-r2-lastextdt > ws-r1-lastextdt
                         perform 2320-second-survives
                     when other
                         perform 2310-first-survives
                 end-evaluate
                 if ws-reject-reason = spaces
                         and not ws-survivor-on-region
                     move "survivor not on region"
                         to ws-reject-reason
                 end-if.

       2310-first-survives.
                 move ws-key-1 to ws-survivor-key
                 move ws-key-2 to ws-retire-key
                 move ws-r1-found-sw to ws-survivor-on-region-sw
                 move ws-row-2 to ws-retire-row.

       2320-second-survives.
                 move ws-key-2 to ws-survivor-key
                 move ws-key-1 to ws-retire-key
                 move ws-r2-found-sw to ws-survivor-on-region-sw
                 move ws-row-1 to ws-retire-row.

       2400-retire-customer.
                 if ws-rr-on-region
                     if ws-mode-consolidate
                         move ws-ret-postdept to ws-postdept-code
                         move ws-ret-cust-no to cust-no
                         exec sql
                             delete from region
                              where postdept = :ws-postdept-code
                                and custno = :cust-no
                         end-exec
                         if sqlcode not = 0
                             perform 9500-sql-error
                         end-if
                         perform 2450-write-archive-record
                     end-if
                     add 1 to ws-merged-count
                     move "merged" to ws-rpt-status
                     move spaces to ws-rpt-reason
                 else
                     add 1 to ws-xref-only-count
                     move "xref only" to ws-rpt-status
                     move "retired row already off region"
                         to ws-rpt-reason
                 end-if
                 if ws-mode-consolidate
                     perform 2460-write-xref-record
                 end-if
                 perform 2550-add-xref-entry
                 move ws-rr-cust-name to ws-rpt-cust-name
                 perform 7200-edit-survivor
                 perform 7300-edit-retired
                 perform 7500-write-report-line.

       2450-write-archive-record.
                 move spaces to archive-record
                 move ws-ret-postdept to ar-postdept
                 move ws-ret-cust-no to ar-cust-no
                 move ws-rr-cust-name to ar-cust-name
                 move ws-rr-addr-line-2 to ar-addr-line-2
                 move ws-rr-postal-code to ar-postal-code
                 move ws-rr-house-no to ar-house-no
                 move ws-rr-lastextdt to ar-lastextdt
                 move ws-run-date to ar-purge-date
                 set ar-reason-merged to true
                 write archive-record.

       2460-write-xref-record.
                 move spaces to cust-xref-record
                 move ws-retire-key to xr-old-key
                 move ws-survivor-key to xr-survivor-key
                 move ws-run-date to xr-merge-date
                 move ds-reviewer to xr-reviewer
                 write cust-xref-record.

       2500-resolve-key.
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

      * later pairs of this run follow the customer just
      * retired, in report-only mode as well
       2550-add-xref-entry.
                 if ws-xref-count < 2000
                     add 1 to ws-xref-count
                     move ws-retire-key
                         to ws-xrf-old-key (ws-xref-count)
                     move ws-survivor-key
                         to ws-xrf-new-key (ws-xref-count)
                 end-if.

       2700-select-region-row.
                 move ws-rsv-postdept to ws-postdept-code
                 move ws-rsv-cust-no to cust-no
                 move "N" to ws-row-found-sw
                 move spaces to cust
                 move spaces to ws-addr-line-2
                 move spaces to ws-postal-code
                 move 0 to house-no
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
                         set ws-row-on-region to true
                         if ws-lastextdt-ind < 0
                             move spaces to ws-lastextdt
                         end-if
                     when 100
                         continue
                     when other
                         perform 9500-sql-error
                 end-evaluate.

       7100-report-rejected.
                 add 1 to ws-rejected-count
                 move "rejected" to ws-rpt-status
                 move ws-reject-reason to ws-rpt-reason
                 perform 7500-write-report-line.

       7200-edit-survivor.
                 move ws-srv-postdept to ws-ked-postdept
                 move ws-srv-cust-no to ws-ked-cust-no
                 move ws-key-edit to ws-rpt-survivor.

       7300-edit-retired.
                 move ws-ret-postdept to ws-ked-postdept
                 move ws-ret-cust-no to ws-ked-cust-no
                 move ws-key-edit to ws-rpt-retired.

       7500-write-report-line.
                 move ds-postdept-1 to ws-rpt-postdept-1
                 move ds-cust-no-1 to ws-rpt-cust-no-1
                 move ds-postdept-2 to ws-rpt-postdept-2
                 move ds-cust-no-2 to ws-rpt-cust-no-2
                 move ws-report-detail-line to cnsl-report-line
                 write cnsl-report-line.

       8000-write-totals.
                 move spaces to cnsl-report-line
                 write cnsl-report-line
                 move ws-pair-count to ws-rpt-pairs
                 move ws-report-total-line-1 to cnsl-report-line
                 write cnsl-report-line
                 move ws-merged-count to ws-rpt-merged
                 move ws-report-total-line-2 to cnsl-report-line
                 write cnsl-report-line
                 move ws-xref-only-count to ws-rpt-xref-only
                 move ws-report-total-line-3 to cnsl-report-line
                 write cnsl-report-line
                 move ws-already-count to ws-rpt-already
                 move ws-report-total-line-4 to cnsl-report-line
                 write cnsl-report-line
                 move ws-rejected-count to ws-rpt-rejected
                 move ws-report-total-line-5 to cnsl-report-line
                 write cnsl-report-line
                 display ws-report-total-line-2
                 display ws-report-total-line-5.

      * the step record for the job-chain log; the call
      * leaves jlogwrt's return code behind, so the job's
      * own is moved back from the record
       8800-write-job-log.
                 move spaces to job-log-record
                 move "custcnsl" to jl-program-id
                 move ws-run-date to jl-business-date
                 move ws-start-time to jl-start-time
                 accept jl-end-time from time
                 move return-code to jl-return-code
                 move ws-pair-count to jl-count-in
                 move ws-merged-count to jl-count-out
                 move 0 to jl-slice-no
                 move 0 to jl-slice-count
                 call "jlogwrt" using job-log-record
                 move jl-return-code to return-code.

       9000-close-files.
                 close disp-file
                 close cnsl-report
                 if ws-mode-consolidate
                     close xref-file
                     close archive-out
                 end-if.

       9500-sql-error.
                 move sqlcode to ws-err-sqlcode
                 move sqlerrmc to ws-err-text
                 move ws-error-line to cnsl-report-line
                 write cnsl-report-line
                 display ws-error-line
                 perform 9000-close-files
                 move 16 to return-code
                 perform 8800-write-job-log
                 stop run.
