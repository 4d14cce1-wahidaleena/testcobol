       identification division.
       program-id. mailrtn.

      ******************************************************
      * mailrtn - returned-mail (undeliverable) tracking
      *
      * applies the mailroom's returned-mail cards to the
      * cumulative undeliverable file (undlrec layout): the
      * prior generation is read from UNDLIN and the new one
      * written to UNDLOUT, the same old/new pattern as the
      * excptrk carry-forward file.
      *
      *   - a card for a customer with no open flag opens
      *     one, with the card date as first and last
      *     return date
      *   - a card for a customer already flagged adds to
      *     the return count and moves the last return date
      *     (and reason) forward; the first date is kept
      *   - a card carrying the same date as the last
      *     return already recorded is rejected as keyed
      *     twice
      *
      * cleared records are copied straight through as
      * history; custdelt clears a flag when the customer's
      * address changes on the extract.  maillbl and
      * postchbk read the open flags to suppress the label
      * and the postage charge.
      *
      * every card is reported as applied or rejected; the
      * job ends with return code 4 when anything was
      * rejected.  the report closes with the customers
      * still undeliverable, by department, oldest first
      * return first, with their age in days and a 1-30 /
      * 31-90 / over 90 day count per department.  the match
      * table holds 1000 open flags; overflow is logged and
      * the flag copied through unmatched.  a run with no
      * cards just reprints the outstanding list.
      *
      * SYSIN returned-mail card:
      *    col 1-4     postdept
      *    col 5-8     cust-no
      *    col 9-10    return reason (see undlrec)
      *    col 11-18   date returned, yyyymmdd (blank =
      *                today)
      *
      * change history
      * ---------------
      * 2026-10-15  new program
      * 2026-10-15  run date taken from the business-date
      *             control file (bdateget) instead of the
      *             system clock
      * 2026-10-15  step record appended to the job-chain
      *             log (jlogwrt) at every end of job
      ******************************************************

       environment division.
       input-output section.
       file-control.
           select card-file assign to sysin
               organization is line sequential.
           select undl-file-in assign to undlin
               organization is line sequential
               file status is ws-undl-fs.
           select undl-file-out assign to undlout
               organization is line sequential.
           select undl-sorted-file assign to undlsort
               organization is line sequential.
           select dept-master assign to deptmst
               organization is line sequential.
           select return-report assign to mrtnrpt
               organization is line sequential.
           select sort-file assign to sortwk.

       data division.
       file section.
       fd  card-file
           recording mode is f.
       01  return-card.
           05 rm-postdept                 pic x(4).
           05 rm-cust-no                  pic x(4).
           05 rm-reason-cd                pic x(2).
               88 rm-reason-valid         value "NA" "MV" "UN"
                                                "RF" "IA" "OT".
           05 rm-return-date              pic x(8).
           05 rm-return-date-n            redefines rm-return-date
                                           pic 9(8).
           05 filler                      pic x(62).

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

       fd  undl-sorted-file
           recording mode is f.
           copy undlrec
               replacing ==undeliverable-record==
                      by ==undl-sorted-record==
                         ==ud-postdept==
                      by ==uds-postdept==
                         ==ud-cust-no==
                      by ==uds-cust-no==
                         ==ud-reason-cd==
                      by ==uds-reason-cd==
                         ==ud-first-date==
                      by ==uds-first-date==
                         ==ud-last-date==
                      by ==uds-last-date==
                         ==ud-return-count==
                      by ==uds-return-count==
                         ==ud-status==
                      by ==uds-status==
                         ==ud-open==
                      by ==uds-open==
                         ==ud-cleared==
                      by ==uds-cleared==
                         ==ud-cleared-date==
                      by ==uds-cleared-date==
                         ==ud-resolution==
                      by ==uds-resolution==
                         ==ud-res-addr-changed==
                      by ==uds-res-addr-changed==.

       fd  dept-master
           recording mode is f.
           copy deptrec.

       fd  return-report
           recording mode is f.
       01  return-report-line             pic x(132).

       sd  sort-file.
       01  sort-record.
           05 sort-postdept               pic x(4).
           05 sort-cust-no                pic 9(4).
           05 filler                      pic x(2).
           05 sort-first-date             pic 9(8).
           05 filler                      pic x(62).

       working-storage section.
           01 ws-switches.
               05 ws-eof-card-sw          pic x value "N".
                   88 ws-eof-card         value "Y".
               05 ws-eof-undl-sw          pic x value "N".
                   88 ws-eof-undl         value "Y".
               05 ws-eof-master-sw        pic x value "N".
                   88 ws-eof-master       value "Y".
               05 ws-eof-sorted-sw        pic x value "N".
                   88 ws-eof-sorted       value "Y".

           01 ws-undl-fs                  pic xx value spaces.
               88 ws-undl-file-found      value "00".

           01 ws-run-date                 pic 9(8) value 0.
           01 ws-card-date                pic 9(8) value 0.
           01 ws-reject-reason            pic x(30) value spaces.
           01 ws-card-status              pic x(9) value spaces.

           01 ws-master-table.
               05 ws-master-entry         occurs 100 times.
                   10 ws-mst-code         pic x(4).
                   10 ws-mst-name         pic x(30).
           01 ws-master-count             pic 9(3) value 0.
           01 ws-master-subscript         pic 9(3) value 0.
           01 ws-master-found-sw          pic x value "N".
               88 ws-master-found         value "Y".

           01 ws-undl-table.
               05 ws-undl-entry           occurs 1000 times.
                   10 ws-und-postdept     pic x(4).
                   10 ws-und-cust-no      pic 9(4).
                   10 ws-und-reason       pic x(2).
                   10 ws-und-first-date   pic 9(8).
                   10 ws-und-last-date    pic 9(8).
                   10 ws-und-count        pic 9(3).
           01 ws-undl-count               pic 9(4) value 0.
           01 ws-undl-subscript           pic 9(4) value 0.
           01 ws-undl-found-sw            pic x value "N".
               88 ws-undl-found           value "Y".

           01 ws-cnv-date.
               05 ws-cnv-yy               pic 9(4).
               05 ws-cnv-mm               pic 9(2).
               05 ws-cnv-dd               pic 9(2).
           01 ws-cnv-q4                   pic 9(7) value 0.
           01 ws-cnv-q100                 pic 9(7) value 0.
           01 ws-cnv-q400                 pic 9(7) value 0.
           01 ws-cnv-mdays                pic 9(5) value 0.
           01 ws-cnv-days                 pic 9(7) value 0.
           01 ws-today-days               pic 9(7) value 0.
           01 ws-first-days               pic 9(7) value 0.
           01 ws-age-days                 pic 9(5) value 0.

           01 ws-prev-postdept            pic x(4) value low-values.
           01 ws-dept-totals.
               05 ws-dept-bucket-1        pic 9(5) value 0.
               05 ws-dept-bucket-2        pic 9(5) value 0.
               05 ws-dept-bucket-3        pic 9(5) value 0.
               05 ws-dept-open            pic 9(5) value 0.

           01 ws-card-counts.
               05 ws-cards-read           pic 9(5) value 0.
               05 ws-new-count            pic 9(5) value 0.
               05 ws-repeat-count         pic 9(5) value 0.
               05 ws-rejected-count       pic 9(5) value 0.
               05 ws-open-count           pic 9(5) value 0.

           01 ws-title-line.
               05 filler                  pic x(40) value spaces.
               05 filler                  pic x(40)
                   value "returned-mail tracking".

           01 ws-card-header-1.
               05 filler                  pic x(6)  value "dept".
               05 filler                  pic x(9)  value "cust-no".
               05 filler                  pic x(8)  value "reason".
               05 filler                  pic x(10) value "returned".
               05 filler                  pic x(11) value "status".
               05 filler                  pic x(30) value "reason".
           01 ws-card-header-2.
               05 filler                  pic x(74) value all "-".

           01 ws-card-detail-line.
               05 ws-crd-postdept         pic x(4).
               05 filler                  pic x(2) value spaces.
               05 ws-crd-cust-no          pic x(4).
               05 filler                  pic x(5) value spaces.
               05 ws-crd-reason           pic x(2).
               05 filler                  pic x(6) value spaces.
               05 ws-crd-date             pic x(8).
               05 filler                  pic x(2) value spaces.
               05 ws-crd-status           pic x(9).
               05 filler                  pic x(2) value spaces.
               05 ws-crd-reject           pic x(30).

           01 ws-overflow-line.
               05 filler                  pic x(40) value
                   "undeliverable table full - not matched".

           01 ws-open-title-line.
               05 filler                  pic x(40) value spaces.
               05 filler                  pic x(40)
                   value "customers still undeliverable".

           01 ws-open-dept-line.
               05 filler                  pic x(9)
                   value "postdept ".
               05 ws-opn-dept             pic x(4).
               05 filler                  pic x(3) value " - ".
               05 ws-opn-dept-name        pic x(30).

           01 ws-open-header-1.
               05 filler                  pic x(9)  value "cust-no".
               05 filler                  pic x(8)  value "reason".
               05 filler                  pic x(10) value "first".
               05 filler                  pic x(10) value "last".
               05 filler                  pic x(9)  value "returns".
               05 filler                  pic x(8)  value "age".
           01 ws-open-header-2.
               05 filler                  pic x(54) value all "-".

           01 ws-open-detail-line.
               05 ws-opn-cust-no          pic 9(4).
               05 filler                  pic x(5) value spaces.
               05 ws-opn-reason           pic x(2).
               05 filler                  pic x(6) value spaces.
               05 ws-opn-first-date       pic 9(8).
               05 filler                  pic x(2) value spaces.
               05 ws-opn-last-date        pic 9(8).
               05 filler                  pic x(2) value spaces.
               05 ws-opn-returns          pic zz9.
               05 filler                  pic x(5) value spaces.
               05 ws-opn-age              pic zz,zz9.

           01 ws-open-dept-total-line.
               05 filler                  pic x(10)
                   value "1-30 days ".
               05 ws-odt-bucket-1         pic zz,zz9.
               05 filler                  pic x(14)
                   value "   31-90 days ".
               05 ws-odt-bucket-2         pic zz,zz9.
               05 filler                  pic x(12)
                   value "   over 90  ".
               05 ws-odt-bucket-3         pic zz,zz9.
               05 filler                  pic x(10)
                   value "   total ".
               05 ws-odt-total            pic zz,zz9.

           01 ws-total-line-1.
               05 filler                  pic x(20)
                   value "cards read  . . . . ".
               05 ws-tot-read             pic zz,zz9.
           01 ws-total-line-2.
               05 filler                  pic x(20)
                   value "new flags . . . . . ".
               05 ws-tot-new              pic zz,zz9.
           01 ws-total-line-3.
               05 filler                  pic x(20)
                   value "repeat returns  . . ".
               05 ws-tot-repeat           pic zz,zz9.
           01 ws-total-line-4.
               05 filler                  pic x(20)
                   value "rejected  . . . . . ".
               05 ws-tot-rejected         pic zz,zz9.
           01 ws-total-line-5.
               05 filler                  pic x(20)
                   value "still undeliverable ".
               05 ws-tot-open             pic zz,zz9.

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
                 move ws-run-date to ws-cnv-date
                 perform 4000-compute-date-days
                 move ws-cnv-days to ws-today-days

                 perform 1000-open-files
                 perform 1040-load-dept-master
                 perform 1100-load-undl-file
                 perform 2000-process-cards
                     until ws-eof-card
                 perform 3000-write-open-flags
                 close card-file
                 close undl-file-out

                 sort sort-file
                     on ascending key sort-postdept
                                      sort-first-date
                                      sort-cust-no
                     using undl-file-out
                     giving undl-sorted-file
                 perform 7000-write-open-listing
                 perform 8000-write-totals
                 close return-report
                 if ws-rejected-count > 0
                     move 4 to return-code
                 end-if
                 perform 8800-write-job-log
                 stop run.

       1000-open-files.
                 open input card-file
                 open output undl-file-out
                 open output return-report
                 move ws-title-line to return-report-line
                 write return-report-line
                 move spaces to return-report-line
                 write return-report-line
                 move ws-card-header-1 to return-report-line
                 write return-report-line
                 move ws-card-header-2 to return-report-line
                 write return-report-line.

       1040-load-dept-master.
                 move 0 to ws-master-count
                 open input dept-master
                 perform until ws-eof-master
                     read dept-master
                         at end
                             set ws-eof-master to true
                         not at end
                             if ws-master-count < 100
                                 add 1 to ws-master-count
                                 move dm-postdept to
                                     ws-mst-code (ws-master-count)
                                 move dm-dept-name to
                                     ws-mst-name (ws-master-count)
                             else
                                 move "dept master table full"
                                    to return-report-line
                                 write return-report-line
                                 display return-report-line
                             end-if
                     end-read
                 end-perform
                 close dept-master.

       1100-load-undl-file.
                 move 0 to ws-undl-count
                 open input undl-file-in
                 if ws-undl-file-found
                     perform until ws-eof-undl
                         read undl-file-in
                             at end
                                 set ws-eof-undl to true
                             not at end
                                 perform 1150-load-one-flag
                         end-read
                     end-perform
                     close undl-file-in
                 end-if.

       1150-load-one-flag.
                 if udi-cleared
                     move undl-record-in to undeliverable-record
                     write undeliverable-record
                 else
                     if ws-undl-count < 1000
                         add 1 to ws-undl-count
                         move udi-postdept
                             to ws-und-postdept (ws-undl-count)
                         move udi-cust-no
                             to ws-und-cust-no (ws-undl-count)
                         move udi-reason-cd
                             to ws-und-reason (ws-undl-count)
                         move udi-first-date
                             to ws-und-first-date (ws-undl-count)
                         move udi-last-date
                             to ws-und-last-date (ws-undl-count)
                         move udi-return-count
                             to ws-und-count (ws-undl-count)
                     else
                         move ws-overflow-line to return-report-line
                         write return-report-line
                         display ws-overflow-line
                         move undl-record-in to undeliverable-record
                         write undeliverable-record
                     end-if
                 end-if.

       2000-process-cards.
                 read card-file
                     at end
                         set ws-eof-card to true
                     not at end
                         add 1 to ws-cards-read
                         perform 2100-apply-one-card
                 end-read.

       2100-apply-one-card.
                 move spaces to ws-reject-reason
                 move spaces to ws-card-status
                 perform 2200-edit-card
                 if ws-reject-reason = spaces
                     perform 2300-find-undl-entry
                     if ws-undl-found
                         perform 2400-apply-repeat-return
                     else
                         perform 2500-open-new-flag
                     end-if
                 end-if
                 if ws-reject-reason = spaces
                     perform 7100-report-applied
                 else
                     perform 7200-report-rejected
                 end-if.

       2200-edit-card.
                 if rm-postdept = spaces
                         or rm-cust-no not numeric
                     move "unreadable card" to ws-reject-reason
                 else
                     perform 2250-find-dept-master
                     if not ws-master-found
                         move "postdept not on dept master"
                             to ws-reject-reason
                     end-if
                 end-if
                 if ws-reject-reason = spaces
                         and not rm-reason-valid
                     move "invalid return reason"
                         to ws-reject-reason
                 end-if
                 if ws-reject-reason = spaces
                     if rm-return-date = spaces
                         move ws-run-date to ws-card-date
                     else
                         if rm-return-date not numeric
                             move "return date not numeric"
                                 to ws-reject-reason
                         else
                             move rm-return-date-n to ws-card-date
                             move ws-card-date to ws-cnv-date
                             if ws-cnv-mm < 1 or ws-cnv-mm > 12
                                     or ws-cnv-dd < 1
                                     or ws-cnv-dd > 31
                                 move "return date invalid"
                                     to ws-reject-reason
                             end-if
                             if ws-card-date > ws-run-date
                                 move "return date in the future"
                                     to ws-reject-reason
                             end-if
                         end-if
                     end-if
                 end-if.

       2250-find-dept-master.
                 move "N" to ws-master-found-sw
                 perform varying ws-master-subscript
                         from 1 by 1
                         until ws-master-subscript > ws-master-count
                             or ws-master-found
                     if ws-mst-code (ws-master-subscript)
                             = rm-postdept
                         set ws-master-found to true
                     end-if
                 end-perform
                 if ws-master-found
                     subtract 1 from ws-master-subscript
                 end-if.

       2300-find-undl-entry.
                 move "N" to ws-undl-found-sw
                 perform varying ws-undl-subscript
                         from 1 by 1
                         until ws-undl-subscript > ws-undl-count
                             or ws-undl-found
                     if ws-und-postdept (ws-undl-subscript)
                             = rm-postdept
                         and ws-und-cust-no (ws-undl-subscript)
                             = rm-cust-no
                         set ws-undl-found to true
                     end-if
                 end-perform
                 if ws-undl-found
                     subtract 1 from ws-undl-subscript
                 end-if.

       2400-apply-repeat-return.
                 if ws-card-date = ws-und-last-date (ws-undl-subscript)
                     move "return already recorded"
                         to ws-reject-reason
                 else
                     if ws-und-count (ws-undl-subscript) < 999
                         add 1 to ws-und-count (ws-undl-subscript)
                     end-if
                     if ws-card-date
                             > ws-und-last-date (ws-undl-subscript)
                         move ws-card-date
                             to ws-und-last-date (ws-undl-subscript)
                         move rm-reason-cd
                             to ws-und-reason (ws-undl-subscript)
                     end-if
                     if ws-card-date
                             < ws-und-first-date (ws-undl-subscript)
                         move ws-card-date
                             to ws-und-first-date (ws-undl-subscript)
                     end-if
                     move "repeat" to ws-card-status
                     add 1 to ws-repeat-count
                 end-if.

       2500-open-new-flag.
                 if ws-undl-count < 1000
                     add 1 to ws-undl-count
                     move rm-postdept
                         to ws-und-postdept (ws-undl-count)
                     move rm-cust-no
                         to ws-und-cust-no (ws-undl-count)
                     move rm-reason-cd
                         to ws-und-reason (ws-undl-count)
                     move ws-card-date
                         to ws-und-first-date (ws-undl-count)
                     move ws-card-date
                         to ws-und-last-date (ws-undl-count)
                     move 1 to ws-und-count (ws-undl-count)
                     move "new flag" to ws-card-status
                     add 1 to ws-new-count
                 else
                     move "undeliverable table full"
                         to ws-reject-reason
                 end-if.

       3000-write-open-flags.
                 perform 3100-write-one-flag
                     varying ws-undl-subscript from 1 by 1
                     until ws-undl-subscript > ws-undl-count.

       3100-write-one-flag.
                 move spaces to undeliverable-record
                 move ws-und-postdept (ws-undl-subscript)
                     to ud-postdept
                 move ws-und-cust-no (ws-undl-subscript)
                     to ud-cust-no
                 move ws-und-reason (ws-undl-subscript)
                     to ud-reason-cd
                 move ws-und-first-date (ws-undl-subscript)
                     to ud-first-date
                 move ws-und-last-date (ws-undl-subscript)
                     to ud-last-date
                 move ws-und-count (ws-undl-subscript)
                     to ud-return-count
                 set ud-open to true
                 move 0 to ud-cleared-date
                 write undeliverable-record.

      * days since a fixed epoch, good for date differences:
      * shift jan/feb to months 13/14 of the prior year so
      * the leap day falls at the end of the counting year
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

       7000-write-open-listing.
                 move spaces to return-report-line
                 write return-report-line
                 move ws-open-title-line to return-report-line
                 write return-report-line
                 open input undl-sorted-file
                 perform until ws-eof-sorted
                     read undl-sorted-file
                         at end
                             set ws-eof-sorted to true
                         not at end
                             if uds-open
                                 perform 7300-list-one-open-flag
                             end-if
                     end-read
                 end-perform
                 close undl-sorted-file
                 if ws-prev-postdept not = low-values
                     perform 7500-write-dept-totals
                 end-if.

       7100-report-applied.
                 move rm-postdept to ws-crd-postdept
                 move rm-cust-no to ws-crd-cust-no
                 move rm-reason-cd to ws-crd-reason
                 move ws-card-date to ws-crd-date
                 move ws-card-status to ws-crd-status
                 move spaces to ws-crd-reject
                 move ws-card-detail-line to return-report-line
                 write return-report-line.

       7200-report-rejected.
                 move rm-postdept to ws-crd-postdept
                 move rm-cust-no to ws-crd-cust-no
                 move rm-reason-cd to ws-crd-reason
                 move rm-return-date to ws-crd-date
                 move "rejected" to ws-crd-status
                 move ws-reject-reason to ws-crd-reject
                 move ws-card-detail-line to return-report-line
                 write return-report-line
                 add 1 to ws-rejected-count.

       7300-list-one-open-flag.
                 if uds-postdept not = ws-prev-postdept
                     if ws-prev-postdept not = low-values
                         perform 7500-write-dept-totals
                     end-if
                     perform 7400-write-dept-heading
                 end-if
                 move uds-first-date to ws-cnv-date
                 perform 4000-compute-date-days
                 move ws-cnv-days to ws-first-days
                 compute ws-age-days
                     = ws-today-days - ws-first-days + 1
                 evaluate true
                     when ws-age-days <= 30
                         add 1 to ws-dept-bucket-1
                     when ws-age-days <= 90
                         add 1 to ws-dept-bucket-2
                     when other
                         add 1 to ws-dept-bucket-3
                 end-evaluate
                 add 1 to ws-dept-open
                 add 1 to ws-open-count
                 move uds-cust-no to ws-opn-cust-no
                 move uds-reason-cd to ws-opn-reason
                 move uds-first-date to ws-opn-first-date
                 move uds-last-date to ws-opn-last-date
                 move uds-return-count to ws-opn-returns
                 move ws-age-days to ws-opn-age
                 move ws-open-detail-line to return-report-line
                 write return-report-line.

       7400-write-dept-heading.
                 move uds-postdept to ws-prev-postdept
                 move 0 to ws-dept-bucket-1
                 move 0 to ws-dept-bucket-2
                 move 0 to ws-dept-bucket-3
                 move 0 to ws-dept-open
                 move uds-postdept to ws-opn-dept
                 move "(not on master)" to ws-opn-dept-name
                 perform varying ws-master-subscript
                         from 1 by 1
                         until ws-master-subscript > ws-master-count
                     if ws-mst-code (ws-master-subscript)
                             = uds-postdept
                         move ws-mst-name (ws-master-subscript)
                             to ws-opn-dept-name
                     end-if
                 end-perform
                 move spaces to return-report-line
                 write return-report-line
                 move ws-open-dept-line to return-report-line
                 write return-report-line
                 move ws-open-header-1 to return-report-line
                 write return-report-line
                 move ws-open-header-2 to return-report-line
                 write return-report-line.

       7500-write-dept-totals.
                 move ws-open-header-2 to return-report-line
                 write return-report-line
                 move ws-dept-bucket-1 to ws-odt-bucket-1
                 move ws-dept-bucket-2 to ws-odt-bucket-2
                 move ws-dept-bucket-3 to ws-odt-bucket-3
                 move ws-dept-open to ws-odt-total
                 move ws-open-dept-total-line to return-report-line
                 write return-report-line.

       8000-write-totals.
                 move spaces to return-report-line
                 write return-report-line
                 move ws-cards-read to ws-tot-read
                 move ws-total-line-1 to return-report-line
                 write return-report-line
                 move ws-new-count to ws-tot-new
                 move ws-total-line-2 to return-report-line
                 write return-report-line
                 move ws-repeat-count to ws-tot-repeat
                 move ws-total-line-3 to return-report-line
                 write return-report-line
                 move ws-rejected-count to ws-tot-rejected
                 move ws-total-line-4 to return-report-line
                 write return-report-line
                 move ws-open-count to ws-tot-open
                 move ws-total-line-5 to return-report-line
                 write return-report-line.

      * the step record for the job-chain log; the call
      * leaves jlogwrt's return code behind, so the job's
      * own is moved back from the record
       8800-write-job-log.
                 move spaces to job-log-record
                 move "mailrtn" to jl-program-id
                 move ws-run-date to jl-business-date
                 move ws-start-time to jl-start-time
                 accept jl-end-time from time
                 move return-code to jl-return-code
                 compute jl-count-in
                     = ws-new-count + ws-repeat-count
                         + ws-rejected-count
                 move ws-open-count to jl-count-out
                 move 0 to jl-slice-no
                 move 0 to jl-slice-count
                 call "jlogwrt" using job-log-record
                 move jl-return-code to return-code.
