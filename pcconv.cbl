       identification division.
       program-id. pcconv.

      ******************************************************
      * pcconv - postal-code renumbering conversion
      *
      * when the post office renumbers or splits a postal
      * code, moves the affected REGION rows to the new code
      * and brings the POSTAL-DIR directory into line in the
      * same run, so the rows are not hand-updated with sql
      * and the extract does not report the whole area as
      * PU exceptions in between.
      *
      * SYSIN deck:
      *    record 1     control card -
      *                 col 1    mode  'C' = convert
      *                                'R' = report only
      *                 col 2-6  rows between commit
      *                          checkpoints (0 or blank =
      *                          commit only at each card
      *                          end)
      *    record 2 on  one conversion card per code -
      *                 col 1-10  old postal code
      *                 col 11-20 new postal code
      *                 col 21-24 from house number
      *                           (blank = 0)
      *                 col 25-28 to house number
      *                           (blank = 9999)
      *                 col 29    old code  'R' = retire
      *                                     'K' = keep
      *                           (blank = retire when the
      *                           card covers every house
      *                           number, keep on a split)
      *
      * a split of one old code into several new ones is
      * keyed as one card per house-number range; the old
      * code stays on the directory until the last slice,
      * which can carry 'R' in col 29.
      *
      * the new code is added to the directory when it is
      * not already there, and a retired old code taken off.
      * the directory comes in on PCDIRI and goes out on
      * PCDIRO, as with pcdmnt.  a rejected card (blank or
      * equal codes, unreadable or reversed house-number
      * range, new code blank) is reported and skipped, and
      * the job ends with return code 4.
      *
      * each converted row gets a record on the cumulative
      * audit trail (auditrec layout, run mode 'P', action
      * 'C', with the row's before and after fields), so
      * custaudr lists the change and custback can back the
      * REGION side of a conversion out.  commits are taken
      * every n rows like custmove; a rerun after a failure
      * is safe because converted rows have left the old
      * code and drop out of the selection.
      *
      * report-only mode selects the same rows and prints
      * the same report - rows per card, per old postal code
      * and per postdept, and the directory codes that would
      * be added and retired - but changes nothing: REGION
      * is not updated, no audit is written and the
      * directory is copied through unchanged.
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
           select parm-file assign to sysin
               organization is line sequential.
           select postal-dir-in assign to pcdiri
               organization is line sequential
               file status is ws-dir-fs.
           select postal-dir-out assign to pcdiro
               organization is line sequential.
           select audit-file assign to auditout
               organization is line sequential.
           select conv-report assign to pccvrpt
               organization is line sequential.

       data division.
       file section.
       fd  parm-file
           recording mode is f.
       01  conv-control-record.
           05 cc-run-mode                 pic x(1).
               88 cc-mode-convert         value "C".
               88 cc-mode-report          value "R".
           05 cc-checkpoint-interval      pic x(5).
           05 filler                      pic x(74).
       01  conv-card-record               redefines
                                           conv-control-record.
           05 cv-old-postal               pic x(10).
           05 cv-new-postal               pic x(10).
           05 cv-from-house               pic x(4).
           05 cv-to-house                 pic x(4).
           05 cv-retire-option            pic x(1).
               88 cv-retire-old           value "R".
               88 cv-keep-old             value "K".
               88 cv-retire-default       value " ".
           05 filler                      pic x(51).

       fd  postal-dir-in
           recording mode is f.
       01  postal-dir-in-rec.
           05 pdi-postal-code             pic x(10).
           05 filler                      pic x(70).

       fd  postal-dir-out
           recording mode is f.
       01  postal-dir-out-rec.
           05 pdo-postal-code             pic x(10).
           05 filler                      pic x(70).

       fd  audit-file
           recording mode is f.
           copy auditrec.

       fd  conv-report
           recording mode is f.
       01  conv-report-line               pic x(132).

       working-storage section.
             exec sql begin declare section end-exec
             01 filler.
                 03 cust-no pic 9(4) packed-decimal.
                 03 cust pic X(40).
                 03 ws-postdept-code pic X(4).
                 03 ws-addr-line-2 pic X(40).
                 03 ws-old-postal pic X(10).
                 03 ws-new-postal pic X(10).
                 03 ws-from-house pic 9(4).
                 03 ws-to-house pic 9(4).
                 03 ws-lastextdt pic X(10).
                 03 ws-lastextdt-ind pic s9(4) comp.
             exec sql end declare section end-exec
             01 house-no pic 9(4) comp.
             exec sql include sqlca end-exec

           01 ws-switches.
               05 ws-eof-parm-sw          pic x value "N".
                   88 ws-eof-parm         value "Y".
               05 ws-eof-dir-sw           pic x value "N".
                   88 ws-eof-dir          value "Y".
               05 ws-eof-cust-sw          pic x value "N".
                   88 ws-eof-cust         value "Y".

           01 ws-dir-fs                   pic xx value spaces.
               88 ws-dir-file-found       value "00".

           01 ws-run-date                 pic 9(8) value 0.
           01 ws-run-mode                 pic x value space.
               88 ws-mode-convert         value "C".
               88 ws-mode-report          value "R".

           01 ws-checkpoint-interval      pic 9(5) value 0.
           01 ws-checkpoint-count         pic 9(5) value 0.

           01 ws-retire-sw                pic x value "N".
               88 ws-retire-old-code      value "Y".

           01 ws-reject-reason            pic x(30) value spaces.

           01 ws-dir-table.
               05 ws-dir-entry            occurs 500 times.
                   10 ws-dir-code         pic x(10).
                   10 ws-dir-deleted-sw   pic x(1).
           01 ws-dir-count                pic 9(3) value 0.
           01 ws-dir-subscript            pic 9(3) value 0.
           01 ws-dir-found-sw             pic x value "N".
               88 ws-dir-found            value "Y".
           01 ws-lookup-postal            pic x(10).
           01 ws-dir-action               pic x(7).

           01 ws-dir-change-table.
               05 ws-dir-change-entry     occurs 200 times.
                   10 ws-dch-action       pic x(7).
                   10 ws-dch-code         pic x(10).
           01 ws-dir-change-count         pic 9(3) value 0.
           01 ws-dir-change-subscript     pic 9(3) value 0.

           01 ws-old-code-table.
               05 ws-old-code-entry       occurs 200 times.
                   10 ws-ocd-code         pic x(10).
                   10 ws-ocd-rows         pic 9(7).
           01 ws-old-code-count           pic 9(3) value 0.
           01 ws-old-code-subscript       pic 9(3) value 0.
           01 ws-old-code-found-sw        pic x value "N".
               88 ws-old-code-found       value "Y".

           01 ws-dept-table.
               05 ws-dept-entry           occurs 100 times.
                   10 ws-dept-code        pic x(4).
                   10 ws-dept-rows        pic 9(7).
           01 ws-dept-count               pic 9(3) value 0.
           01 ws-dept-subscript           pic 9(3) value 0.
           01 ws-dept-found-sw            pic x value "N".
               88 ws-dept-found           value "Y".

           01 ws-card-rows                pic 9(7) value 0.
           01 ws-total-rows               pic 9(7) value 0.
           01 ws-applied-count            pic 9(5) value 0.
           01 ws-rejected-count           pic 9(5) value 0.
           01 ws-added-codes              pic 9(5) value 0.
           01 ws-retired-codes            pic 9(5) value 0.

           01 ws-title-line.
               05 filler                  pic x(40) value spaces.
               05 filler                  pic x(40)
                   value "postal-code conversion".

           01 ws-mode-line.
               05 filler                  pic x(20)
                   value "run mode  . . . . . ".
               05 ws-mod-text             pic x(50).

           01 ws-bad-control-line.
               05 filler                  pic x(40) value
                   "control card missing or mode not C/R".

           01 ws-header-line-1.
               05 filler                  pic x(12) value "old code".
               05 filler                  pic x(12) value "new code".
               05 filler                  pic x(6)  value "from".
               05 filler                  pic x(6)  value "to".
               05 filler                  pic x(4)  value "old".
               05 filler                  pic x(12) value "rows".
               05 filler                  pic x(11) value "status".
               05 filler                  pic x(30) value "reason".
           01 ws-header-line-2.
               05 filler                  pic x(93) value all "-".

           01 ws-report-detail-line.
               05 ws-rpt-old              pic x(10).
               05 filler                  pic x(2) value spaces.
               05 ws-rpt-new              pic x(10).
               05 filler                  pic x(2) value spaces.
               05 ws-rpt-from             pic zzz9.
               05 filler                  pic x(2) value spaces.
               05 ws-rpt-to               pic zzz9.
               05 filler                  pic x(2) value spaces.
               05 ws-rpt-retire           pic x(1).
               05 filler                  pic x(3) value spaces.
               05 ws-rpt-rows             pic z,zzz,zz9.
               05 filler                  pic x(3) value spaces.
               05 ws-rpt-status           pic x(9).
               05 filler                  pic x(2) value spaces.
               05 ws-rpt-reason           pic x(30).

           01 ws-section-line.
               05 ws-sec-text             pic x(40).

           01 ws-count-header-line.
               05 ws-cnt-head             pic x(12).
               05 filler                  pic x(9) value "rows".
           01 ws-count-rule-line.
               05 filler                  pic x(21) value all "-".
           01 ws-count-detail-line.
               05 ws-cnt-key              pic x(10).
               05 filler                  pic x(2) value spaces.
               05 ws-cnt-rows             pic z,zzz,zz9.

           01 ws-dir-change-line.
               05 ws-dcl-action           pic x(7).
               05 filler                  pic x(2) value spaces.
               05 ws-dcl-code             pic x(10).

           01 ws-report-total-line-1.
               05 filler                  pic x(20)
                   value "cards applied . . . ".
               05 ws-rpt-applied          pic zz,zz9.
           01 ws-report-total-line-2.
               05 filler                  pic x(20)
                   value "cards rejected  . . ".
               05 ws-rpt-rejected         pic zz,zz9.
           01 ws-report-total-line-3.
               05 filler                  pic x(20)
                   value "rows converted  . . ".
               05 ws-rpt-total-rows       pic z,zzz,zz9.
           01 ws-report-total-line-4.
               05 filler                  pic x(20)
                   value "codes added . . . . ".
               05 ws-rpt-added-codes      pic zz,zz9.
           01 ws-report-total-line-5.
               05 filler                  pic x(20)
                   value "codes retired . . . ".
               05 ws-rpt-retired-codes    pic zz,zz9.

           01 ws-error-line.
               05 filler                  pic x(11) value "sql error:".
               05 ws-err-sqlcode          pic -9(9).
               05 filler                  pic x(2) value spaces.
               05 ws-err-text             pic x(70).

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

                 exec sql declare convcsr cursor for
                     select postdept, custno, custname, hseno,
                            addrline2, lastextdt
                     from region
                     where postalcode = :ws-old-postal
                       and hseno >= :ws-from-house
                       and hseno <= :ws-to-house
                     for update of postalcode
                 end-exec

                 perform 1000-open-files
                 perform 1100-read-control-card
                 perform 1200-load-directory
                 perform 2000-process-cards
                     until ws-eof-parm
                 exec sql commit end-exec
                 if sqlcode not = 0
                     perform 9500-sql-error
                 end-if
                 perform 8000-write-directory
                 perform 8500-write-totals
                 perform 9000-close-files
                 if ws-rejected-count > 0
                     move 4 to return-code
                 end-if
                 perform 8800-write-job-log
                 stop run.

       1000-open-files.
                 open input parm-file
                 open output postal-dir-out
                 open extend audit-file
                 open output conv-report
                 move ws-title-line to conv-report-line
                 write conv-report-line
                 move spaces to conv-report-line
                 write conv-report-line.

       1100-read-control-card.
                 read parm-file
                     at end
                         set ws-eof-parm to true
                     not at end
                         move cc-run-mode to ws-run-mode
                         if cc-checkpoint-interval numeric
                             move cc-checkpoint-interval
                                 to ws-checkpoint-interval
                         end-if
                 end-read
                 if ws-eof-parm
                         or not (ws-mode-convert or ws-mode-report)
                     move ws-bad-control-line to conv-report-line
                     write conv-report-line
                     display ws-bad-control-line
                     perform 9000-close-files
                     move 8 to return-code
                     perform 8800-write-job-log
                     stop run
                 end-if
                 if ws-mode-convert
                     move "convert - region and directory updated"
                         to ws-mod-text
                 else
                     move "report only - nothing is changed"
                         to ws-mod-text
                 end-if
                 move ws-mode-line to conv-report-line
                 write conv-report-line
                 move spaces to conv-report-line
                 write conv-report-line
                 move ws-header-line-1 to conv-report-line
                 write conv-report-line
                 move ws-header-line-2 to conv-report-line
                 write conv-report-line.

       1200-load-directory.
                 move 0 to ws-dir-count
                 open input postal-dir-in
                 if ws-dir-file-found
                     perform until ws-eof-dir
                         read postal-dir-in
                             at end
                                 set ws-eof-dir to true
                             not at end
                                 perform 1250-save-dir-entry
                         end-read
                     end-perform
                     close postal-dir-in
                 end-if.

       1250-save-dir-entry.
                 if pdi-postal-code not = spaces
                     if ws-dir-count < 500
                         add 1 to ws-dir-count
                         move pdi-postal-code
                             to ws-dir-code (ws-dir-count)
                         move "N"
                             to ws-dir-deleted-sw (ws-dir-count)
                     else
                         move "postal dir table full"
                             to conv-report-line
                         write conv-report-line
                         display "postal dir table full"
                     end-if
                 end-if.

       2000-process-cards.
                 read parm-file
                     at end
                         set ws-eof-parm to true
                     not at end
                         perform 2100-apply-one-card
                 end-read.

       2100-apply-one-card.
                 move 0 to ws-card-rows
                 move 0 to ws-from-house
                 move 9999 to ws-to-house
                 evaluate true
                     when cv-old-postal = spaces
                             or cv-new-postal = spaces
                         move "unreadable conversion card"
                             to ws-reject-reason
                         perform 7100-report-rejected
                     when cv-old-postal = cv-new-postal
                         move "old and new codes equal"
                             to ws-reject-reason
                         perform 7100-report-rejected
                     when not (cv-retire-old or cv-keep-old
                             or cv-retire-default)
                         move "invalid retire option"
                             to ws-reject-reason
                         perform 7100-report-rejected
                     when other
                         perform 2200-edit-house-range
                         if ws-reject-reason not = spaces
                             perform 7100-report-rejected
                         else
                             perform 3000-convert-rows
                             perform 4000-update-directory
                             perform 7000-report-applied
                         end-if
                 end-evaluate
                 move spaces to ws-reject-reason.

       2200-edit-house-range.
                 if cv-from-house = spaces
                     move 0 to ws-from-house
                 else
                     if cv-from-house numeric
                         move cv-from-house to ws-from-house
                     else
                         move "unreadable house-no range"
                             to ws-reject-reason
                     end-if
                 end-if
                 if cv-to-house = spaces
                     move 9999 to ws-to-house
                 else
                     if cv-to-house numeric
                         move cv-to-house to ws-to-house
                     else
                         move "unreadable house-no range"
                             to ws-reject-reason
                     end-if
                 end-if
                 if ws-reject-reason = spaces
                         and ws-from-house > ws-to-house
                     move "house-no range reversed"
                         to ws-reject-reason
                 end-if.

       3000-convert-rows.
                 move cv-old-postal to ws-old-postal
                 move cv-new-postal to ws-new-postal
                 move "N" to ws-eof-cust-sw
                 move 0 to ws-checkpoint-count
                 perform 3500-find-old-code-entry

                 exec sql open convcsr end-exec
                 if sqlcode not = 0
                     perform 9500-sql-error
                 end-if

                 perform until ws-eof-cust
                     exec sql
                         fetch convcsr
                          into :ws-postdept-code, :cust-no, :cust,
                               :house-no, :ws-addr-line-2,
                               :ws-lastextdt :ws-lastextdt-ind
                     end-exec
                     evaluate sqlcode
                         when 0
                             perform 3100-convert-one-row
                         when 100
                             set ws-eof-cust to true
                         when other
                             perform 9500-sql-error
                     end-evaluate
                 end-perform

                 exec sql close convcsr end-exec
                 exec sql commit end-exec
                 if sqlcode not = 0
                     perform 9500-sql-error
                 end-if.

       3100-convert-one-row.
                 if ws-mode-convert
                     exec sql
                         update region
                             set postalcode = :ws-new-postal
                             where current of convcsr
                     end-exec
                     if sqlcode not = 0
                         perform 9500-sql-error
                     end-if
                     perform 3200-write-audit-record
                     perform 3300-take-checkpoint
                 end-if
                 add 1 to ws-card-rows
                 add 1 to ws-total-rows
                 add 1 to ws-ocd-rows (ws-old-code-subscript)
                 perform 3600-find-dept-entry
                 add 1 to ws-dept-rows (ws-dept-subscript).

       3200-write-audit-record.
                 if ws-lastextdt-ind < 0
                     move spaces to ws-lastextdt
                 end-if
                 move spaces to audit-record
                 move ws-run-date to ad-run-date
                 move "P" to ad-run-mode
                 move ws-postdept-code to ad-postdept
                 move cust-no to ad-cust-no
                 move ws-lastextdt to ad-prior-lastextdt
                 move ws-lastextdt to ad-new-lastextdt
                 set ad-maint-change to true
                 move cust to ad-before-name
                 move ws-addr-line-2 to ad-before-addr-2
                 move ws-old-postal to ad-before-postal
                 move house-no to ad-before-house-no
                 move cust to ad-after-name
                 move ws-addr-line-2 to ad-after-addr-2
                 move ws-new-postal to ad-after-postal
                 move house-no to ad-after-house-no
                 write audit-record.

       3300-take-checkpoint.
                 if ws-checkpoint-interval > 0
                     add 1 to ws-checkpoint-count
                     if ws-checkpoint-count >= ws-checkpoint-interval
                         exec sql commit end-exec
                         if sqlcode not = 0
                             perform 9500-sql-error
                         end-if
                         move 0 to ws-checkpoint-count
                     end-if
                 end-if.

       3500-find-old-code-entry.
                 move "N" to ws-old-code-found-sw
                 perform varying ws-old-code-subscript
                         from 1 by 1
                         until ws-old-code-subscript
                             > ws-old-code-count
                             or ws-old-code-found
                     if ws-ocd-code (ws-old-code-subscript)
                             = cv-old-postal
                         set ws-old-code-found to true
                     end-if
                 end-perform
                 if ws-old-code-found
                     subtract 1 from ws-old-code-subscript
                 else
                     if ws-old-code-count < 200
                         add 1 to ws-old-code-count
                         move ws-old-code-count
                             to ws-old-code-subscript
                         move cv-old-postal
                             to ws-ocd-code (ws-old-code-subscript)
                         move 0 to ws-ocd-rows (ws-old-code-subscript)
                     else
                         move 200 to ws-old-code-subscript
                         move "****"
                             to ws-ocd-code (ws-old-code-subscript)
                     end-if
                 end-if.

       3600-find-dept-entry.
                 move "N" to ws-dept-found-sw
                 perform varying ws-dept-subscript
                         from 1 by 1
                         until ws-dept-subscript > ws-dept-count
                             or ws-dept-found
                     if ws-dept-code (ws-dept-subscript)
                             = ws-postdept-code
                         set ws-dept-found to true
                     end-if
                 end-perform
                 if ws-dept-found
                     subtract 1 from ws-dept-subscript
                 else
                     if ws-dept-count < 100
                         add 1 to ws-dept-count
                         move ws-dept-count to ws-dept-subscript
                         move ws-postdept-code
                             to ws-dept-code (ws-dept-subscript)
                         move 0 to ws-dept-rows (ws-dept-subscript)
                     else
                         move 100 to ws-dept-subscript
                         move "****" to ws-dept-code (ws-dept-subscript)
                     end-if
                 end-if.

      * the directory table is changed in both modes so the
      * report shows what a conversion would do; only
      * convert mode writes it out
       4000-update-directory.
                 move cv-new-postal to ws-lookup-postal
                 perform 4100-find-dir-entry
                 if not ws-dir-found
                     if ws-dir-count < 500
                         add 1 to ws-dir-count
                         move cv-new-postal
                             to ws-dir-code (ws-dir-count)
                         move "N"
                             to ws-dir-deleted-sw (ws-dir-count)
                         add 1 to ws-added-codes
                         move "added" to ws-dir-action
                         perform 4200-save-dir-change
                     else
                         move "postal dir table full"
                             to conv-report-line
                         write conv-report-line
                         display "postal dir table full"
                     end-if
                 end-if
                 move "N" to ws-retire-sw
                 evaluate true
                     when cv-retire-old
                         set ws-retire-old-code to true
                     when cv-keep-old
                         continue
                     when ws-from-house = 0 and ws-to-house = 9999
                         set ws-retire-old-code to true
                 end-evaluate
                 if ws-retire-old-code
                     move cv-old-postal to ws-lookup-postal
                     perform 4100-find-dir-entry
                     if ws-dir-found
                         move "Y"
                             to ws-dir-deleted-sw (ws-dir-subscript)
                         add 1 to ws-retired-codes
                         move "retired" to ws-dir-action
                         perform 4200-save-dir-change
                     end-if
                 end-if.

       4100-find-dir-entry.
                 move "N" to ws-dir-found-sw
                 perform varying ws-dir-subscript
                         from 1 by 1
                         until ws-dir-subscript > ws-dir-count
                             or ws-dir-found
                     if ws-dir-code (ws-dir-subscript)
                             = ws-lookup-postal
                         and ws-dir-deleted-sw (ws-dir-subscript)
                             = "N"
                         set ws-dir-found to true
                     end-if
                 end-perform
                 if ws-dir-found
                     subtract 1 from ws-dir-subscript
                 end-if.

       4200-save-dir-change.
                 if ws-dir-change-count < 200
                     add 1 to ws-dir-change-count
                     move ws-dir-action
                         to ws-dch-action (ws-dir-change-count)
                     if ws-dir-action = "added"
                         move cv-new-postal
                             to ws-dch-code (ws-dir-change-count)
                     else
                         move cv-old-postal
                             to ws-dch-code (ws-dir-change-count)
                     end-if
                 end-if.

       7000-report-applied.
                 add 1 to ws-applied-count
                 move "applied" to ws-rpt-status
                 move spaces to ws-rpt-reason
                 perform 7500-write-report-line.

       7100-report-rejected.
                 add 1 to ws-rejected-count
                 move "rejected" to ws-rpt-status
                 move ws-reject-reason to ws-rpt-reason
                 perform 7500-write-report-line.

       7500-write-report-line.
                 move cv-old-postal to ws-rpt-old
                 move cv-new-postal to ws-rpt-new
                 move ws-from-house to ws-rpt-from
                 move ws-to-house to ws-rpt-to
                 move cv-retire-option to ws-rpt-retire
                 move ws-card-rows to ws-rpt-rows
                 move ws-report-detail-line to conv-report-line
                 write conv-report-line.

       8000-write-directory.
                 if ws-mode-convert
                     perform 8100-write-dir-entry
                         varying ws-dir-subscript from 1 by 1
                         until ws-dir-subscript > ws-dir-count
                 else
                     perform 8200-copy-dir-unchanged
                 end-if.

       8100-write-dir-entry.
                 if ws-dir-deleted-sw (ws-dir-subscript) = "N"
                     move spaces to postal-dir-out-rec
                     move ws-dir-code (ws-dir-subscript)
                         to pdo-postal-code
                     write postal-dir-out-rec
                 end-if.

       8200-copy-dir-unchanged.
                 move "N" to ws-eof-dir-sw
                 open input postal-dir-in
                 if ws-dir-file-found
                     perform until ws-eof-dir
                         read postal-dir-in
                             at end
                                 set ws-eof-dir to true
                             not at end
                                 move postal-dir-in-rec
                                     to postal-dir-out-rec
                                 write postal-dir-out-rec
                         end-read
                     end-perform
                     close postal-dir-in
                 end-if.

       8500-write-totals.
                 move ws-header-line-2 to conv-report-line
                 write conv-report-line

                 move "rows by old postal code" to ws-sec-text
                 move "old code" to ws-cnt-head
                 perform 8600-write-count-heading
                 perform varying ws-old-code-subscript
                         from 1 by 1
                         until ws-old-code-subscript
                             > ws-old-code-count
                     move ws-ocd-code (ws-old-code-subscript)
                         to ws-cnt-key
                     move ws-ocd-rows (ws-old-code-subscript)
                         to ws-cnt-rows
                     move ws-count-detail-line to conv-report-line
                     write conv-report-line
                 end-perform

                 move "rows by postdept" to ws-sec-text
                 move "postdept" to ws-cnt-head
                 perform 8600-write-count-heading
                 perform varying ws-dept-subscript
                         from 1 by 1
                         until ws-dept-subscript > ws-dept-count
                     move ws-dept-code (ws-dept-subscript)
                         to ws-cnt-key
                     move ws-dept-rows (ws-dept-subscript)
                         to ws-cnt-rows
                     move ws-count-detail-line to conv-report-line
                     write conv-report-line
                 end-perform

                 move spaces to conv-report-line
                 write conv-report-line
                 move "postal directory changes" to ws-sec-text
                 move ws-section-line to conv-report-line
                 write conv-report-line
                 perform varying ws-dir-change-subscript
                         from 1 by 1
                         until ws-dir-change-subscript
                             > ws-dir-change-count
                     move ws-dch-action (ws-dir-change-subscript)
                         to ws-dcl-action
                     move ws-dch-code (ws-dir-change-subscript)
                         to ws-dcl-code
                     move ws-dir-change-line to conv-report-line
                     write conv-report-line
                 end-perform

                 move spaces to conv-report-line
                 write conv-report-line
                 move ws-applied-count to ws-rpt-applied
                 move ws-report-total-line-1 to conv-report-line
                 write conv-report-line
                 move ws-rejected-count to ws-rpt-rejected
                 move ws-report-total-line-2 to conv-report-line
                 write conv-report-line
                 move ws-total-rows to ws-rpt-total-rows
                 move ws-report-total-line-3 to conv-report-line
                 write conv-report-line
                 move ws-added-codes to ws-rpt-added-codes
                 move ws-report-total-line-4 to conv-report-line
                 write conv-report-line
                 move ws-retired-codes to ws-rpt-retired-codes
                 move ws-report-total-line-5 to conv-report-line
                 write conv-report-line
                 display ws-report-total-line-3.

       8600-write-count-heading.
                 move spaces to conv-report-line
                 write conv-report-line
                 move ws-section-line to conv-report-line
                 write conv-report-line
                 move ws-count-header-line to conv-report-line
                 write conv-report-line
                 move ws-count-rule-line to conv-report-line
                 write conv-report-line.

      * the step record for the job-chain log; the call
      * leaves jlogwrt's return code behind, so the job's
      * own is moved back from the record
       8800-write-job-log.
                 move spaces to job-log-record
                 move "pcconv" to jl-program-id
                 move ws-run-date to jl-business-date
                 move ws-start-time to jl-start-time
                 accept jl-end-time from time
                 move return-code to jl-return-code
                 compute jl-count-in
                     = ws-applied-count + ws-rejected-count
                 move ws-total-rows to jl-count-out
                 move 0 to jl-slice-no
                 move 0 to jl-slice-count
                 call "jlogwrt" using job-log-record
                 move jl-return-code to return-code.

       9000-close-files.
                 close parm-file
                 close postal-dir-out
                 close audit-file
                 close conv-report.

       9500-sql-error.
                 move sqlcode to ws-err-sqlcode
                 move sqlerrmc to ws-err-text
                 move ws-error-line to conv-report-line
                 write conv-report-line
                 display ws-error-line
                 perform 9000-close-files
                 move 16 to return-code
                 perform 8800-write-job-log
                 stop run.
