      * unfinished or unmerged-slice input ends the job
      * with return code 8 before anything is priced.
      *
      * customers with an open returned-mail flag on the
      * undeliverable file (undlrec layout, kept by mailrtn;
      * optional input) get no label from maillbl, so they
      * are not charged: they are listed separately under
      * the department's statement total and counted in the
      * totals record instead.
      *
      * change history
      * ---------------
      * 2026-09-02  new program
      * 2026-10-15  customers flagged undeliverable are left
      *             out of the charge and listed separately
      *             on the statement; cb-undl-pieces added
      *             to the totals record
      * 2026-10-15  run date taken from the business-date
      *             control file (bdateget) instead of the
      *             system clock
      * 2026-10-15  step record appended to the job-chain
      *             log (jlogwrt) at every end of job
      ******************************************************

       environment division.
               organization is line sequential.
           select chbk-totals assign to chbkout
               organization is line sequential.
           select undl-file assign to undlin
               organization is line sequential
               file status is ws-undl-fs.

       data division.
       file section.
           05 cb-sur-amount               pic 9(7)v99.
           05 cb-total-pieces             pic 9(7).
           05 cb-total-amount             pic 9(9)v99.
           05 cb-undl-pieces              pic 9(7).
           05 filler                      pic x(6).

       fd  undl-file
           recording mode is f.
           copy undlrec.

       working-storage section.
           01 ws-switches.
                   88 ws-eof-rate         value "Y".
               05 ws-eof-master-sw        pic x value "N".
                   88 ws-eof-master       value "Y".
               05 ws-eof-undl-sw          pic x value "N".
                   88 ws-eof-undl         value "Y".

           01 ws-undl-fs                  pic xx value spaces.
               88 ws-undl-file-found      value "00".

           01 ws-undl-table.
               05 ws-undl-entry           occurs 1000 times.
                   10 ws-und-postdept     pic x(4).
                   10 ws-und-cust-no      pic 9(4).
                   10 ws-und-reason       pic x(2).
                   10 ws-und-first-date   pic 9(8).
           01 ws-undl-count               pic 9(4) value 0.
           01 ws-undl-subscript           pic 9(4) value 0.
           01 ws-undl-found-sw            pic x value "N".
               88 ws-undl-found           value "Y".
           01 ws-undl-overflow-line.
               05 filler                  pic x(40) value
                   "undeliverable table full - flag ignored".

           01 ws-returned-table.
               05 ws-returned-entry       occurs 1000 times.
                   10 ws-ret-postdept     pic x(4).
                   10 ws-ret-cust-no      pic 9(4).
                   10 ws-ret-cust-name    pic x(40).
                   10 ws-ret-reason       pic x(2).
                   10 ws-ret-first-date   pic 9(8).
           01 ws-returned-count           pic 9(4) value 0.
           01 ws-returned-subscript       pic 9(4) value 0.

           01 ws-run-date                 pic 9(8) value 0.

                   10 ws-dept-dflt-amount pic 9(7)v99.
                   10 ws-dept-sur-pieces  pic 9(7).
                   10 ws-dept-sur-amount  pic 9(7)v99.
                   10 ws-dept-undl-pieces pic 9(7).
           01 ws-dept-count               pic 9(3) value 0.
           01 ws-dept-subscript           pic 9(3) value 0.
           01 ws-dept-found-sw            pic x value "N".
               88 ws-dept-found           value "Y".

           01 ws-stmt-total-pieces        pic 9(7) value 0.
           01 ws-run-total-pieces         pic 9(7) value 0.
           01 ws-stmt-total-amount        pic 9(9)v99 value 0.

           01 ws-title-line.
               05 filler                  pic x(3) value spaces.
               05 ws-stm-tot-amount       pic zzzz,zzz,zz9.99.

           01 ws-returned-head-line.
               05 filler                  pic x(20)
                   value "returned mail - not ".
               05 filler                  pic x(20)
                   value "charged . . . . . . ".
               05 ws-rtn-pieces           pic z,zzz,zz9.
           01 ws-returned-col-line.
               05 filler                  pic x(9)  value "cust-no".
               05 filler                  pic x(42) value "customer-nm".
               05 filler                  pic x(8)  value "reason".
               05 filler                  pic x(14)
                   value "first return".
           01 ws-returned-rule-line.
               05 filler                  pic x(73) value all "-".
           01 ws-returned-detail-line.
               05 ws-rtd-cust-no          pic 9(4).
               05 filler                  pic x(5) value spaces.
               05 ws-rtd-cust-name        pic x(40).
               05 filler                  pic x(2) value spaces.
               05 ws-rtd-reason           pic x(2).
               05 filler                  pic x(6) value spaces.
               05 ws-rtd-first-date       pic 9(8).
           01 ws-returned-full-line.
               05 filler                  pic x(40) value
                   "returned list full - customer not shown".

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
                 perform 1100-load-rate-card
                 perform 1200-load-dept-master
                 perform 1300-load-undl-file
                 perform 2000-process-extract
                     until ws-eof-extract
                 if not ws-header-seen
                 end-if
                 perform 8000-write-statements
                 perform 9000-close-files
                 perform 8800-write-job-log
                 stop run.

       1000-open-files.
                 end-perform
                 close dept-master.

       1300-load-undl-file.
                 move 0 to ws-undl-count
                 open input undl-file
                 if ws-undl-file-found
                     perform until ws-eof-undl
                         read undl-file
                             at end
                                 set ws-eof-undl to true
                             not at end
                                 if ud-open
                                     perform 1350-save-undl-entry
                                 end-if
                         end-read
                     end-perform
                     close undl-file
                 end-if.

       1350-save-undl-entry.
                 if ws-undl-count < 1000
                     add 1 to ws-undl-count
                     move ud-postdept
                         to ws-und-postdept (ws-undl-count)
                     move ud-cust-no
                         to ws-und-cust-no (ws-undl-count)
                     move ud-reason-cd
                         to ws-und-reason (ws-undl-count)
                     move ud-first-date
                         to ws-und-first-date (ws-undl-count)
                 else
                     move ws-undl-overflow-line
                         to chargeback-report-line
                     write chargeback-report-line
                     display ws-undl-overflow-line
                 end-if.

       2000-process-extract.
                 read cust-extract
                     at end

       3000-price-one-piece.
                 perform 3500-find-dept-entry
                 perform 3600-find-undl-entry
                 if ws-undl-found
                     perform 3700-save-returned-piece
                 else
                     perform 3050-price-deliverable-piece
                 end-if.

       3050-price-deliverable-piece.
                 move ce-house-no to ws-house-no
                 call "addredit" using ws-house-no ws-edit-result
                 if ws-house-no-invalid
                             (ws-dept-subscript)
                         move 0 to ws-dept-sur-amount
                             (ws-dept-subscript)
                         move 0 to ws-dept-undl-pieces
                             (ws-dept-subscript)
                     else
                         move 100 to ws-dept-subscript
                         move "****"
                     end-if
                 end-if.

       3600-find-undl-entry.
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
                 end-perform
                 if ws-undl-found
                     subtract 1 from ws-undl-subscript
                 end-if.

       3700-save-returned-piece.
                 add 1 to ws-dept-undl-pieces (ws-dept-subscript)
                 if ws-returned-count < 1000
                     add 1 to ws-returned-count
                     move ws-dept-code (ws-dept-subscript)
                         to ws-ret-postdept (ws-returned-count)
                     move ce-cust-no
                         to ws-ret-cust-no (ws-returned-count)
                     move ce-cust-name
                         to ws-ret-cust-name (ws-returned-count)
                     move ws-und-reason (ws-undl-subscript)
                         to ws-ret-reason (ws-returned-count)
                     move ws-und-first-date (ws-undl-subscript)
                         to ws-ret-first-date (ws-returned-count)
                 else
                     move ws-returned-full-line
                         to chargeback-report-line
                     write chargeback-report-line
                     display ws-returned-full-line
                 end-if.

       8000-write-statements.
                 perform 8100-write-one-statement
                     varying ws-dept-subscript from 1 by 1
                     = ws-dept-std-pieces (ws-dept-subscript)
                         + ws-dept-dflt-pieces (ws-dept-subscript)
                         + ws-dept-sur-pieces (ws-dept-subscript)
                 add ws-stmt-total-pieces to ws-run-total-pieces
                 compute ws-stmt-total-amount
                     = ws-dept-std-amount (ws-dept-subscript)
                         + ws-dept-dflt-amount (ws-dept-subscript)
                 write chargeback-report-line
                 move spaces to chargeback-report-line
                 write chargeback-report-line
                 if ws-dept-undl-pieces (ws-dept-subscript) > 0
                     perform 8150-write-returned-list
                 end-if

                 perform 8300-write-totals-record.

       8150-write-returned-list.
                 move ws-dept-undl-pieces (ws-dept-subscript)
                     to ws-rtn-pieces
                 move ws-returned-head-line to chargeback-report-line
                 write chargeback-report-line
                 move ws-returned-col-line to chargeback-report-line
                 write chargeback-report-line
                 move ws-returned-rule-line to chargeback-report-line
                 write chargeback-report-line
                 perform varying ws-returned-subscript
                         from 1 by 1
                         until ws-returned-subscript
                             > ws-returned-count
                     if ws-ret-postdept (ws-returned-subscript)
                             = ws-dept-code (ws-dept-subscript)
                         perform 8160-write-returned-detail
                     end-if
                 end-perform
                 move spaces to chargeback-report-line
                 write chargeback-report-line.

       8160-write-returned-detail.
                 move ws-ret-cust-no (ws-returned-subscript)
                     to ws-rtd-cust-no
                 move ws-ret-cust-name (ws-returned-subscript)
                     to ws-rtd-cust-name
                 move ws-ret-reason (ws-returned-subscript)
                     to ws-rtd-reason
                 move ws-ret-first-date (ws-returned-subscript)
                     to ws-rtd-first-date
                 move ws-returned-detail-line
                     to chargeback-report-line
                 write chargeback-report-line.

       8200-find-dept-contact.
                 move "(not on master)" to ws-stm-dept-name
                 move spaces to ws-stm-contact
                     to cb-sur-amount
                 move ws-stmt-total-pieces to cb-total-pieces
                 move ws-stmt-total-amount to cb-total-amount
                 move ws-dept-undl-pieces (ws-dept-subscript)
                     to cb-undl-pieces
                 write chbk-totals-record.

      * the step record for the job-chain log; the call
      * leaves jlogwrt's return code behind, so the job's
      * own is moved back from the record
       8800-write-job-log.
                 move spaces to job-log-record
                 move "postchbk" to jl-program-id
                 move ws-run-date to jl-business-date
                 move ws-start-time to jl-start-time
                 accept jl-end-time from time
                 move return-code to jl-return-code
                 move ws-extract-detail-count to jl-count-in
                 move ws-run-total-pieces to jl-count-out
                 move 0 to jl-slice-no
                 move 0 to jl-slice-count
                 call "jlogwrt" using job-log-record
                 move jl-return-code to return-code.

       9000-close-files.
                 close cust-extract
                 close chargeback-report
                 display ws-gen-error-line
                 perform 9000-close-files
                 move 8 to return-code
                 perform 8800-write-job-log
                 stop run.

       9700-rate-card-error.
                 display ws-rate-error-line
                 perform 9000-close-files
                 move 8 to return-code
                 perform 8800-write-job-log
                 stop run.
