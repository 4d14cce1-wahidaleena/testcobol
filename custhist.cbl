       identification division.
       program-id. custhist.

      ******************************************************
      * custhist - customer lifecycle inquiry
      *
      * prints one date-ordered history per customer from
      * every file that records something about it, so a
      * department's question "what happened to this
      * customer" is answered from a single listing:
      *
      *    CUSTMST   customer master (mastrec) - the dates
      *              added, last changed and deleted, and the
      *              current status of each key
      *    AUDITOUT  audit trail (auditrec) - extract stamps,
      *              customer maintenance, postal-code
      *              conversions, address-line-2 cleanups
      *              and custback backouts
      *    REORGAUD  REORG-AUDIT (reorgrec) - department moves
      *    ARCHOUT   archive (archrec) - purges,
      *              deactivations, duplicate retirements and
      *              reinstates
      *    EXCFWDI   exception carry-forward file (excfrec) -
      *              exceptions opened, and closed as
      *              corrected or aged out
      *
      * a customer moved by custmove is followed to its new
      * postdept: from the date of the move, the records of
      * the new key are the same customer's and are listed
      * with the old key's.  a move into the inquired
      * department is listed too.  a file that is not there
      * is noted on the report and the inquiry goes on with
      * the others.
      *
      * SYSIN inquiry card:
      *    col  1-4    postdept
      *    col  5-8    cust-no, or first cust-no of a range
      *    col  9-12   last cust-no of the range (blank =
      *                the one customer)
      *
      * the master status lines head each customer's
      * history, then its events by date; events of one
      * date keep the order of the list above.
      *
      * return code 8 for a missing or invalid card, 4 when
      * nothing is on file for the customers asked about.
      *
      * change history
      * ---------------
      * 2026-10-15  new program
      ******************************************************

       environment division.
       input-output section.
       file-control.
           select parm-file assign to sysin
               organization is line sequential.
           select cust-master assign to custmst
               organization is indexed
               access is sequential
               record key is mr-master-key
               file status is ws-master-fs.
           select audit-file assign to auditout
               organization is line sequential
               file status is ws-audit-fs.
           select reorg-audit assign to reorgaud
               organization is line sequential
               file status is ws-reorg-fs.
           select archive-file assign to archout
               organization is line sequential
               file status is ws-archive-fs.
           select carry-file assign to excfwdi
               organization is line sequential
               file status is ws-carry-fs.
           select hist-work-file assign to histwk
               organization is line sequential.
           select hist-sorted-file assign to histsort
               organization is line sequential.
           select hist-report assign to histrpt
               organization is line sequential.
           select sort-file assign to sortwk.

       data division.
       file section.
       fd  parm-file
           recording mode is f.
       01  inquiry-card.
           05 iq-postdept                 pic x(4).
           05 iq-from-cust                pic x(4).
           05 iq-from-cust-num            redefines iq-from-cust
                                           pic 9(4).
           05 iq-to-cust                  pic x(4).
           05 iq-to-cust-num              redefines iq-to-cust
                                           pic 9(4).
           05 filler                      pic x(68).

       fd  cust-master.
           copy mastrec.

       fd  audit-file
           recording mode is f.
           copy auditrec.

       fd  reorg-audit
           recording mode is f.
           copy reorgrec.

       fd  archive-file
           recording mode is f.
           copy archrec.

       fd  carry-file
           recording mode is f.
           copy excfrec.

       fd  hist-work-file
           recording mode is f.
       01  hist-work-record.
           05 hw-cust-no                  pic 9(4).
           05 hw-event-date               pic 9(8).
           05 hw-event-seq                pic 9(7).
           05 hw-postdept                 pic x(4).
           05 hw-source                   pic x(8).
           05 hw-event-text               pic x(60).
           05 filler                      pic x(9).

       fd  hist-sorted-file
           recording mode is f.
       01  hist-sorted-record.
           05 hs-cust-no                  pic 9(4).
           05 hs-event-date               pic 9(8).
           05 hs-event-seq                pic 9(7).
           05 hs-postdept                 pic x(4).
           05 hs-source                   pic x(8).
           05 hs-event-text               pic x(60).
           05 filler                      pic x(9).

       fd  hist-report
           recording mode is f.
       01  hist-report-line               pic x(132).

       sd  sort-file.
       01  sort-record.
           05 sort-cust-no                pic 9(4).
           05 sort-event-date             pic 9(8).
           05 sort-event-seq              pic 9(7).
           05 filler                      pic x(81).

       working-storage section.
           01 ws-switches.
               05 ws-eof-master-sw        pic x value "N".
                   88 ws-eof-master       value "Y".
               05 ws-eof-audit-sw         pic x value "N".
                   88 ws-eof-audit        value "Y".
               05 ws-eof-reorg-sw         pic x value "N".
                   88 ws-eof-reorg        value "Y".
               05 ws-eof-archive-sw       pic x value "N".
                   88 ws-eof-archive      value "Y".
               05 ws-eof-carry-sw         pic x value "N".
                   88 ws-eof-carry        value "Y".
               05 ws-eof-sorted-sw        pic x value "N".
                   88 ws-eof-sorted       value "Y".
               05 ws-key-match-sw         pic x value "N".
                   88 ws-key-matched      value "Y".
               05 ws-master-seen-sw       pic x value "N".
                   88 ws-master-seen      value "Y".
               05 ws-move-full-sw         pic x value "N".
                   88 ws-move-table-full  value "Y".

           01 ws-master-fs                pic xx value spaces.
               88 ws-master-found         value "00".
           01 ws-audit-fs                 pic xx value spaces.
               88 ws-audit-found          value "00".
           01 ws-reorg-fs                 pic xx value spaces.
               88 ws-reorg-found          value "00".
           01 ws-archive-fs               pic xx value spaces.
               88 ws-archive-found        value "00".
           01 ws-carry-fs                 pic xx value spaces.
               88 ws-carry-found          value "00".

           01 ws-run-date                 pic 9(8) value 0.
           01 ws-start-time               pic 9(8) value 0.

           01 ws-inq-postdept             pic x(4) value spaces.
           01 ws-from-cust                pic 9(4) value 0.
           01 ws-to-cust                  pic 9(4) value 0.

      * the moves of the customers asked about, in the order
      * they were made, for following a customer to its new
      * department
           01 ws-move-table.
               05 ws-move-entry           occurs 2000 times.
                   10 ws-mov-date         pic 9(8).
                   10 ws-mov-old          pic x(4).
                   10 ws-mov-new          pic x(4).
                   10 ws-mov-cust-no      pic 9(4).
           01 ws-move-count               pic 9(4) value 0.
           01 ws-move-subscript           pic 9(4) value 0.

      * key and date of the record being matched
           01 ws-match-postdept           pic x(4).
           01 ws-match-cust-no            pic 9(4).
           01 ws-match-date               pic 9(8).
           01 ws-chain-postdept           pic x(4).

           01 ws-event-seq                pic 9(7) value 0.
           01 ws-event-count              pic 9(7) value 0.
           01 ws-listed-count             pic 9(7) value 0.
           01 ws-customer-count           pic 9(5) value 0.
           01 ws-current-cust-no          pic 9(4) value 0.

           01 ws-text-pointer             pic 9(3) value 0.
           01 ws-show-prior               pic x(10).
           01 ws-show-new                 pic x(10).
           01 ws-edit-key.
               05 ws-ek-postdept          pic x(4).
               05 filler                  pic x(1) value "/".
               05 ws-ek-cust-no           pic 9(4).

           01 ws-title-line.
               05 filler                  pic x(40) value spaces.
               05 filler                  pic x(40)
                   value "customer lifecycle inquiry".

           01 ws-inquiry-line.
               05 filler                  pic x(20)
                   value "inquiry . . . . . . ".
               05 ws-inl-postdept         pic x(4).
               05 filler                  pic x(1) value "/".
               05 ws-inl-from-cust        pic 9(4).
               05 ws-inl-thru             pic x(4).
               05 ws-inl-to-cust          pic x(4).

           01 ws-bad-card-line.
               05 filler                  pic x(40)
                   value "invalid inquiry card - job ends".

           01 ws-missing-file-line.
               05 ws-mfl-file             pic x(9).
               05 filler                  pic x(21)
                   value "not available - its ".
               05 ws-mfl-events           pic x(40).

           01 ws-customer-line.
               05 filler                  pic x(9) value "customer ".
               05 ws-cul-postdept         pic x(4).
               05 filler                  pic x(1) value "/".
               05 ws-cul-cust-no          pic 9(4).

           01 ws-header-line-1.
               05 filler                  pic x(10) value "date".
               05 filler                  pic x(6)  value "dept".
               05 filler                  pic x(10) value "source".
               05 filler                  pic x(60) value "event".
           01 ws-header-line-2.
               05 filler                  pic x(86) value all "-".

           01 ws-event-line.
               05 ws-evl-date             pic x(8).
               05 filler                  pic x(2) value spaces.
               05 ws-evl-postdept         pic x(4).
               05 filler                  pic x(2) value spaces.
               05 ws-evl-source           pic x(8).
               05 filler                  pic x(2) value spaces.
               05 ws-evl-text             pic x(60).

           01 ws-no-master-line.
               05 filler                  pic x(26) value spaces.
               05 filler                  pic x(40)
                   value "not on the customer master".

           01 ws-none-found-line.
               05 filler                  pic x(50) value
                   "nothing on file for the customers asked about".

           01 ws-total-line-1.
               05 filler                  pic x(20)
                   value "customers listed  . ".
               05 ws-tot-customers        pic zz,zz9.
           01 ws-total-line-2.
               05 filler                  pic x(20)
                   value "events listed . . . ".
               05 ws-tot-events           pic z,zzz,zz9.

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
                 open output hist-report
                 move ws-title-line to hist-report-line
                 write hist-report-line
                 move spaces to hist-report-line
                 write hist-report-line
                 perform 1000-load-inquiry-card
                 perform 1200-load-moves

                 open output hist-work-file
                 perform 2000-collect-master
                 perform 2200-collect-audit
                 perform 2400-collect-reorg
                 perform 2600-collect-archive
                 perform 2800-collect-exceptions
                 close hist-work-file

                 sort sort-file
                     on ascending key sort-cust-no
                                      sort-event-date
                                      sort-event-seq
                     using hist-work-file
                     giving hist-sorted-file

                 perform 3000-print-history
                 perform 8000-write-totals
                 close hist-report
                 if ws-listed-count = 0
                     move 4 to return-code
                 end-if
                 perform 8800-write-job-log
                 stop run.

       1000-load-inquiry-card.
                 open input parm-file
                 read parm-file
                     at end
                         perform 1050-bad-inquiry-card
                 end-read
                 close parm-file
                 if iq-postdept = spaces
                         or iq-from-cust-num not numeric
                     perform 1050-bad-inquiry-card
                 end-if
                 move iq-postdept to ws-inq-postdept
                 move iq-from-cust-num to ws-from-cust
                 evaluate true
                     when iq-to-cust = spaces
                         move ws-from-cust to ws-to-cust
                     when iq-to-cust-num numeric
                         move iq-to-cust-num to ws-to-cust
                     when other
                         perform 1050-bad-inquiry-card
                 end-evaluate
                 if ws-to-cust < ws-from-cust
                     perform 1050-bad-inquiry-card
                 end-if
                 move ws-inq-postdept to ws-inl-postdept
                 move ws-from-cust to ws-inl-from-cust
                 if ws-to-cust > ws-from-cust
                     move " to " to ws-inl-thru
                     move ws-to-cust to ws-inl-to-cust
                 else
                     move spaces to ws-inl-thru
                     move spaces to ws-inl-to-cust
                 end-if
                 move ws-inquiry-line to hist-report-line
                 write hist-report-line
                 move spaces to hist-report-line
                 write hist-report-line.

       1050-bad-inquiry-card.
                 move ws-bad-card-line to hist-report-line
                 write hist-report-line
                 display ws-bad-card-line
                 close hist-report
                 move 8 to return-code
                 perform 8800-write-job-log
                 stop run.

       1200-load-moves.
                 move 0 to ws-move-count
                 open input reorg-audit
                 if ws-reorg-found
                     perform until ws-eof-reorg
                         read reorg-audit
                             at end
                                 set ws-eof-reorg to true
                             not at end
                                 perform 1250-save-move
                         end-read
                     end-perform
                     close reorg-audit
                 end-if
                 if ws-move-table-full
                     display "more than 2000 moves in the range -"
                         " later moves not followed"
                 end-if.

       1250-save-move.
                 if ra-cust-no numeric
                         and ra-cust-no >= ws-from-cust
                         and ra-cust-no <= ws-to-cust
                     if ws-move-count < 2000
                         add 1 to ws-move-count
                         move ra-run-date
                             to ws-mov-date (ws-move-count)
                         move ra-old-postdept
                             to ws-mov-old (ws-move-count)
                         move ra-new-postdept
                             to ws-mov-new (ws-move-count)
                         move ra-cust-no
                             to ws-mov-cust-no (ws-move-count)
                     else
                         set ws-move-table-full to true
                     end-if
                 end-if.

      ******************************************************
      * customer master - one status line per key (dated
      * zero so it heads the customer's history) and the
      * add, last change and delete dates
      ******************************************************
       2000-collect-master.
                 open input cust-master
                 if ws-master-found
                     perform until ws-eof-master
                         read cust-master
                             at end
                                 set ws-eof-master to true
                             not at end
                                 perform 2100-master-one-record
                         end-read
                     end-perform
                     close cust-master
                 else
                     move "CUSTMST" to ws-mfl-file
                     move "master dates and status are not shown"
                         to ws-mfl-events
                     perform 7900-write-missing-file
                 end-if.

       2100-master-one-record.
                 move mr-postdept to ws-match-postdept
                 move mr-cust-no to ws-match-cust-no
                 move mr-added-date to ws-match-date
                 perform 2900-match-key
                 if ws-key-matched
                     move spaces to hist-work-record
                     move mr-cust-no to hw-cust-no
                     move mr-postdept to hw-postdept
                     move "master" to hw-source
                     move 0 to hw-event-date
                     evaluate true
                         when mr-active
                             move "status active" to hw-event-text
                         when mr-deleted
                             move "status deleted" to hw-event-text
                         when mr-merged
                             move mr-survivor-postdept
                                 to ws-ek-postdept
                             move mr-survivor-cust-no
                                 to ws-ek-cust-no
                             string "status merged into "
                                        delimited by size
                                    ws-edit-key delimited by size
                                 into hw-event-text
                         when other
                             string "status " delimited by size
                                    mr-status delimited by size
                                 into hw-event-text
                     end-evaluate
                     perform 2950-write-event
                     move "custmast" to hw-source
                     if mr-added-date numeric
                             and mr-added-date > 0
                         move mr-added-date to hw-event-date
                         move "added to the customer master"
                             to hw-event-text
                         perform 2950-write-event
                     end-if
                     if mr-changed-date numeric
                             and mr-changed-date > 0
                         move mr-changed-date to hw-event-date
                         move "last change applied to the master"
                             to hw-event-text
                         perform 2950-write-event
                     end-if
                     if mr-delete-date numeric
                             and mr-delete-date > 0
                         move mr-delete-date to hw-event-date
                         move spaces to hw-event-text
                         if mr-merged
                             string "deleted on the master - merged "
                                        delimited by size
                                    "into " delimited by size
                                    ws-edit-key delimited by size
                                 into hw-event-text
                         else
                             move "deleted on the master"
                                 to hw-event-text
                         end-if
                         perform 2950-write-event
                     end-if
                 end-if.

      ******************************************************
      * audit trail - stamps, maintenance and backouts
      ******************************************************
       2200-collect-audit.
                 open input audit-file
                 if ws-audit-found
                     perform until ws-eof-audit
                         read audit-file
                             at end
                                 set ws-eof-audit to true
                             not at end
                                 perform 2300-audit-one-record
                         end-read
                     end-perform
                     close audit-file
                 else
                     move "AUDITOUT" to ws-mfl-file
                     move "maintenance and backouts are not shown"
                         to ws-mfl-events
                     perform 7900-write-missing-file
                 end-if.

       2300-audit-one-record.
                 move ad-postdept to ws-match-postdept
                 move ad-cust-no to ws-match-cust-no
                 move ad-run-date to ws-match-date
                 perform 2900-match-key
                 if ws-key-matched
                     move spaces to hist-work-record
                     move ad-cust-no to hw-cust-no
                     move ad-postdept to hw-postdept
                     move ad-run-date to hw-event-date
                     move ad-prior-lastextdt to ws-show-prior
                     if ws-show-prior = spaces
                         move "null" to ws-show-prior
                     end-if
                     move ad-new-lastextdt to ws-show-new
                     if ws-show-new = spaces
                         move "null" to ws-show-new
                     end-if
                     evaluate ad-run-mode
                         when "U"
                             move "testcbl" to hw-source
                             string "extract stamp, lastextdt "
                                        delimited by size
                                    ws-show-prior delimited by space
                                    " -> " delimited by size
                                    ws-show-new delimited by space
                                 into hw-event-text
                         when "M"
                             move "custmnt" to hw-source
                             perform 2350-describe-maintenance
                         when "P"
                             move "pcconv" to hw-source
                             string "postal code " delimited by size
                                    ad-before-postal
                                        delimited by "  "
                                    " -> " delimited by size
                                    ad-after-postal
                                        delimited by "  "
                                 into hw-event-text
                         when "S"
                             move "addrstd" to hw-source
                             move "address line 2 standardized"
                                 to hw-event-text
                         when "B"
                             move "custback" to hw-source
                             perform 2380-describe-backout
                         when other
                             move "audit" to hw-source
                             string "audit record, mode "
                                        delimited by size
                                    ad-run-mode delimited by size
                                 into hw-event-text
                     end-evaluate
                     perform 2950-write-event
                 end-if.

       2350-describe-maintenance.
                 evaluate true
                     when ad-maint-add
                         move "customer added" to hw-event-text
                     when ad-maint-deact
                         move "customer deactivated"
                             to hw-event-text
                     when other
                         move "customer changed:" to hw-event-text
                         move 18 to ws-text-pointer
                         if ad-before-name not = ad-after-name
                             string " name" delimited by size
                                 into hw-event-text
                                 with pointer ws-text-pointer
                         end-if
                         if ad-before-addr-2 not = ad-after-addr-2
                             string " address line 2"
                                        delimited by size
                                 into hw-event-text
                                 with pointer ws-text-pointer
                         end-if
                         if ad-before-postal not = ad-after-postal
                             string " postal code" delimited by size
                                 into hw-event-text
                                 with pointer ws-text-pointer
                         end-if
                         if ad-before-house-no
                                 not = ad-after-house-no
                             string " house no" delimited by size
                                 into hw-event-text
                                 with pointer ws-text-pointer
                         end-if
                 end-evaluate.

       2380-describe-backout.
                 evaluate ad-maint-action
                     when "A"
                         move "deactivation backed out - restored"
                             to hw-event-text
                     when "C"
                         move "change backed out - fields restored"
                             to hw-event-text
                     when "D"
                         move "add backed out - customer removed"
                             to hw-event-text
                     when other
                         string "extract stamp backed out, "
                                    delimited by size
                                "lastextdt back to "
                                    delimited by size
                                ws-show-new delimited by space
                             into hw-event-text
                 end-evaluate.

      ******************************************************
      * REORG-AUDIT - moves out of a department the
      * customer has been in, and moves into the inquired
      * department
      ******************************************************
       2400-collect-reorg.
                 move "N" to ws-eof-reorg-sw
                 open input reorg-audit
                 if ws-reorg-found
                     perform until ws-eof-reorg
                         read reorg-audit
                             at end
                                 set ws-eof-reorg to true
                             not at end
                                 perform 2500-reorg-one-record
                         end-read
                     end-perform
                     close reorg-audit
                 else
                     move "REORGAUD" to ws-mfl-file
                     move "moves are not shown or followed"
                         to ws-mfl-events
                     perform 7900-write-missing-file
                 end-if.

       2500-reorg-one-record.
                 move ra-old-postdept to ws-match-postdept
                 move ra-cust-no to ws-match-cust-no
                 move ra-run-date to ws-match-date
                 perform 2900-match-key
                 if not ws-key-matched
                         and ra-new-postdept = ws-inq-postdept
                         and ra-cust-no >= ws-from-cust
                         and ra-cust-no <= ws-to-cust
                     set ws-key-matched to true
                 end-if
                 if ws-key-matched
                     move spaces to hist-work-record
                     move ra-cust-no to hw-cust-no
                     move ra-old-postdept to hw-postdept
                     move ra-run-date to hw-event-date
                     move "custmove" to hw-source
                     move ra-new-postdept to ws-ek-postdept
                     move ra-cust-no to ws-ek-cust-no
                     string "moved to department " delimited by size
                            ws-edit-key delimited by size
                         into hw-event-text
                     perform 2950-write-event
                 end-if.

      ******************************************************
      * archive - purged, deactivated, retired, reinstated
      ******************************************************
       2600-collect-archive.
                 open input archive-file
                 if ws-archive-found
                     perform until ws-eof-archive
                         read archive-file
                             at end
                                 set ws-eof-archive to true
                             not at end
                                 perform 2700-archive-one-record
                         end-read
                     end-perform
                     close archive-file
                 else
                     move "ARCHOUT" to ws-mfl-file
                     move "purges and reinstates are not shown"
                         to ws-mfl-events
                     perform 7900-write-missing-file
                 end-if.

       2700-archive-one-record.
                 move ar-postdept to ws-match-postdept
                 move ar-cust-no to ws-match-cust-no
                 move ar-purge-date to ws-match-date
                 perform 2900-match-key
                 if ws-key-matched
                     move spaces to hist-work-record
                     move ar-cust-no to hw-cust-no
                     move ar-postdept to hw-postdept
                     move ar-purge-date to hw-event-date
                     evaluate true
                         when ar-reason-deact
                             move "custmnt" to hw-source
                             move "deactivated - row archived"
                                 to hw-event-text
                         when ar-reason-merged
                             move "custcnsl" to hw-source
                             move "retired as a duplicate - archived"
                                 to hw-event-text
                         when ar-reason-reinstated
                             move "custpurg" to hw-source
                             move "reinstated from the archive"
                                 to hw-event-text
                         when other
                             move "custpurg" to hw-source
                             move "purged as stale - row archived"
                                 to hw-event-text
                     end-evaluate
                     perform 2950-write-event
                 end-if.

      ******************************************************
      * exception carry-forward file - opened, and closed
      * with its resolution
      ******************************************************
       2800-collect-exceptions.
                 open input carry-file
                 if ws-carry-found
                     perform until ws-eof-carry
                         read carry-file
                             at end
                                 set ws-eof-carry to true
                             not at end
                                 perform 2850-exception-one-record
                         end-read
                     end-perform
                     close carry-file
                 else
                     move "EXCFWDI" to ws-mfl-file
                     move "exceptions are not shown"
                         to ws-mfl-events
                     perform 7900-write-missing-file
                 end-if.

       2850-exception-one-record.
                 move xc-postdept to ws-match-postdept
                 move xc-cust-no to ws-match-cust-no
                 move xc-first-date to ws-match-date
                 perform 2900-match-key
                 if ws-key-matched
                     move spaces to hist-work-record
                     move xc-cust-no to hw-cust-no
                     move xc-postdept to hw-postdept
                     move xc-first-date to hw-event-date
                     move "excptrk" to hw-source
                     string "exception " delimited by size
                            xc-reason-cd delimited by size
                            " opened - " delimited by size
                         into hw-event-text
                     move 23 to ws-text-pointer
                     evaluate xc-reason-cd
                         when "HN"
                             string "invalid house number"
                                        delimited by size
                                 into hw-event-text
                                 with pointer ws-text-pointer
                         when "PB"
                             string "postal code blank"
                                        delimited by size
                                 into hw-event-text
                                 with pointer ws-text-pointer
                         when "PU"
                             string "unknown postal code"
                                        delimited by size
                                 into hw-event-text
                                 with pointer ws-text-pointer
                     end-evaluate
                     if xc-open
                         string ", still open" delimited by size
                             into hw-event-text
                             with pointer ws-text-pointer
                     end-if
                     perform 2950-write-event
                     if xc-closed
                         move xc-resolved-date to hw-event-date
                         move spaces to hw-event-text
                         evaluate true
                             when xc-res-corrected
                                 string "exception " delimited by size
                                        xc-reason-cd delimited by size
                                        " closed - corrected"
                                            delimited by size
                                     into hw-event-text
                             when other
                                 string "exception " delimited by size
                                        xc-reason-cd delimited by size
                                        " closed - aged out"
                                            delimited by size
                                     into hw-event-text
                         end-evaluate
                         perform 2950-write-event
                     end-if
                 end-if.

      ******************************************************
      * a record belongs to the inquiry when its cust-no is
      * in the range and its postdept is the inquired one,
      * or one the customer was moved to on or before the
      * record's date
      ******************************************************
       2900-match-key.
                 move "N" to ws-key-match-sw
                 if ws-match-cust-no numeric
                         and ws-match-cust-no >= ws-from-cust
                         and ws-match-cust-no <= ws-to-cust
                     if ws-match-postdept = ws-inq-postdept
                         set ws-key-matched to true
                     else
                         move ws-inq-postdept to ws-chain-postdept
                         perform varying ws-move-subscript
                                 from 1 by 1
                                 until ws-move-subscript
                                     > ws-move-count
                                     or ws-key-matched
                             if ws-mov-cust-no (ws-move-subscript)
                                     = ws-match-cust-no
                                     and ws-mov-old (ws-move-subscript)
                                         = ws-chain-postdept
                                 move ws-mov-new (ws-move-subscript)
                                     to ws-chain-postdept
                                 if ws-chain-postdept
                                         = ws-match-postdept
                                         and ws-match-date
                                          >= ws-mov-date
                                                (ws-move-subscript)
                                     set ws-key-matched to true
                                 end-if
                             end-if
                         end-perform
                     end-if
                 end-if.

       2950-write-event.
                 add 1 to ws-event-seq
                 add 1 to ws-event-count
                 move ws-event-seq to hw-event-seq
                 write hist-work-record.

      ******************************************************
      * the sorted events, one history block per customer
      ******************************************************
       3000-print-history.
                 open input hist-sorted-file
                 perform until ws-eof-sorted
                     read hist-sorted-file
                         at end
                             set ws-eof-sorted to true
                         not at end
                             perform 3100-print-one-event
                     end-read
                 end-perform
                 if ws-customer-count > 0
                     perform 3300-end-customer
                 end-if
                 close hist-sorted-file.

       3100-print-one-event.
                 if ws-customer-count = 0
                         or hs-cust-no not = ws-current-cust-no
                     if ws-customer-count > 0
                         perform 3300-end-customer
                     end-if
                     perform 3200-start-customer
                 end-if
                 if hs-event-date = 0
                     move spaces to ws-evl-date
                     set ws-master-seen to true
                 else
                     move hs-event-date to ws-evl-date
                 end-if
                 move hs-postdept to ws-evl-postdept
                 move hs-source to ws-evl-source
                 move hs-event-text to ws-evl-text
                 move ws-event-line to hist-report-line
                 write hist-report-line
                 add 1 to ws-listed-count.

       3200-start-customer.
                 add 1 to ws-customer-count
                 move hs-cust-no to ws-current-cust-no
                 move "N" to ws-master-seen-sw
                 move ws-inq-postdept to ws-cul-postdept
                 move hs-cust-no to ws-cul-cust-no
                 move ws-customer-line to hist-report-line
                 write hist-report-line
                 move ws-header-line-1 to hist-report-line
                 write hist-report-line
                 move ws-header-line-2 to hist-report-line
                 write hist-report-line.

       3300-end-customer.
                 if not ws-master-seen
                     move ws-no-master-line to hist-report-line
                     write hist-report-line
                 end-if
                 move spaces to hist-report-line
                 write hist-report-line.

       7900-write-missing-file.
                 move ws-missing-file-line to hist-report-line
                 write hist-report-line.

       8000-write-totals.
                 if ws-listed-count = 0
                     move ws-none-found-line to hist-report-line
                     write hist-report-line
                     display ws-none-found-line
                     move spaces to hist-report-line
                     write hist-report-line
                 end-if
                 move ws-customer-count to ws-tot-customers
                 move ws-total-line-1 to hist-report-line
                 write hist-report-line
                 move ws-listed-count to ws-tot-events
                 move ws-total-line-2 to hist-report-line
                 write hist-report-line.

      * the step record for the job-chain log; the call
      * leaves jlogwrt's return code behind, so the job's
      * own is moved back from the record
       8800-write-job-log.
                 move spaces to job-log-record
                 move "custhist" to jl-program-id
                 move ws-run-date to jl-business-date
                 move ws-start-time to jl-start-time
                 accept jl-end-time from time
                 move return-code to jl-return-code
                 move ws-event-count to jl-count-in
                 move ws-customer-count to jl-count-out
                 move 0 to jl-slice-no
                 move 0 to jl-slice-count
                 call "jlogwrt" using job-log-record
                 move jl-return-code to return-code.
