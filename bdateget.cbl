       identification division.
       program-id. bdateget.

      ******************************************************
      * bdateget - business processing date for the run
      *
      * returns the current business date (yyyymmdd) from
      * the control record of the BDATE business-date
      * control file (bdaterec layout).  every program
      * calls it for its run date in place of the system
      * clock, so a whole cycle carries one date however
      * late it runs.
      *
      * ls-business-date comes back zero when the file is
      * missing or has no readable control record; the
      * caller then stops with return code 8 rather than
      * run under a guessed date.
      *
      * change history
      * ---------------
      * 2026-10-15  new subprogram
      ******************************************************

       environment division.
       input-output section.
       file-control.
           select bdate-file assign to bdate
               organization is line sequential
               file status is ws-bdate-fs.

       data division.
       file section.
       fd  bdate-file
           recording mode is f.
           copy bdaterec.

       working-storage section.
       01  ws-bdate-fs                    pic xx value spaces.
           88 ws-bdate-file-found         value "00".
       01  ws-eof-bdate-sw                pic x value "N".
           88 ws-eof-bdate                value "Y".

       linkage section.
       01  ls-business-date               pic 9(8).

       procedure division using ls-business-date.
       0000-get-business-date.
                 move 0 to ls-business-date
                 move "N" to ws-eof-bdate-sw
                 open input bdate-file
                 if ws-bdate-file-found
                     perform until ws-eof-bdate
                         read bdate-file
                             at end
                                 set ws-eof-bdate to true
                             not at end
                                 if bd-control
                                         and bd-current-date numeric
                                     move bd-current-date
                                         to ls-business-date
                                     set ws-eof-bdate to true
                                 end-if
                         end-read
                     end-perform
                     close bdate-file
                 end-if

                 goback.
