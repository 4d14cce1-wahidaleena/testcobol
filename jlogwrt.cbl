       identification division.
       program-id. jlogwrt.

      ******************************************************
      * jlogwrt - append a step record to the job-chain log
      *
      * called by every batch program as it ends with its
      * step record (jlogrec layout), which is appended to
      * the common JOBLOG file.  the file is created on the
      * first call when it does not exist yet.
      *
      * a CALL leaves the called program's return code in
      * RETURN-CODE, so callers move their own return code
      * back from jl-return-code after the call.
      *
      * change history
      * ---------------
      * 2026-10-15  new subprogram
      ******************************************************

       environment division.
       input-output section.
       file-control.
           select job-log-file assign to joblog
               organization is line sequential
               file status is ws-joblog-fs.

       data division.
       file section.
       fd  job-log-file
           recording mode is f.
       01  job-log-line                   pic x(80).

       working-storage section.
       01  ws-joblog-fs                   pic xx value spaces.
           88 ws-joblog-open-good         value "00".
           88 ws-joblog-not-there         value "35".

       linkage section.
           copy jlogrec.

       procedure division using job-log-record.
       0000-write-step-record.
                 open extend job-log-file
                 if ws-joblog-not-there
                     open output job-log-file
                 end-if
                 if ws-joblog-open-good
                     write job-log-line from job-log-record
                     close job-log-file
                 else
                     display "job log not written, fs "
                         ws-joblog-fs " " jl-program-id
                 end-if

                 goback.
