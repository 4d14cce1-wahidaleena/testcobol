      ******************************************************
      * jlogrec - job-chain step log record layout
      *
      * every batch program appends one step record to the
      * common JOBLOG file (through jlogwrt) as it ends,
      * whether it ends normally or on an error: which
      * program ran, for which business date, when it
      * started and ended, its return code and its key
      * input and output counts.  chainchk reads the log
      * against the expected nightly step sequence for the
      * morning operator checklist.
      *
      * the records are in the order the steps ended; a
      * rerun of a step simply appends another record.
      *
      * times are hhmmsscc as returned by ACCEPT FROM TIME.
      *
      * the key counts by step of the nightly chain -
      *    testcbl   in  departments extracted
      *              out extract detail records (trailer)
      *    custmrge  in  slice detail records read
      *              out merged detail records
      *    custbal   in  extract detail records
      *              out departments balanced
      *    custdelt  in  new extract detail records
      *              out delta records written
      *    custmast  in  delta records read
      *              out deltas applied
      *    excptrk   in  exceptions reported today
      *              out exceptions still open
      *    custdupe  in  extract detail records
      *              out possible duplicate pairs
      *    maillbl   in  extract detail records
      *              out labels printed
      *    postchbk  in  extract detail records
      *              out pieces charged
      * card-driven programs count cards read and cards
      * applied.
      *
      * jl-slice-no / jl-slice-count carry slice n of m for
      * a sliced month-end extract run and are zero on
      * every other step.
      ******************************************************
       01  job-log-record.
           05  jl-program-id           pic x(8).
           05  jl-business-date        pic 9(8).
           05  jl-start-time           pic 9(8).
           05  jl-end-time             pic 9(8).
           05  jl-return-code          pic 9(4).
           05  jl-count-in             pic 9(7).
           05  jl-count-out            pic 9(7).
           05  jl-slice-no             pic 9(2).
           05  jl-slice-count          pic 9(2).
           05  filler                  pic x(26).
