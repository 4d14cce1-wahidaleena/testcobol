      ******************************************************
      * bdaterec - business processing-date control layout
      *
      * the BDATE control file carries the business date
      * the batch cycle is processing.  every program takes
      * its run date from it (through bdateget) and not from
      * the system clock, so a chain that runs past midnight
      * or a rerun of the cycle next morning still dates its
      * extract header, audit records, run history and
      * exception dates with the cycle's own day.
      *
      * the file opens with one control record -
      *    bd-current-date   business date being processed
      *    bd-prior-date     the business date before it
      * followed by one holiday record per date in the
      * holiday calendar, in date order.  business dates
      * skip saturdays, sundays and the calendar holidays.
      *
      * maintained by bdatemnt, which rolls the control
      * record forward once per cycle.
      ******************************************************
       01  bdate-control-record.
           05  bd-record-type          pic x(1).
               88  bd-control          value "C".
               88  bd-holiday          value "H".
           05  bd-current-date         pic 9(8).
           05  bd-prior-date           pic 9(8).
           05  filler                  pic x(63).
       01  bdate-holiday-record.
           05  bh-record-type          pic x(1).
           05  bh-holiday-date         pic 9(8).
           05  bh-holiday-desc         pic x(30).
           05  filler                  pic x(41).
