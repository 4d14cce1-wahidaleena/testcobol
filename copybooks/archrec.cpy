      * the row is purged (or listed in report-only mode),
      * plus the purge date.  the reinstate mode of custpurg
      * reads records in this same layout back into REGION
      * when a "dead" customer turns up alive, and appends
      * a record of each row it puts back, so the archive
      * also shows when a customer returned.
      *
      * ar-lastextdt carries the row's lastextdt as it stood
      * at purge time (spaces when the column was null, and
      * reinstated as null again).
      *
      * ar-archive-reason says which job took the row off
      * REGION: 'P' custpurg purge (blank on records written
      * before the reason was carried), 'D' deactivated by
      * custmnt customer maintenance, 'X' retired by custcnsl
      * as the duplicate of a surviving customer, 'R' put
      * back on REGION by the custpurg reinstate mode.
      * ar-purge-date is the run date of that event.
      ******************************************************
       01  archive-record.
           05  ar-postdept             pic x(4).
           05  ar-house-no             pic 9(4).
           05  ar-lastextdt            pic x(10).
           05  ar-purge-date           pic 9(8).
           05  ar-archive-reason       pic x(1).
               88  ar-reason-purge     value "P" " ".
               88  ar-reason-deact     value "D".
               88  ar-reason-merged    value "X".
               88  ar-reason-reinstated
                                       value "R".
           05  filler                  pic x(19).
