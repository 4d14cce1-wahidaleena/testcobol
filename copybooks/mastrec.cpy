      * this customer look like" can still be answered after
      * the customer has left REGION.
      *
      * mr-status        'A' = active, 'D' = logically deleted,
      *                  'M' = retired as a duplicate by
      *                  custcnsl and merged into the customer
      *                  in mr-survivor-key
      * mr-added-date    run date of the add that created (or
      *                  re-created) the record
      * mr-changed-date  run date of the latest change applied
      * mr-delete-date   run date of the delete, zero while
      *                  the record is active
      * mr-survivor-key  for a merged record, the customer it
      *                  was consolidated into (as found at the
      *                  end of the cross-reference chain)
      ******************************************************
       01  cust-master-record.
           05  mr-master-key.
           05  mr-status               pic x(1).
               88  mr-active           value "A".
               88  mr-deleted          value "D".
               88  mr-merged           value "M".
           05  mr-added-date           pic 9(8).
           05  mr-changed-date         pic 9(8).
           05  mr-delete-date          pic 9(8).
           05  mr-survivor-key.
               10  mr-survivor-postdept
                                       pic x(4).
               10  mr-survivor-cust-no pic 9(4).
           05  filler                  pic x(5).
