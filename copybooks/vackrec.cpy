      ******************************************************
      * vackrec - mailing-vendor acknowledgement record
      *
      * one record per batch the vendor has loaded, as sent
      * back by the vendor: the batch number, the date it
      * was processed, accepted or rejected, and the record
      * count and hash total the vendor found on the batch.
      *
      * va-ack-status   'A' = accepted, 'R' = rejected
      ******************************************************
       01  vendor-ack-record.
           05  va-batch-no             pic 9(6).
           05  va-ack-date             pic 9(8).
           05  va-ack-status           pic x(1).
               88  va-accepted         value "A".
               88  va-rejected         value "R".
           05  va-record-count         pic 9(7).
           05  va-hash-total           pic 9(12).
           05  va-reject-reason        pic x(40).
           05  filler                  pic x(6).
