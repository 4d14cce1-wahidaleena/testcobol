      ******************************************************
      * vlogrec - mailing-vendor transmission log record
      *
      * one record per batch sent, appended by vndxmit to
      * the cumulative VNDLOG file: the batch number, when
      * it was built, the record count and hash total on its
      * trailer, and the customers left out of it.  vndack
      * matches the vendor's acknowledgements against it.
      *
      * the ack fields are blank / zero until vndack applies
      * the vendor's acknowledgement, and are carried on the
      * log from then on.
      *
      * vl-excluded-hn   house number failed the addredit edit
      * vl-excluded-pc   postal code blank or not on the
      *                  postal-code directory
      * vl-ack-status    ' ' = not acknowledged yet
      *                  'A' = accepted, count and hash agree
      *                  'R' = rejected by the vendor
      *                  'M' = acknowledged, but the vendor's
      *                        count or hash total differs
      * vl-ack-count / vl-ack-hash  as the vendor found them
      ******************************************************
       01  vendor-log-record.
           05  vl-batch-no             pic 9(6).
           05  vl-business-date        pic 9(8).
           05  vl-created-time         pic 9(8).
           05  vl-record-count         pic 9(7).
           05  vl-hash-total           pic 9(12).
           05  vl-excluded-hn          pic 9(7).
           05  vl-excluded-pc          pic 9(7).
           05  vl-ack-status           pic x(1).
               88  vl-not-acknowledged value " ".
               88  vl-ack-accepted     value "A".
               88  vl-ack-rejected     value "R".
               88  vl-ack-mismatch     value "M".
           05  vl-ack-date             pic 9(8).
           05  vl-ack-count            pic 9(7).
           05  vl-ack-hash             pic 9(12).
           05  vl-reject-reason        pic x(40).
           05  filler                  pic x(7).
