      ******************************************************
      * vendrec - mailing-vendor transmission record layouts
      *
      * the file vndxmit sends to the outside mailing vendor,
      * 120-byte fixed records told apart by the record type
      * in the first byte:
      *
      *    'H'  file header - sender id, creation date / time
      *    'B'  batch header - batch sequence number and the
      *         business date the batch was built for
      *    'D'  one detail record per customer to be mailed
      *    'T'  batch trailer - batch number, detail record
      *         count and hash total (the sum of the detail
      *         cust-no values), which the vendor returns on
      *         its acknowledgement
      *
      * one batch per file, in the order H, B, D ..., T.
      ******************************************************
       01  vendor-header-record.
           05  vh-record-type          pic x(1).
               88  vh-file-header      value "H".
           05  vh-sender-id            pic x(8).
           05  vh-creation-date        pic 9(8).
           05  vh-creation-time        pic 9(6).
           05  filler                  pic x(97).
       01  vendor-batch-record.
           05  vb-record-type          pic x(1).
               88  vb-batch-header     value "B".
           05  vb-batch-no             pic 9(6).
           05  vb-business-date        pic 9(8).
           05  filler                  pic x(105).
       01  vendor-detail-record.
           05  vd-record-type          pic x(1).
               88  vd-detail           value "D".
           05  vd-batch-no             pic 9(6).
           05  vd-postdept             pic x(4).
           05  vd-cust-no              pic 9(4).
           05  vd-cust-name            pic x(40).
           05  vd-house-no             pic 9(4).
           05  vd-addr-line-2          pic x(40).
           05  vd-postal-code          pic x(10).
           05  filler                  pic x(11).
       01  vendor-trailer-record.
           05  vt-record-type          pic x(1).
               88  vt-batch-trailer    value "T".
           05  vt-batch-no             pic 9(6).
           05  vt-record-count         pic 9(7).
           05  vt-hash-total           pic 9(12).
           05  filler                  pic x(94).
