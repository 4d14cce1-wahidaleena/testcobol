      ******************************************************
      * vctlrec - mailing-vendor batch control record
      *
      * one record holding the last batch sequence number
      * vndxmit assigned and the business date it was built
      * for.  vndxmit reads the control file in (VNDCTLI)
      * and writes the next generation (VNDCTLO) with the
      * number it used.
      ******************************************************
       01  vendor-control-record.
           05  vc-last-batch-no        pic 9(6).
           05  vc-last-batch-date      pic 9(8).
           05  filler                  pic x(66).
