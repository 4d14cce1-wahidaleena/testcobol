      * row and the lastextdt value before and after.  the
      * audit file is cumulative - each run extends it.
      * read by the custaudr inquiry report.
      *
      * ad-run-mode    'U' = extract maintenance-mode stamp
      *                'B' = custback reversal
      *                'M' = custmnt customer maintenance
      *                'P' = pcconv postal-code conversion
      *                'S' = address-line-2 standardization
      *                      (addrcln cleanup, or custcorr
      *                      on a corrected row)
      *
      * a customer maintenance record carries the action
      * applied (add / change / deactivate) and the full
      * customer fields before and after it - blank before
      * an add and after a deactivate.  the lastextdt pair
      * then holds the row's lastextdt, which customer
      * maintenance leaves as it was.  a postal-code
      * conversion record is a change ('C') whose images
      * differ only in the postal code, an address-line-2
      * cleanup record one whose images differ only in
      * address line 2.  on a lastextdt stamp
      * the action and images are blank (older records end
      * after ad-new-lastextdt).
      ******************************************************
       01  audit-record.
           05  ad-run-date             pic 9(8).
           05  ad-cust-no              pic 9(4).
           05  ad-prior-lastextdt      pic x(10).
           05  ad-new-lastextdt        pic x(10).
           05  ad-maint-action         pic x(1).
               88  ad-maint-add        value "A".
               88  ad-maint-change     value "C".
               88  ad-maint-deact      value "D".
           05  ad-before-image.
               10  ad-before-name      pic x(40).
               10  ad-before-addr-2    pic x(40).
               10  ad-before-postal    pic x(10).
               10  ad-before-house-no  pic 9(4).
           05  ad-after-image.
               10  ad-after-name       pic x(40).
               10  ad-after-addr-2     pic x(40).
               10  ad-after-postal     pic x(10).
               10  ad-after-house-no   pic 9(4).
           05  filler                  pic x(14).
