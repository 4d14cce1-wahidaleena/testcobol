      ******************************************************
      * xrefrec - retired-customer key cross-reference
      *
      * permanent record written by custcnsl each time a
      * confirmed duplicate is consolidated: the key of the
      * customer taken off REGION and the key of the
      * surviving customer it was folded into.  the file is
      * cumulative - each consolidation run extends it and
      * nothing is ever removed, so an old key can always be
      * followed to its survivor.  a survivor may itself be
      * retired by a later run; readers follow the chain
      * until the key is no longer on the file.
      *
      * read by custmast (retired keys marked merged on the
      * master) and custaudr (an inquiry on a retired key
      * also lists the survivor's trail).
      *
      * xr-merge-date   run date of the consolidation
      * xr-reviewer     initials on the disposition that
      *                 confirmed the pair
      ******************************************************
       01  cust-xref-record.
           05  xr-old-key.
               10  xr-old-postdept     pic x(4).
               10  xr-old-cust-no      pic 9(4).
           05  xr-survivor-key.
               10  xr-survivor-postdept
                                       pic x(4).
               10  xr-survivor-cust-no pic 9(4).
           05  xr-merge-date           pic 9(8).
           05  xr-reviewer             pic x(3).
           05  filler                  pic x(53).
