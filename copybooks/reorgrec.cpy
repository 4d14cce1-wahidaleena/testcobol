      ******************************************************
      * reorgrec - department reorganization audit layout
      *
      * one record per customer moved by custmove from one
      * postdept to another: the run date of the move, the
      * old and new postdept and the cust-no, which a move
      * leaves unchanged.  the REORG-AUDIT file is
      * cumulative - each custmove run extends it.  read by
      * the custhist lifecycle inquiry to follow a customer
      * to its new department.
      ******************************************************
       01  reorg-audit-record.
           05  ra-run-date             pic 9(8).
           05  ra-old-postdept         pic x(4).
           05  ra-new-postdept         pic x(4).
           05  ra-cust-no              pic 9(4).
           05  filler                  pic x(60).
