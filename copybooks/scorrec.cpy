      ******************************************************
      * scorrec - monthly data-quality scorecard record
      *
      * one record per postdept per month, written by dqscore
      * with the figures printed on the department's
      * scorecard page.  next month's run reads the file back
      * to show the change against the prior month.
      *
      * sc-measure (1 - 13) is the same figures as a table,
      * in the order they print -
      *     1  REGION customers (latest run-history 'D')
      *     2  open exceptions HN   3  PB   4  PU
      *     5  open 0-7 days   6  8-30 days   7  over 30
      *     8  closed in the month as corrected
      *     9  closed in the month as aged out
      *    10  duplicate pairs waiting for a decision
      *    11  duplicates confirmed in the month
      *    12  correction cards rejected to the recycle file
      *    13  error items (2 to 4, 10, 11 and 12)
      *
      * sc-error-rate   error items per 100 customers
      * sc-rank         1 = highest error rate that month
      ******************************************************
       01  scorecard-record.
           05  sc-month                pic 9(6).
           05  sc-postdept             pic x(4).
           05  sc-measures.
               10  sc-customer-count   pic 9(7).
               10  sc-open-hn          pic 9(7).
               10  sc-open-pb          pic 9(7).
               10  sc-open-pu          pic 9(7).
               10  sc-open-age-1       pic 9(7).
               10  sc-open-age-2       pic 9(7).
               10  sc-open-age-3       pic 9(7).
               10  sc-closed-corrected pic 9(7).
               10  sc-closed-aged      pic 9(7).
               10  sc-dupes-undecided  pic 9(7).
               10  sc-dupes-confirmed  pic 9(7).
               10  sc-corr-rejects     pic 9(7).
               10  sc-error-items      pic 9(7).
           05  sc-measure-table        redefines sc-measures.
               10  sc-measure          occurs 13 times
                                       pic 9(7).
           05  sc-error-rate           pic 9(3)v99.
           05  sc-rank                 pic 9(3).
           05  filler                  pic x(11).
