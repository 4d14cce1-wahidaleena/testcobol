      ******************************************************
      * undlrec - returned-mail (undeliverable) record layout
      *
      * cumulative record of one undeliverable flag per
      * postdept / cust-no, maintained by mailrtn from the
      * mailroom's returned-mail cards.  a customer keeps
      * its first-return date for as long as the flag is
      * open; further returns bump the count and the last
      * return date.  while open, maillbl prints no label
      * for the customer and postchbk leaves it out of the
      * department charge.
      *
      * the flag is cleared by custdelt when the customer's
      * address changes on the extract (house number,
      * address line 2 or postal code on a 'C' delta).
      * cleared records stay on the file as history; only
      * open ones are matched.
      *
      * ud-reason-cd    'NA' = no such address
      *                 'MV' = moved, no forwarding address
      *                 'UN' = addressee unknown
      *                 'RF' = refused
      *                 'IA' = insufficient address
      *                 'OT' = other
      * ud-status       'O' = open, 'C' = cleared
      * ud-resolution   'A' = address changed on the extract
      *                 blank while the flag is open
      ******************************************************
       01  undeliverable-record.
           05  ud-postdept             pic x(4).
           05  ud-cust-no              pic 9(4).
           05  ud-reason-cd            pic x(2).
           05  ud-first-date           pic 9(8).
           05  ud-last-date            pic 9(8).
           05  ud-return-count         pic 9(3).
           05  ud-status               pic x(1).
               88  ud-open             value "O".
               88  ud-cleared          value "C".
           05  ud-cleared-date         pic 9(8).
           05  ud-resolution           pic x(1).
               88  ud-res-addr-changed value "A".
           05  filler                  pic x(41).
