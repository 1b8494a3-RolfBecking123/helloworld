      ****************************************************************
      *
      * Buyback journal record layout, shared via COPY ... REPLACING
      * between bookbuy.cbl, which writes one line for every used
      * title bought over the counter, and the programs that account
      * for it - the daily buyback register (bookbuyreg.cbl) and the
      * general-ledger run (bookgl.cbl).
      *
      * (prefix)-stockno is the used stock number the copies went on
      * to, (prefix)-new-stockno the new-edition title they were
      * bought as. (prefix)-amount is what the customer was paid,
      * in cash from the drawer or as store credit - in which case
      * (prefix)-credit-no is the storecred.dat credit issued. The
      * file is line sequential and only ever extended.
      *
      ****************************************************************
       01 (prefix)-record.
           03 (prefix)-date           pic 9(8).
           03 (prefix)-time           pic 9(6).
           03 (prefix)-customer-no    pic 9(6).
           03 (prefix)-stockno        pic x(4).
           03 (prefix)-new-stockno    pic x(4).
           03 (prefix)-grade          pic x.
           03 (prefix)-qty            pic 9(5).
           03 (prefix)-price-each     pic 99v99.
           03 (prefix)-amount         pic 9(5)v99.
           03 (prefix)-paid-by        pic x.
               88 (prefix)-paid-cash    value "C".
               88 (prefix)-paid-credit  value "S".
           03 (prefix)-credit-no      pic 9(8).
           03 (prefix)-operator       pic x(3).
