      ****************************************************************
      *
      * Receipts journal record layout, shared via COPY ... REPLACING
      * between bookrecv.cbl, which writes one line for every PO line
      * quantity it posts to bookfile, and the programs that account
      * for stock coming in (bookgl.cbl).
      *
      * (prefix)-unit-cost is the cost the units were taken in at -
      * the PO line cost, or the title's existing b-unit-cost where
      * the line carried none. The file is line sequential and only
      * ever extended.
      *
      ****************************************************************
       01 (prefix)-record.
           03 (prefix)-date           pic 9(8).
           03 (prefix)-po-number      pic 9(6).
           03 (prefix)-po-line-no     pic 9(3).
           03 (prefix)-stockno        pic x(4).
           03 (prefix)-qty            pic 9(5).
           03 (prefix)-unit-cost      pic 99v99.
           03 (prefix)-operator       pic x(3).
